      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO CLIDOC (DOCUMENTOS E
      *    LICENCAS DO CLIENTE: CHAVE CLIENTE + TIPO DO DOCUMENTO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-CLIDOC          ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS CDC-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-CLIDOC.
