      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO SEGDOC (DOCUMENTOS
      *    EXIGIDOS POR SEGMENTO: CHAVE SEGMENTO + TIPO DO DOCUMENTO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-SEGDOC          ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS SGD-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-SEGDOC.
