      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO ARQCONT (CONTATOS DOS
      *    CLIENTES DO ARQUIVO FRIO: CHAVE CLIENTE + SEQUENCIA)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-ARQCONT         ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS ACN-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-ARQCONT.
