      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO CLIFECHA (PERIODOS DE
      *    FECHAMENTO DE CLIENTE)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-CLIFECHA        ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS CFE-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-CLIFECHA.
