      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO EQUIPAMENTO (BENS
      *    CEDIDOS EM COMODATO, COM O CLIENTE ONDE ESTAO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-EQUIPAMENTO     ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS EQP-SERIE::
                   ALTERNATE KEY       IS EQP-CCLIENTE::
                                          WITH DUPLICATES
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-EQUIPAMENTO.
