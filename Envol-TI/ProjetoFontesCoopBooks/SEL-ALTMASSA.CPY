      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO ALTMASSA (LOTES DE
      *    ALTERACAO EM MASSA DE ATRIBUTOS DO CADASTRO DE CLIENTES)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-ALTMASSA        ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS LOT-NUMERO::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-ALTMASSA.
