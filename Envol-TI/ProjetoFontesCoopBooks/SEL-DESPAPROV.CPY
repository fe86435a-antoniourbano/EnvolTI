      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO DESPAPROV (DECISAO DO
      *    SUPERVISOR SOBRE CADA DESPESA DE VISITA: MESMA CHAVE
      *    CLIENTE + DATA DO ARQUIVO DESPESA)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-DESPAPROV       ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS DAP-CHAVE::
                   ALTERNATE RECORD KEY IS DAP-CVENDEDOR::
                                                       WITH DUPLICATES
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-DESPAPROV.
