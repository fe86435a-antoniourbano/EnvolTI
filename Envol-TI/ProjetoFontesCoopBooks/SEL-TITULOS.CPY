      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO TITULOS (TITULOS EM
      *    ABERTO DO CONTAS A RECEBER DO ERP POR CLIENTE)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-TITULOS         ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS TIT-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-TITULOS.
