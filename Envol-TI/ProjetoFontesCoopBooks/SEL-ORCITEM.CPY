      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO ORCITEM (ITENS DO
      *    ORCAMENTO, FILHO DE ORCAMENTO: CHAVE DO ORCAMENTO + ITEM)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-ORCITEM         ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS OIT-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-ORCITEM.
