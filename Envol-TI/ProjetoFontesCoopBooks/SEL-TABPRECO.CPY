      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO TABPRECO (TABELAS DE
      *    PRECO POR PRODUTO, FILIAL E SEGMENTO COM VIGENCIA)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-TABPRECO        ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS TPR-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-TABPRECO.
