      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO DEVOLUCAO (DEVOLUCOES
      *    DE MERCADORIA POR CLIENTE, NOTA FISCAL E ITEM)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-DEVOLUCAO       ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS DEV-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-DEVOLUCAO.
