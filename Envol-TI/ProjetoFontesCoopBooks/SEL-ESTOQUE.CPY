      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO ESTOQUE (POSICAO
      *    DIARIA DE ESTOQUE DO ERP POR PRODUTO E FILIAL)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-ESTOQUE         ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS ETQ-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-ESTOQUE.
