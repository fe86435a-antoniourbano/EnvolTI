      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO CONCORRENTE (TABELA DE
      *    CONCORRENTES DA PESQUISA DE PRECO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-CONCORRENTE     ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS CCR-CODIGO::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-CONCORRENTE.
