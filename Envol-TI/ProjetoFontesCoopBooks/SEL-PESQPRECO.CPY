      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO PESQPRECO (PESQUISA DE
      *    PRECO DA CONCORRENCIA)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-PESQPRECO       ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS PPR-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-PESQPRECO.
