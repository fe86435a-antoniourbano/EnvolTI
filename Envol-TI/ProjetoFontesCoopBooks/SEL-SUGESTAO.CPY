      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO SUGESTAO (SUGESTAO DE
      *    REPOSICAO POR CLIENTE: CHAVE CLIENTE + PRODUTO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-SUGESTAO        ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS SUG-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-SUGESTAO.
