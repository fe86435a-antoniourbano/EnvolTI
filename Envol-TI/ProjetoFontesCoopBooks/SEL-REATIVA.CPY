      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO REATIVA (CAMPANHA DE
      *    REATIVACAO DE CLIENTES: CHAVE CLIENTE + DATA DA SELECAO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-REATIVA         ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS REA-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-REATIVA.
