      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO REBATE (TABELA DE
      *    REBATE POR VOLUME: CHAVE TITULAR - TIPO C/G + CODIGO DO
      *    CLIENTE OU DO GRUPO - MAIS O INICIO DA VIGENCIA)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-REBATE          ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS REB-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-REBATE.
