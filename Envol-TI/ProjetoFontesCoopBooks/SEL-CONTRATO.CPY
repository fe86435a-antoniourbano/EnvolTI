      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO CONTRATO (CONTRATOS DE
      *    FORNECIMENTO: CHAVE NUMERO DO CONTRATO; ALTERNATIVA PELO
      *    TITULAR - TIPO C/G + CODIGO DO CLIENTE OU DO GRUPO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-CONTRATO        ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS CTR-NUMERO::
                   ALTERNATE RECORD KEY IS CTR-TITULAR::
                                                       WITH DUPLICATES
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-CONTRATO.
