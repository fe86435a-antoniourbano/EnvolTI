      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO RETENCAO (TABELA DE
      *    ALIQUOTAS DE RETENCAO SOBRE COMISSAO POR TIPO DE CONTRATO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-RETENCAO        ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS RET-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RETENCAO.
