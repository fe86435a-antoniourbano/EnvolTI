      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO COMAJUSTE (ESTORNOS DE
      *    COMISSAO POR CANCELAMENTO DE FATURA OU DEVOLUCAO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-COMAJUSTE       ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS AJU-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-COMAJUSTE.
