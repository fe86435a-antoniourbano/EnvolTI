      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO ORCAMENTO (CABECALHO
      *    DO ORCAMENTO DE VENDA: CHAVE CLIENTE + DATA + SEQUENCIA)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-ORCAMENTO       ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS ORC-CHAVE::
                   ALTERNATE RECORD KEY IS ORC-CVENDEDOR::
                                                       WITH DUPLICATES
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-ORCAMENTO.
