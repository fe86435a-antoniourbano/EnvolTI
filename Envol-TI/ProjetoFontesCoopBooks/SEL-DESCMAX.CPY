      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO DESCMAX (DESCONTO
      *    MAXIMO POR PRODUTO E SEGMENTO - PISO DE PRECO DO PEDIDO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-DESCMAX         ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS DSC-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-DESCMAX.
