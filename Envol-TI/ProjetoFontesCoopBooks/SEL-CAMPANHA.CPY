      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO CAMPANHA (CAMPANHAS DE
      *    VENDA E PROMOCOES POR PRODUTO, FILIAL, SEGMENTO E PERIODO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-CAMPANHA        ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS CMP-CHAVE::
                   ALTERNATE RECORD KEY IS CMP-CPRODUTO::
                                                       WITH DUPLICATES
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-CAMPANHA.
