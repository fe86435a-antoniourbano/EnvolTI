      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO VEICULO (FROTA DA
      *    EMPRESA: CHAVE PLACA, ALTERNATIVA VENDEDOR ATUAL)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-VEICULO         ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS VEI-PLACA::
                   ALTERNATE RECORD KEY IS VEI-CVENDEDOR::
                                                       WITH DUPLICATES
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-VEICULO.
