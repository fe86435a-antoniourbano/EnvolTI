      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO VEICHIST (HISTORICO
      *    DE VENDEDOR DO VEICULO: CHAVE PLACA + DATA DE INICIO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-VEICHIST        ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS VHS-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-VEICHIST.
