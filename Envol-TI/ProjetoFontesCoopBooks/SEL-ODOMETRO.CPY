      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO ODOMETRO (LEITURA
      *    MENSAL DO HODOMETRO: CHAVE PLACA + ANO/MES)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-ODOMETRO        ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS ODO-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-ODOMETRO.
