      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO REBAPUR (APURACAO DO
      *    REBATE POR TITULAR E TRIMESTRE: CHAVE TITULAR + AAAAT)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-REBAPUR         ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS RBA-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-REBAPUR.
