      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO RECPER (RECOMENDACAO DE
      *    PERIODICIDADE DE VISITA: CHAVE CLIENTE + ANO/MES)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-RECPER          ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS RCP-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RECPER.
