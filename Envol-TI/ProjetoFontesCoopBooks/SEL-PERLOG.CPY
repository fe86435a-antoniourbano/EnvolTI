      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO PERLOG (LANCAMENTOS
      *    RECUSADOS POR DATA DENTRO DE MES FECHADO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-PERLOG          ASSIGN TO 'PERLOG'
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-PERLOG.
