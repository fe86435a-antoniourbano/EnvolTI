      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO CONSHIST (HISTORICO DE
      *    CONCESSOES E REVOGACOES DE CONSENTIMENTO LGPD, SO ANEXADO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-CONSHIST        ASSIGN TO 'CONSHIST'
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-CONSHIST.
