      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO PERIODO (TRAVA DE
      *    LANCAMENTOS DOS MESES FECHADOS, UM REGISTRO POR MES)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-PERIODO         ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS PER-ANOMES::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-PERIODO.
