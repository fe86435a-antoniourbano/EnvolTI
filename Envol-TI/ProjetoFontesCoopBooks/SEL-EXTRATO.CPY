      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO EXTRATO (DEFINICOES
      *    SALVAS DE EXTRATOS AD-HOC DO PT000108)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-EXTRATO         ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS EXT-CODIGO::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-EXTRATO.
