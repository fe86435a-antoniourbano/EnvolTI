      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO REMMAT (REMESSAS DE
      *    MATERIAL PROMOCIONAL DO ALMOXARIFADO AO VENDEDOR: CHAVE
      *    VENDEDOR + DATA + MATERIAL)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-REMMAT          ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS REM-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-REMMAT.
