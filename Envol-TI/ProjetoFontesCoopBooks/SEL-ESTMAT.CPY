      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO ESTMAT (ESTOQUE DE
      *    MATERIAL PROMOCIONAL EM PODER DO VENDEDOR: CHAVE VENDEDOR +
      *    MATERIAL)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-ESTMAT          ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS EST-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-ESTMAT.
