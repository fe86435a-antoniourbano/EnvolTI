      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO RESULTADO (DEMONSTRATIVO
      *    DE RESULTADO MENSAL: CHAVE VENDEDOR + ANO/MES)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-RESULTADO       ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS RES-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RESULTADO.
