      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO POTENCIAL (POTENCIAL
      *    DE MERCADO POR MUNICIPIO E SEGMENTO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-POTENCIAL       ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS POT-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-POTENCIAL.
