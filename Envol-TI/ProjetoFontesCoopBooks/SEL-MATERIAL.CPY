      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO MATERIAL (CATALOGO DE
      *    AMOSTRAS E MATERIAL DE PONTO DE VENDA: CHAVE CODIGO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-MATERIAL        ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS MAT-CODIGO::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-MATERIAL.
