      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO DESPFECHA (TOTAIS
      *    APROVADOS E CONGELADOS DE DESPESA POR VENDEDOR E MES)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-DESPFECHA       ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS DFM-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-DESPFECHA.
