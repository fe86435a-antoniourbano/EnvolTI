      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO LACUNA (LACUNAS DE
      *    VENDA CRUZADA POR CLIENTE: CHAVE CLIENTE + POSICAO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-LACUNA          ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS LAC-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-LACUNA.
