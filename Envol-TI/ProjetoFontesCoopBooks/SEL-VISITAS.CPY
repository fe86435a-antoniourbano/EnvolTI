      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO VISITAS (RESULTADOS DE
      *    VISITA APONTADOS PELO BACK-OFFICE). CHAVE ALTERNATIVA
      *    VENDEDOR + DATA PARA LER AS VISITAS DE UM VENDEDOR A PARTIR
      *    DO INICIO DO PERIODO (ARQUIVO ANTIGO, SO COM A CHAVE DE
      *    VENDEDOR, E CONVERTIDO PELO PT000012)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-VISITAS         ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS VIS-CHAVE::
                   ALTERNATE RECORD KEY IS VIS-VEND-DATA::
                                     = VIS-CVENDEDOR:: VIS-DATA::
                                                       WITH DUPLICATES
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-VISITAS.
