      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO ENDENTREGA (ENDERECOS
      *    DE ENTREGA DO CLIENTE: CHAVE CLIENTE + SEQUENCIA)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-ENDENTREGA      ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS ETG-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-ENDENTREGA.
