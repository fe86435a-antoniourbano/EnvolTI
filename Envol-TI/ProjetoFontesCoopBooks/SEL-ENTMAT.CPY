      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO ENTMAT (ENTREGAS DE
      *    MATERIAL PROMOCIONAL AOS CLIENTES: CHAVE CLIENTE + DATA +
      *    MATERIAL; ALTERNATIVA PELO VENDEDOR)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-ENTMAT          ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS ENT-CHAVE::
                   ALTERNATE RECORD KEY IS ENT-CVENDEDOR::
                                                       WITH DUPLICATES
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-ENTMAT.
