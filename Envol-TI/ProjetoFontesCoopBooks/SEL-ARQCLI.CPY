      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO ARQCLI (ARQUIVO FRIO
      *    DOS CLIENTES INATIVOS RETIRADOS DE CLIENTES PELO PT000109)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-ARQCLI          ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS ACL-CODIGO::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-ARQCLI.
