      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO CONCILIA (ULTIMA
      *    CONCILIACAO DO CADASTRO DE CLIENTES COM O CADASTRO DO ERP,
      *    GERADA PELO PT000110 E CONSULTADA PELO DELTA PT000067)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-CONCILIA        ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS CNC-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-CONCILIA.
