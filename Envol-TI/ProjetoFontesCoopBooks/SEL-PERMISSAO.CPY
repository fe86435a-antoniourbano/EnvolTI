      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO PERMISSAO (MATRIZ DE
      *    PERMISSOES POR PERFIL OU OPERADOR E PROGRAMA)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-PERMISSAO       ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS PRM-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-PERMISSAO.
