      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO TAREFA (TAREFAS DE
      *    ACOMPANHAMENTO POR CLIENTE, COM O RESPONSAVEL COMO CHAVE
      *    ALTERNATIVA PARA A LISTA DE PENDENCIAS DE CADA UM)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-TAREFA          ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS TAR-CHAVE::
                   ALTERNATE RECORD KEY IS TAR-RESPONSAVEL::
                                                       WITH DUPLICATES
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-TAREFA.
