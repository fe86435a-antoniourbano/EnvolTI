      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO EQUIPE (EQUIPES DE
      *    VENDAS COM SUPERVISOR E GERENTE)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-EQUIPE          ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS EQV-CODIGO::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-EQUIPE.
