      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO VENDEQUIPE (HISTORICO
      *    DE EQUIPE DO VENDEDOR)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-VENDEQUIPE      ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS VEQ-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-VENDEQUIPE.
