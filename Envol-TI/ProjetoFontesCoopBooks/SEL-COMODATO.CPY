      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO COMODATO (HISTORICO
      *    DOS EMPRESTIMOS: CHAVE SERIE + DATA DE INICIO)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-COMODATO        ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS CMD-CHAVE::
                   ALTERNATE KEY       IS CMD-CCLIENTE::
                                          WITH DUPLICATES
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-COMODATO.
