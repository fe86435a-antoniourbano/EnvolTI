      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO AMOSTRA (AMOSTRA MENSAL
      *    DA PESQUISA DE SATISFACAO ENVIADA AO INSTITUTO). CHAVE
      *    CLIENTE + MES DA AMOSTRA, PARA A CARENCIA ENTRE CONTATOS E
      *    PARA A IMPORTACAO DO RETORNO (PT000055); CHAVE ALTERNATIVA
      *    PELO MES PARA NAO GERAR A MESMA AMOSTRA DUAS VEZES
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-AMOSTRA         ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS AMO-CHAVE::
                   ALTERNATE RECORD KEY IS AMO-ANOMES::
                                                       WITH DUPLICATES
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-AMOSTRA.
