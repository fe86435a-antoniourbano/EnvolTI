      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO POTENCIAL. QUANTIDADE
      *    ESTIMADA DE ESTABELECIMENTOS DE CADA SEGMENTO (TABELA
      *    SEGMENTO) EM CADA MUNICIPIO (CIDADE + UF, COMO NA TABELA
      *    MUNICIPIO), BASE DO RELATORIO DE PENETRACAO DE MERCADO.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  POT-CHAVE::.
               05  POT-CIDADE::        PIC  X(030).
               05  POT-UF::            PIC  X(002).
               05  POT-SEGMENTO::      PIC  9(003).
           03  POT-QTD-ESTAB::         PIC  9(007).
      *  ---> Origem da estimativa (ex.: IBGE, RAIS, PESQUISA)
           03  POT-FONTE::             PIC  X(020).
      *  ---> Data da ultima inclusao/alteracao/carga (AAAAMMDD)
           03  POT-DT-ATUALIZACAO::    PIC  9(008).
