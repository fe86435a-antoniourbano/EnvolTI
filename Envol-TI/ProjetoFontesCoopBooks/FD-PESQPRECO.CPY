      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO PESQPRECO (PESQUISA DE
      *    PRECO DA CONCORRENCIA: PRECO DE GONDOLA DO NOSSO PRODUTO
      *    OBSERVADO NO CLIENTE, POR CONCORRENTE). DATA EM AAAAMMDD.
      *    ORIGEM 'T' = DIGITADA NA TELA (PT000099), 'C' = RETORNO
      *    DA CARTEIRA DE CAMPO (PT000066).
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  PPR-CHAVE::.
               05  PPR-CCLIENTE::      PIC  9(007).
               05  PPR-DATA::          PIC  9(008).
               05  PPR-CPRODUTO::      PIC  9(005).
               05  PPR-CONCORRENTE::   PIC  9(004).
           03  PPR-PRECO::             PIC  9(007)V9(002).
           03  PPR-CVENDEDOR::         PIC  9(007).
           03  PPR-ORIGEM::            PIC  X(001).
               88  PESQUISA-TELA::                 VALUE 'T'.
               88  PESQUISA-CAMPO::                VALUE 'C'.
           03  PPR-OPERADOR::          PIC  X(010).
