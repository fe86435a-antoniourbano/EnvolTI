      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO TABPRECO. UM PRECO POR
      *    PRODUTO + FILIAL + SEGMENTO + INICIO DE VIGENCIA (AAAAMMDD),
      *    VALIDO ATE TPR-DT-FIM. FILIAL OU SEGMENTO ZERADOS VALEM
      *    PARA TODAS AS FILIAIS / TODOS OS SEGMENTOS. TPR-TABELA E O
      *    CODIGO DA LISTA, GRAVADO NO ITEM DO PEDIDO QUE A USOU.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  TPR-CHAVE::.
               05  TPR-CPRODUTO::      PIC  9(005).
               05  TPR-FILIAL::        PIC  9(003).
               05  TPR-SEGMENTO::      PIC  9(003).
               05  TPR-DT-INICIO::     PIC  9(008).
           03  TPR-DT-FIM::            PIC  9(008).
           03  TPR-PRECO::             PIC  9(007)V9(002).
           03  TPR-TABELA::            PIC  X(006).
           03  TPR-SITUACAO::          PIC  X(001).
               88  TABELA-ATIVA::                  VALUE 'A' 'a'.
               88  TABELA-INATIVA::                VALUE 'I' 'i'.
