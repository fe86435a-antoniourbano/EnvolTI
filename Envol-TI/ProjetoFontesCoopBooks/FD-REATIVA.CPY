      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO REATIVA (CAMPANHA DE
      *    REATIVACAO DE CLIENTES ADORMECIDOS, GERADO PELO PT000093).
      *    UM REGISTRO POR CLIENTE ATIVO SELECIONADO SEM PEDIDO HA
      *    MAIS DOS DIAS CONFIGURADOS, ACOMPANHADO ATE A DATA LIMITE.
      *    DATAS EM AAAAMMDD.
      *    SITUACAO: A-EM ACOMPANHAMENTO, R-REATIVADO (PEDIDO APOS A
      *    SELECAO), E-ENCERRADO SEM PEDIDO NO PRAZO.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  REA-CHAVE::.
               05  REA-CCLIENTE::      PIC  9(007).
               05  REA-DT-SELECAO::    PIC  9(008).
      *  ---> Vendedor titular e filial do cliente na selecao
           03  REA-CVENDEDOR::         PIC  9(007).
           03  REA-FILIAL::            PIC  9(003).
      *  ---> Criterios do ranking: classe ABC (branco = C), volume
      *       de pedidos nos 12 meses anteriores ao ultimo pedido e
      *       posicao do cliente na lista do vendedor
           03  REA-CLASSE-ABC::        PIC  X(001).
           03  REA-VOLUME::            PIC  9(009)V9(002).
           03  REA-POSICAO::           PIC  9(005).
      *  ---> Ultimo pedido valido (zeros = nunca pediu) e dias sem
      *       pedido na data da selecao
           03  REA-DT-ULT-PEDIDO::     PIC  9(008).
           03  REA-DIAS-SEM-PEDIDO::   PIC  9(005).
      *  ---> Acompanhamento: fim do prazo, primeira visita e
      *       primeiro pedido valido depois da selecao
           03  REA-DT-LIMITE::         PIC  9(008).
           03  REA-DT-VISITA::         PIC  9(008).
           03  REA-DT-PEDIDO::         PIC  9(008).
           03  REA-SITUACAO::          PIC  X(001).
               88  REA-ACOMPANHAMENTO::            VALUE 'A'.
               88  REA-REATIVADO::                 VALUE 'R'.
               88  REA-ENCERRADO::                 VALUE 'E'.
