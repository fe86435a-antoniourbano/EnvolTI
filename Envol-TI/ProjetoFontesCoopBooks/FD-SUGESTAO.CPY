      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO SUGESTAO (PEDIDO DE
      *    REPOSICAO SUGERIDO AO CLIENTE, GERADO PELO PT000091 A PARTIR
      *    DO HISTORICO DO PEDITEM). UM REGISTRO POR PRODUTO COMPRADO
      *    COM REGULARIDADE CUJO INTERVALO USUAL ENTRE COMPRAS JA FOI
      *    ATINGIDO. DATAS EM AAAAMMDD; INTERVALO E DIAS EM DIAS
      *    CORRIDOS. O ARQUIVO E RECRIADO A CADA EXECUCAO.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  SUG-CHAVE::.
               05  SUG-CCLIENTE::      PIC  9(007).
               05  SUG-CPRODUTO::      PIC  9(005).
           03  SUG-DESCRICAO::         PIC  X(030).
      *  ---> Quantidade media por compra (quantidade sugerida)
           03  SUG-QTD-MEDIA::         PIC  9(005).
      *  ---> Compras do produto (datas distintas de pedido)
           03  SUG-COMPRAS::           PIC  9(003).
           03  SUG-DT-ULTIMA::         PIC  9(008).
      *  ---> Intervalo medio entre compras e dias desde a ultima
           03  SUG-INTERVALO::         PIC  9(004).
           03  SUG-DIAS-ULTIMA::       PIC  9(005).
           03  SUG-DT-CALCULO::        PIC  9(008).
