      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO PEDITEM (ITEM DO PEDIDO
      *    DE VENDA). O PRECO DE LISTA E COPIADO DA TABELA DE PRECO
      *    VIGENTE (OU DO PRODUTO) NO MOMENTO DA CAPTACAO; O PRECO E O
      *    NEGOCIADO PELO VENDEDOR; O TOTAL E QUANTIDADE X PRECO.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  ITM-QTDE::              PIC  9(005).
           03  ITM-PRECO::             PIC  9(007)V9(002).
           03  ITM-TOTAL::             PIC  9(009)V9(002).
      *  ---> Tabela de preco (TPR-TABELA do TABPRECO) que deu o preco
      *       do item; em branco = preco de catalogo (PRO-PRECO)
           03  ITM-TABELA::            PIC  X(006).
      *  ---> Preco de lista do item na captacao (base do desconto
      *       concedido, conferido contra o DESCMAX)
           03  ITM-PRECO-LISTA::       PIC  9(007)V9(002).
      *  ---> Quantidade do item em encomenda (acima do disponivel na
      *       posicao de estoque do ERP, aceita pelo vendedor para
      *       aguardar a reposicao); zeros = atendido pelo estoque
           03  ITM-QTD-ENCOMENDA::     PIC  9(005).
      *  ---> Campanha de venda (CMP-CODIGO do CAMPANHA) aplicada ao
      *       preco do item na captacao; em branco = sem campanha
           03  ITM-CAMPANHA::          PIC  X(006).
