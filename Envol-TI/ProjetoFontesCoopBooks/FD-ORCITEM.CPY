      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO ORCITEM (ITEM DO
      *    ORCAMENTO DE VENDA). O PRECO E O PROPOSTO AO CLIENTE; O
      *    TOTAL E QUANTIDADE X PRECO. NA CONVERSAO CADA ITEM VIRA UM
      *    ITEM DO PEDIDO (PEDITEM) COM O MESMO PRECO.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  OIT-CHAVE::.
               05  OIT-CCLIENTE::      PIC  9(007).
               05  OIT-DATA::          PIC  9(008).
               05  OIT-SEQ::           PIC  9(003).
               05  OIT-ITEM::          PIC  9(003).
           03  OIT-CPRODUTO::          PIC  9(005).
           03  OIT-QTDE::              PIC  9(005).
           03  OIT-PRECO::             PIC  9(007)V9(002).
           03  OIT-TOTAL::             PIC  9(009)V9(002).
