      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO DESCMAX. DESCONTO MAXIMO
      *    (%) SOBRE O PRECO DE LISTA DO ITEM, POR PRODUTO E SEGMENTO
      *    DO CLIENTE; SEGMENTO ZERADO VALE PARA TODOS OS SEGMENTOS.
      *    ITEM ABAIXO DO PISO RETEM O PEDIDO PARA APROVACAO COMERCIAL
      *    (PT000084).
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  DSC-CHAVE::.
               05  DSC-CPRODUTO::      PIC  9(005).
               05  DSC-SEGMENTO::      PIC  9(003).
           03  DSC-PCT-MAX::           PIC  9(002)V9(002).
           03  DSC-OPERADOR::          PIC  X(010).
           03  DSC-DT-ALTER::          PIC  9(008).
