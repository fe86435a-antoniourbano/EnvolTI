      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO ESTOQUE. POSICAO DO DIA
      *    RECEBIDA DO ERP NA INTERFACE ESTOQUE.ERP (CARGA PELO
      *    GATEWAY PT000065, SUBSTITUINDO A POSICAO ANTERIOR):
      *    QUANTIDADE DISPONIVEL E QUANTIDADE A CAMINHO (COMPRAS E
      *    TRANSFERENCIAS EM TRANSITO) POR PRODUTO E FILIAL.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  ETQ-CHAVE::.
               05  ETQ-CPRODUTO::      PIC  9(005).
               05  ETQ-FILIAL::        PIC  9(003).
           03  ETQ-QTD-DISPON::        PIC  9(007).
           03  ETQ-QTD-CAMINHO::       PIC  9(007).
           03  ETQ-DT-POSICAO::        PIC  9(008).
