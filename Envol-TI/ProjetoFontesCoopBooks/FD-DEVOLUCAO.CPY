      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO DEVOLUCAO. DEVOLUCAO DE
      *    MERCADORIA CONTRA A NOTA FISCAL DO PEDIDO FATURADO (PED-NOTA
      *    RECEBIDA NO RETORNO DO ERP), UM REGISTRO POR ITEM DO PEDIDO.
      *    PEDIDO DE ORIGEM, PRODUTO E VENDEDOR SAO COPIADOS DO PEDIDO
      *    NA DIGITACAO (PT000087). DATA DA DEVOLUCAO EM AAAAMMDD.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  DEV-CHAVE::.
               05  DEV-CCLIENTE::      PIC  9(007).
               05  DEV-NOTA::          PIC  9(009).
               05  DEV-ITEM::          PIC  9(003).
           03  DEV-DATA-PED::          PIC  9(008).
           03  DEV-SEQ-PED::           PIC  9(003).
           03  DEV-CPRODUTO::          PIC  9(005).
           03  DEV-CVENDEDOR::         PIC  9(007).
           03  DEV-QTDE::              PIC  9(005).
           03  DEV-VALOR::             PIC  9(009)V9(002).
      *  ---> Motivo: 01 avaria, 02 produto errado, 03 desacordo
      *       comercial, 04 validade, 05 recusa na entrega, 99 outros
           03  DEV-MOTIVO::            PIC  9(002).
               88  DEV-MOTIVO-VALIDO::             VALUE 01 02 03 04
                                                         05 99.
           03  DEV-OPERADOR::          PIC  X(010).
           03  DEV-DATA::              PIC  9(008).
