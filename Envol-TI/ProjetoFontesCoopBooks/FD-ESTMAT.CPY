      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO ESTMAT. POSICAO DO
      *    MATERIAL PROMOCIONAL COM O VENDEDOR: ACUMULADO REMETIDO
      *    PELO ALMOXARIFADO (REMMAT), ACUMULADO ENTREGUE AOS
      *    CLIENTES (ENTMAT, NA TELA DO PT000115 OU NO RETORNO DO
      *    PT000066) E SALDO EM MAOS. DATAS EM AAAAMMDD.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  EST-CHAVE::.
               05  EST-CVENDEDOR::     PIC  9(007).
               05  EST-CMATERIAL::     PIC  9(005).
           03  EST-QTD-REMETIDA::      PIC  9(007).
           03  EST-QTD-ENTREGUE::      PIC  9(007).
           03  EST-QTD-SALDO::         PIC  9(007).
           03  EST-DT-ULT-REMESSA::    PIC  9(008).
           03  EST-DT-ULT-ENTREGA::    PIC  9(008).
