      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO COMAJUSTE. ESTORNO DE
      *    COMISSAO JA APURADA: PEDIDO CANCELADO NO FATURAMENTO (TIPO
      *    C, ITEM ZERO) OU ITEM DEVOLVIDO (TIPO D). A CHAVE IDENTIFICA
      *    O EVENTO, QUE SO E LANCADO UMA VEZ. O VALOR E ABATIDO DO
      *    VENDEDOR NO MES DESTINO (PRIMEIRO MES AINDA NAO APURADO).
      *    MESES EM AAAAMM, DATA DA APURACAO EM AAAAMMDD.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  AJU-CHAVE::.
               05  AJU-TIPO::          PIC  X(001).
                   88  AJU-CANCELAMENTO::          VALUE 'C'.
                   88  AJU-DEVOLUCAO::             VALUE 'D'.
               05  AJU-CCLIENTE::      PIC  9(007).
               05  AJU-DATA-PED::      PIC  9(008).
               05  AJU-SEQ-PED::       PIC  9(003).
               05  AJU-ITEM::          PIC  9(003).
           03  AJU-CVENDEDOR::         PIC  9(007).
           03  AJU-NOTA::              PIC  9(009).
           03  AJU-ANOMES-ORIG::       PIC  9(006).
           03  AJU-ANOMES-DEST::       PIC  9(006).
           03  AJU-VLR-BASE::          PIC  9(009)V9(002).
           03  AJU-TAXA::              PIC  9(002)V9(002).
           03  AJU-VLR-ESTORNO::       PIC  9(009)V9(002).
           03  AJU-DT-APURACAO::       PIC  9(008).
           03  AJU-OPERADOR::          PIC  X(010).
