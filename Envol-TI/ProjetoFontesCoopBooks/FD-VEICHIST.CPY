      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO VEICHIST (HISTORICO DE
      *    VENDEDOR DO VEICULO). UM REGISTRO POR MUDANCA: O VENDEDOR
      *    USA O CARRO DE VHS-DT-INICIO ATE O INICIO DO REGISTRO
      *    SEGUINTE DA MESMA PLACA. DATAS EM AAAAMMDD.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  VHS-CHAVE::.
               05  VHS-PLACA::         PIC  X(007).
               05  VHS-DT-INICIO::     PIC  9(008).
           03  VHS-CVENDEDOR::         PIC  9(007).
           03  VHS-CVENDEDOR-ANT::     PIC  9(007).
           03  VHS-OPERADOR::          PIC  X(010).
