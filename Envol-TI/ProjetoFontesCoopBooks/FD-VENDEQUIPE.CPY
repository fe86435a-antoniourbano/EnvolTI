      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO VENDEQUIPE (HISTORICO
      *    DE EQUIPE DO VENDEDOR). UM REGISTRO POR MUDANCA: A EQUIPE
      *    VALE DE VEQ-DT-INICIO ATE O INICIO DO REGISTRO SEGUINTE DO
      *    MESMO VENDEDOR. DATAS EM AAAAMMDD.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  VEQ-CHAVE::.
               05  VEQ-CVENDEDOR::     PIC  9(007).
               05  VEQ-DT-INICIO::     PIC  9(008).
           03  VEQ-EQUIPE::            PIC  9(003).
           03  VEQ-EQUIPE-ANT::        PIC  9(003).
           03  VEQ-OPERADOR::          PIC  X(010).
