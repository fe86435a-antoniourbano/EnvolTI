      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO ODOMETRO. LEITURA DO
      *    HODOMETRO NO FECHAMENTO DO MES (UMA POR PLACA E MES); O KM
      *    RODADO NO MES E A DIFERENCA PARA A LEITURA DO MES ANTERIOR.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  ODO-CHAVE::.
               05  ODO-PLACA::         PIC  X(007).
               05  ODO-ANOMES::        PIC  9(006).
           03  ODO-KM::                PIC  9(007).
           03  ODO-DT-LEITURA::        PIC  9(008).
      *  ---> Vendedor com o carro na data da leitura
           03  ODO-CVENDEDOR::         PIC  9(007).
           03  ODO-OPERADOR::          PIC  X(010).
