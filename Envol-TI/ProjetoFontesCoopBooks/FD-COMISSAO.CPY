           03  COM-VLR-VENDIDO::       PIC  9(011)V9(002).
           03  COM-VLR-COMISSAO::      PIC  9(009)V9(002).
           03  COM-DT-CALCULO::        PIC  9(008).
      *  ---> Estornos de meses anteriores abatidos neste mes (arquivo
      *       COMAJUSTE); COM-VLR-COMISSAO continua sendo o bruto
           03  COM-VLR-ESTORNO::       PIC  9(009)V9(002).
