      *----------------------------------------------------------------*
      *    COPYBOOK - AREA DE COMUNICACAO COM O SUBPROGRAMA PRV00906
      *    (DECISAO SOBRE OS EQUIPAMENTOS EM COMODATO DE UM CLIENTE
      *    QUE SAI DA BASE). O CHAMADOR INFORMA O CLIENTE, O DESTINO
      *    (SOBREVIVENTE DA CONSOLIDACAO; ZEROS = SEM DESTINO), O
      *    OPERADOR, O MOTIVO E A DATA. RETORNO: 0 SEM EQUIPAMENTO
      *    OU TODOS DECIDIDOS (QTD = DECIDIDOS), 1 OPERADOR CANCELOU
      *    (O CHAMADOR NAO PODE PROSSEGUIR COM A OPERACAO).
      *----------------------------------------------------------------*
      *
       01  ::-CMD-PARM.
           03  FILLER                  PIC S9(004)         COMP.
           03  ::-CMD-CCLIENTE         PIC  9(007).
           03  ::-CMD-DESTINO          PIC  9(007).
           03  ::-CMD-OPERADOR         PIC  X(010).
           03  ::-CMD-MOTIVO           PIC  X(030).
           03  ::-CMD-DATA             PIC  9(008).
           03  ::-CMD-QTD              PIC  9(003).
           03  ::-CMD-RETORNO          PIC  9(001).
