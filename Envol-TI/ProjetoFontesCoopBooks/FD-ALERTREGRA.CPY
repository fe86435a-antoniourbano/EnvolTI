      *    'I' NENHUMA IMPORTACAO HA MAIS DE VALOR DIAS,
      *    'V' VENDEDOR ATIVO SEM VISITA NOS ULTIMOS 7 DIAS (O VALOR
      *        E A QTD MINIMA DE VENDEDORES PARADOS PARA ALERTAR),
      *    'T' TEMPO DA ULTIMA DISTRIBUICAO ACIMA DE VALOR MINUTOS,
      *    'D' DOCUMENTO DE CLIENTE VENCIDO OU VENCENDO EM ATE VALOR
      *        DIAS (ZERO = 30), COM AVISO AO VENDEDOR DA CARTEIRA,
      *    'K' CONTRATO DE FORNECIMENTO VENCENDO EM ATE VALOR DIAS
      *        (ZERO = 60), UM ALERTA POR CONTRATO.
      *----------------------------------------------------------------*
      *
       01  REG::.
