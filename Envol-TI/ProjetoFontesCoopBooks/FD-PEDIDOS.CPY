      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO PEDIDOS (CABECALHO DO
      *    PEDIDO DE VENDA CAPTADO NA VISITA). DATA EM AAAAMMDD.
      *    SITUACAO: A-ABERTO, C-CANCELADO, L-AGUARDANDO APROVACAO
      *    COMERCIAL (ITEM ABAIXO DO PISO DE DESCONTO OU LIMITE DE
      *    CREDITO EXCEDIDO), R-REPROVADO PELO COMERCIAL.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  PED-SITUACAO::          PIC  X(001).
               88  PEDIDO-ABERTO::                 VALUE 'A'.
               88  PEDIDO-CANCELADO::              VALUE 'C'.
               88  PEDIDO-AGUARD-APROV::           VALUE 'L'.
               88  PEDIDO-REPROVADO::              VALUE 'R'.
           03  PED-OBS::               PIC  X(030).
      *  ---> Interface com o faturamento do ERP (PT000081): situacao
      *       ' ' nao enviado, 'E' enviado, 'F' faturado, 'P' faturado
               88  PED-FAT-PARCIAL::               VALUE 'P' 'p'.
               88  PED-FAT-CANCELADO::             VALUE 'X' 'x'.
           03  PED-NOTA::              PIC  9(009).
      *  ---> Decisao da aprovacao comercial (PT000084): supervisor,
      *       data da decisao e motivo da reprovacao (01 preco fora da
      *       politica, 02 margem insuficiente, 03 cliente sem
      *       historico, 04 condicao nao autorizada, 05 limite de
      *       credito excedido, 99 outros)
           03  PED-APROVADOR::         PIC  X(010).
           03  PED-DT-DECISAO::        PIC  9(008).
           03  PED-MOTIVO-REPROV::     PIC  9(002).
      *  ---> Motivo da retencao em 'L' (PT000041): 'D' item abaixo do
      *       piso de desconto, 'C' limite de credito excedido, 'A'
      *       ambos. Branco em pedidos antigos = desconto
           03  PED-RETENCAO::          PIC  X(001).
               88  RETIDO-DESCONTO::               VALUE 'D' ' '.
               88  RETIDO-CREDITO::                VALUE 'C'.
               88  RETIDO-AMBOS::                  VALUE 'A'.
      *  ---> Origem do pedido: 'V' captado na visita (PT000041), 'W'
      *       web/B2B e 'T' telefone, importados pelo gateway
      *       (PT000065). Branco em pedidos antigos = visita
           03  PED-ORIGEM::            PIC  X(001).
               88  ORIGEM-VISITA::                 VALUE 'V' ' '.
               88  ORIGEM-WEB::                    VALUE 'W'.
               88  ORIGEM-TELEFONE::               VALUE 'T'.
      *  ---> Data de entrega prometida ao cliente (dias de entrega e
      *       prazo do MUNICIPIO do cliente, sem feriados), calculada
      *       pelo PRV00906, e data de faturamento devolvida pelo ERP
      *       no FATRET.ERP (PT000081). Zeros = nao calculada/faturado
           03  PED-DT-ENTREGA::        PIC  9(008).
           03  PED-DT-FATURA::         PIC  9(008).
      *  ---> Endereco de entrega escolhido no pedido (sequencia do
      *       ENDENTREGA do cliente); zeros = endereco do cadastro
           03  PED-SEQ-ENTREGA::       PIC  9(003).
