      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO ORCAMENTO (CABECALHO DO
      *    ORCAMENTO DE VENDA EMITIDO AO PROSPECT NA ETAPA PROPOSTA).
      *    DATAS EM AAAAMMDD. SITUACAO: A-ABERTO, C-CONVERTIDO EM
      *    PEDIDO, P-PERDIDO (CANCELADO PELO VENDEDOR).
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  ORC-CHAVE::.
               05  ORC-CCLIENTE::      PIC  9(007).
               05  ORC-DATA::          PIC  9(008).
               05  ORC-SEQ::           PIC  9(003).
           03  ORC-CVENDEDOR::         PIC  9(007).
           03  ORC-VALIDADE::          PIC  9(008).
           03  ORC-VALOR::             PIC  9(009)V9(002).
           03  ORC-SITUACAO::          PIC  X(001).
               88  ORCAMENTO-ABERTO::              VALUE 'A'.
               88  ORCAMENTO-CONVERTIDO::          VALUE 'C'.
               88  ORCAMENTO-PERDIDO::             VALUE 'P'.
           03  ORC-OBS::               PIC  X(030).
      *  ---> Pedido gerado na conversao (chave em PEDIDOS: cliente do
      *       orcamento + data + sequencia) e data da conversao
           03  ORC-PED-DATA::          PIC  9(008).
           03  ORC-PED-SEQ::           PIC  9(003).
           03  ORC-DT-SITUACAO::       PIC  9(008).
