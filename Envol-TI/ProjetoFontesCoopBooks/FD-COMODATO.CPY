      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO COMODATO. CADA
      *    EMPRESTIMO DE UM EQUIPAMENTO A UM CLIENTE, DO INICIO AO
      *    ENCERRAMENTO, COM A REFERENCIA DO CONTRATO.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  CMD-CHAVE::.
               05  CMD-SERIE::         PIC  X(020).
               05  CMD-DT-INICIO::     PIC  9(008).
           03  CMD-CCLIENTE::          PIC  9(007).
           03  CMD-CONTRATO::          PIC  X(015).
      *  ---> 'A' vigente; encerrado: 'D' devolvido (recolhido ao
      *       estoque), 'T' transferido a outro cliente, 'B' baixado
           03  CMD-SITUACAO::          PIC  X(001).
               88  CMD-VIGENTE::                   VALUE 'A'.
               88  CMD-DEVOLVIDO::                 VALUE 'D'.
               88  CMD-TRANSFERIDO::               VALUE 'T'.
               88  CMD-BAIXADO::                   VALUE 'B'.
           03  CMD-DT-FIM::            PIC  9(008).
      *  ---> Motivo do encerramento (ex.: DEVOLUCAO, CONSOLIDACAO,
      *       ANONIMIZACAO, INATIVACAO) e operador que encerrou
           03  CMD-MOTIVO::            PIC  X(030).
           03  CMD-OPERADOR::          PIC  X(010).
