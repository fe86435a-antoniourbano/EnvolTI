      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO PERIODO (SITUACAO DO MES
      *    PARA A TRAVA DE LANCAMENTOS). SITUACAO 'F' FECHADO PELO
      *    FECHAMENTO MENSAL, 'R' REABERTO POR APROVACAO EM DUPLA.
      *    REAB-PENDENTE 'S' ATE A REABERTURA SAIR NO PROXIMO PACOTE
      *    DE FECHAMENTO. ANOMES EM AAAAMM.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  PER-ANOMES::            PIC  9(006).
           03  PER-SITUACAO::          PIC  X(001).
               88  PER-FECHADO::                           VALUE 'F'.
               88  PER-REABERTO::                          VALUE 'R'.
           03  PER-DT-FECHAMENTO::     PIC  9(008).
           03  PER-OPER-FECHAMENTO::   PIC  X(010).
           03  PER-DT-REABERTURA::     PIC  9(008).
           03  PER-SOLICITANTE::       PIC  X(010).
           03  PER-APROVADOR::         PIC  X(010).
           03  PER-QTD-REABERTURAS::   PIC  9(003).
           03  PER-REAB-PENDENTE::     PIC  X(001).
               88  PER-REAB-A-REPORTAR::                   VALUE 'S'.
