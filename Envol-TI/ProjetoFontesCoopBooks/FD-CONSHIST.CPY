      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO CONSHIST (HISTORICO DE
      *    CONSENTIMENTO LGPD). ACAO: 'C' CONCESSAO, 'R' REVOGACAO.
      *    DATA EFETIVA E A DATA DA MANIFESTACAO DO TITULAR; DATA E
      *    HORA SAO AS DO REGISTRO NO SISTEMA.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  CHS-CCLIENTE::          PIC  9(007).
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CHS-SEQ::               PIC  9(003).
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CHS-CANAL::             PIC  X(001).
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CHS-ACAO::              PIC  X(001).
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CHS-DT-EFETIVA::        PIC  9(008).
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CHS-ORIGEM::            PIC  X(020).
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CHS-OPERADOR::          PIC  X(010).
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CHS-DATA::              PIC  9(008).
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CHS-HORA::              PIC  X(006).
