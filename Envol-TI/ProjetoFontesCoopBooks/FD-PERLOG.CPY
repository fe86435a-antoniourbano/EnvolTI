      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO PERLOG (UMA LINHA POR
      *    LANCAMENTO RECUSADO PELA TRAVA DE PERIODO). OPERACAO: 'I'
      *    INCLUSAO, 'A' ALTERACAO, 'C' CANCELAMENTO, 'E' EXCLUSAO,
      *    'M' IMPORTACAO.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  PLG-DATA::              PIC  9(008).
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PLG-HORA::              PIC  X(006).
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PLG-PROGRAMA::          PIC  X(008).
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PLG-OPERADOR::          PIC  X(010).
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PLG-OPERACAO::          PIC  X(001).
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PLG-DT-MOVIMENTO::      PIC  9(008).
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PLG-CHAVE::             PIC  X(030).
