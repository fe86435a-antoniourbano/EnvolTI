      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO CLIFECHA (PERIODOS DE
      *    FECHAMENTO DE CLIENTE - FERIAS COLETIVAS, ENTRESSAFRA,
      *    TEMPORADA). DATAS EM AAAAMMDD.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  CFE-CHAVE::.
               05  CFE-CCLIENTE::      PIC  9(007).
               05  CFE-DT-INICIO::     PIC  9(008).
           03  CFE-DT-FIM::            PIC  9(008).
           03  CFE-MOTIVO::            PIC  X(030).
