      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO AMOSTRA. UM REGISTRO POR
      *    CLIENTE SORTEADO NO MES (PT000117), COM A VISITA QUE O
      *    INSTITUTO DEVE AVALIAR, O VENDEDOR DELA, O CONTATO QUE
      *    CONSENTIU EM PARTICIPAR DE PESQUISA E O ARQUIVO ENVIADO.
      *    SITUACAO: 'E' ENVIADO AO INSTITUTO, 'R' RETORNO IMPORTADO
      *    PELO PT000055. ANOMES EM AAAAMM, DATAS EM AAAAMMDD.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  AMO-CHAVE::.
               05  AMO-CCLIENTE::      PIC  9(007).
               05  AMO-ANOMES::        PIC  9(006).
           03  AMO-DT-VISITA::         PIC  9(008).
           03  AMO-CVENDEDOR::         PIC  9(007).
           03  AMO-RESULTADO::         PIC  X(002).
           03  AMO-CON-SEQ::           PIC  9(003).
           03  AMO-DT-GERACAO::        PIC  9(008).
           03  AMO-ARQUIVO::           PIC  X(030).
           03  AMO-SITUACAO::          PIC  X(001).
               88  AMOSTRA-ENVIADA::               VALUE 'E'.
               88  AMOSTRA-RESPONDIDA::            VALUE 'R'.
           03  AMO-DT-RETORNO::        PIC  9(008).
