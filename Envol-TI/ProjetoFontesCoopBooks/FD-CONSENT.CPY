      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO CONSENT (CONSENTIMENTO
      *    LGPD). UM REGISTRO POR CONTATO (CONTATOS: CLIENTE +
      *    SEQUENCIA) E CANAL: 'T' TELEFONE, 'E' E-MAIL, 'P' PESQUISA
      *    DE SATISFACAO, 'M' MARKETING (CAMPANHAS E MALA DIRETA).
      *    O CONSENTIMENTO VALE NA DATA QUANDO A CONCESSAO E ANTERIOR
      *    OU IGUAL A ELA E NAO HOUVE REVOGACAO ATE ELA. TODA
      *    CONCESSAO/REVOGACAO FICA NO HISTORICO CONSHIST (PT000103).
      *    DATAS EM AAAAMMDD.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  CNS-CHAVE::.
               05  CNS-CCLIENTE::      PIC  9(007).
               05  CNS-SEQ::           PIC  9(003).
               05  CNS-CANAL::         PIC  X(001).
                   88  CANAL-TELEFONE::            VALUE 'T'.
                   88  CANAL-EMAIL::               VALUE 'E'.
                   88  CANAL-PESQUISA::            VALUE 'P'.
                   88  CANAL-MARKETING::           VALUE 'M'.
           03  CNS-SITUACAO::          PIC  X(001).
               88  CONSENTIDO::                    VALUE 'C'.
               88  REVOGADO::                      VALUE 'R'.
           03  CNS-DT-CONCESSAO::      PIC  9(008).
           03  CNS-DT-REVOGACAO::      PIC  9(008).
      *  ---> Origem da ultima concessao/revogacao (formulario,
      *       e-mail do titular, ligacao gravada, contrato...)
           03  CNS-ORIGEM::            PIC  X(020).
           03  CNS-OPERADOR::          PIC  X(010).
           03  CNS-DT-ALTERACAO::      PIC  9(008).
