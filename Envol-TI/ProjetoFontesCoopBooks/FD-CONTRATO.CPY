      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO CONTRATO. CONTRATOS DE
      *    FORNECIMENTO DAS CONTAS-CHAVE, MANTIDOS NO PT000113: O
      *    TITULAR E UM CLIENTE ('C') OU UM GRUPO ECONOMICO ('G', TODOS
      *    OS MEMBROS DO GRUPO), COM VIGENCIA E VALOR MENSAL
      *    COMPROMETIDO. DATAS EM AAAAMMDD.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  CTR-NUMERO::            PIC  X(012).
           03  CTR-TITULAR::.
               05  CTR-TIPO::          PIC  X(001).
                   88  CTR-DE-CLIENTE::            VALUE 'C'.
                   88  CTR-DE-GRUPO::              VALUE 'G'.
               05  CTR-CODIGO::        PIC  9(007).
           03  CTR-DT-INICIO::         PIC  9(008).
           03  CTR-DT-FIM::            PIC  9(008).
           03  CTR-VLR-MENSAL::        PIC  9(009)V9(002).
           03  CTR-CONDICOES::.
               05  CTR-CONDICAO1::     PIC  X(060).
               05  CTR-CONDICAO2::     PIC  X(060).
      *  ---> Situacao: 'A' ativo, 'E' encerrado antes do fim. O
      *       vencimento e apurado pela data fim
           03  CTR-SITUACAO::          PIC  X(001).
               88  CTR-ATIVO::                     VALUE 'A'.
               88  CTR-ENCERRADO::                 VALUE 'E'.
      *  ---> Data do alerta de renovacao (regra 'K' do PT000077);
      *       zeros = ainda nao avisado. Nova data fim zera a marca
           03  CTR-DT-AVISO::          PIC  9(008).
           03  CTR-DT-INCLUSAO::       PIC  9(008).
           03  CTR-DT-ALTERACAO::      PIC  9(008).
           03  CTR-OPERADOR::          PIC  X(010).
