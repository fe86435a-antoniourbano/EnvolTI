      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO REBAPUR. POSICAO DO
      *    REBATE DO TITULAR NO TRIMESTRE (AAAAT, T DE 1 A 4), GRAVADA
      *    PELO PT000118: A PROVISAO MENSAL ('P') ATUALIZA O ACUMULADO
      *    DO TRIMESTRE ATE O MES APURADO; A LIQUIDACAO ('L') FECHA O
      *    TRIMESTRE E ENVIA A NOTA DE CREDITO AO ERP (NAO MUDA MAIS).
      *    DATAS EM AAAAMMDD.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  RBA-CHAVE::.
               05  RBA-TITULAR::.
                   07  RBA-TIPO::      PIC  X(001).
                   07  RBA-CODIGO::    PIC  9(007).
               05  RBA-TRIMESTRE::     PIC  9(005).
      *  ---> Vigencia da tabela aplicada e ultimo mes apurado
           03  RBA-DT-INICIO-REB::     PIC  9(008).
           03  RBA-ANOMES::            PIC  9(006).
           03  RBA-FATURADO::          PIC  9(011)V9(002).
           03  RBA-DEVOLVIDO::         PIC  9(011)V9(002).
           03  RBA-BASE::              PIC  9(011)V9(002).
           03  RBA-FAIXA::             PIC  9(001).
           03  RBA-PERCENTUAL::        PIC  9(002)V9(002).
           03  RBA-VALOR::             PIC  9(009)V9(002).
           03  RBA-SITUACAO::          PIC  X(001).
               88  RBA-PROVISIONADO::              VALUE 'P'.
               88  RBA-LIQUIDADO::                 VALUE 'L'.
           03  RBA-DT-APURACAO::       PIC  9(008).
      *  ---> Liquidacao: data, cliente que recebe o credito (o
      *       proprio cliente ou a loja principal do grupo) e arquivo
      *       da nota de credito enviado ao ERP
           03  RBA-DT-LIQUIDACAO::     PIC  9(008).
           03  RBA-CLI-CREDITO::       PIC  9(007).
           03  RBA-ARQUIVO::           PIC  X(030).
