      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO REBATE. TABELA DE REBATE
      *    POR VOLUME TRIMESTRAL, MANTIDA NO PT000118: O TITULAR E UM
      *    CLIENTE ('C') OU UM GRUPO ECONOMICO ('G', COMPRAS SOMADAS
      *    DE TODOS OS MEMBROS). ATE TRES FAIXAS: A MAIOR FAIXA CUJO
      *    VOLUME MINIMO FOI ATINGIDO NO TRIMESTRE (FATURADO MENOS
      *    DEVOLVIDO) DA O PERCENTUAL, APLICADO SOBRE TODO O VOLUME.
      *    FAIXA COM VOLUME ZERADO NAO E USADA. DATAS EM AAAAMMDD.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  REB-CHAVE::.
               05  REB-TITULAR::.
                   07  REB-TIPO::      PIC  X(001).
                       88  REB-DE-CLIENTE::        VALUE 'C'.
                       88  REB-DE-GRUPO::          VALUE 'G'.
                   07  REB-CODIGO::    PIC  9(007).
               05  REB-DT-INICIO::     PIC  9(008).
           03  REB-DT-FIM::            PIC  9(008).
           03  REB-FAIXAS::.
               05  REB-FAIXA::         OCCURS 3 TIMES.
                   07  REB-VOLUME-MIN::
                                       PIC  9(011)V9(002).
                   07  REB-PERCENTUAL::
                                       PIC  9(002)V9(002).
      *  ---> Situacao: 'A' ativa, 'S' suspensa (nao apura)
           03  REB-SITUACAO::          PIC  X(001).
               88  REB-ATIVO::                     VALUE 'A'.
               88  REB-SUSPENSO::                  VALUE 'S'.
           03  REB-DT-INCLUSAO::       PIC  9(008).
           03  REB-DT-ALTERACAO::      PIC  9(008).
           03  REB-OPERADOR::          PIC  X(010).
