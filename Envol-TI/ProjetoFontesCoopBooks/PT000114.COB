      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000114.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000114 ---> FROTA DE VEICULOS, HODOMETRO E  *
      *     *            CUSTO PROJETADO DAS ROTAS                     *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : CADASTRO DOS CARROS DA FROTA (ARQUIVO         *
      *     *            VEICULO: PLACA, MODELO, CONSUMO, CUSTO POR KM *
      *     *            E HODOMETRO DA PROXIMA REVISAO) LIGADOS AO    *
      *     *            VENDEDOR, COM HISTORICO DAS TROCAS (VEICHIST),*
      *     *            LEITURA MENSAL DO HODOMETRO (ODOMETRO) E      *
      *     *            RELATORIO MENSAL REL-FROTA-AAAAMM.CSV: KM DO  *
      *     *            HODOMETRO CONTRA O KM DECLARADO NAS DESPESAS  *
      *     *            (DSP-KM) E CONTRA O KM DA ROTA DO VENDEDOR    *
      *     *            (ROTA-NNNNNNN.CSV DO PT000903), COM O CUSTO   *
      *     *            MENSAL PROJETADO DE COMBUSTIVEL DA ROTA. EM   *
      *     *            LOTE ('B') GERA O RELATORIO DO MES ANTERIOR.  *
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    15.10.2026 *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.                  DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *
      *  ---> Frota de veiculos
           COPY 'SEL-VEICULO.CPY'      REPLACING ==::== BY ==-FDW==.
      *
      *  ---> Historico de vendedor do veiculo
           COPY 'SEL-VEICHIST.CPY'     REPLACING ==::== BY ==-FDH==.
      *
      *  ---> Leituras mensais do hodometro
           COPY 'SEL-ODOMETRO.CPY'     REPLACING ==::== BY ==-FDO==.
      *
      *  ---> Vendedores (nome e validacao)
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
      *  ---> Despesas de visita (km declarado)
           COPY 'SEL-DESPESA.CPY'      REPLACING ==::== BY ==-FDS==.
      *
      *  ---> Feriados (dias uteis do mes)
           COPY 'SEL-CALENDARIO.CPY'   REPLACING ==::== BY ==-FDL==.
      *
      *  ---> Arquivo de rota do vendedor gerado pelo PT000903
           SELECT  ARQ-ROTA            ASSIGN TO WSS-ARQ-ROTA
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   FILE STATUS         IS FS-ROTA.
      *
      *  ---> Relatorio mensal da frota
           SELECT  REL-FROTA           ASSIGN TO WSS-ARQ-RELFROTA
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RELFROTA.
      *
      *  ---> Catalogo central de relatorios gerados (revisualizacao)
           COPY 'SEL-CATALOGO.CPY'     REPLACING ==::== BY ==-FDK==.
      *
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-VEICULO                 VALUE OF FILE-ID IS 'VEICULO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDW.
       COPY 'FD-VEICULO.CPY'           REPLACING ==::== BY ==-FDW==.
      *
       FD  ARQ-VEICHIST                VALUE OF FILE-ID IS 'VEICHIST'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDH.
       COPY 'FD-VEICHIST.CPY'          REPLACING ==::== BY ==-FDH==.
      *
       FD  ARQ-ODOMETRO                VALUE OF FILE-ID IS 'ODOMETRO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-ODOMETRO.CPY'          REPLACING ==::== BY ==-FDO==.
      *
       FD  ARQ-VENDEDOR                VALUE OF FILE-ID IS 'VENDEDOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDV.
       COPY 'FD-VENDEDOR.CPY'          REPLACING ==::== BY ==-FDV==.
      *
       FD  ARQ-DESPESA                 VALUE OF FILE-ID IS 'DESPESA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDS.
       COPY 'FD-DESPESA.CPY'           REPLACING ==::== BY ==-FDS==.
      *
       FD  ARQ-CALENDARIO              VALUE OF FILE-ID IS 'CALENDARIO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDL.
       COPY 'FD-CALENDARIO.CPY'        REPLACING ==::== BY ==-FDL==.
      *
       FD  ARQ-ROTA.
       01  REG-ROTA                    PIC  X(200).
      *
       FD  REL-FROTA.
       01  REG-RELFROTA                PIC  X(250).
      *
       FD  ARQ-CATALOGO
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-CATALOGO.CPY'          REPLACING ==::== BY ==-FDK==.
      *
       FD  ARQ-AUDITORIA
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-AUDITORIA.CPY'         REPLACING ==::== BY ==-FDA==.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(032)         VALUE
           'III  WORKING STORAGE SECTION III'.
      *
       77  WSS-SON                     PIC  X(001)         VALUE 'N'.
           88 SON                      VALUE 'S' 's' 'N' 'n'.
      *
       77  WSS-FIM-ARQ                 PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-HST             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-DSP             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-ROTA            PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
       01  WSS-AUXILIARES.
           03  WSS-ENT                 PIC  X(001)         VALUE SPACES.
           03  WSS-FUN                 PIC  9(001)         VALUE ZEROS.
           03  WSS-MENSAGEM            PIC  X(067)         VALUE SPACES.
           03  WSS-PONTO-ERRO          PIC  9(002)         VALUE ZEROS.
           03  WSS-DESCRICAO           PIC  X(012)         VALUE SPACES.
           03  WSS-ARQUIVO             PIC  X(010)         VALUE SPACES.
           03  WSS-FSTATUS             PIC  X(002)         VALUE SPACES.
           03  WSS-LINHA               PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-LIMPA-LINHA         PIC  X(080)         VALUE SPACES.
           03  WSS-PARAM               PIC  X(001)         VALUE SPACES.
               88  MODO-BATCH                      VALUE 'B' 'b'.
           03  WSS-NOVO                PIC  X(001)         VALUE 'N'.
           03  WSS-VEND-ANT            PIC  9(007)         VALUE ZEROS.
           03  WSS-NOME-VENDEDOR       PIC  X(040)         VALUE SPACES.
           03  WSS-LINHA-TXT           PIC  X(078)         VALUE SPACES.
      *
      *  ---> Leitura do hodometro
           03  WSS-T-PLACA             PIC  X(007)         VALUE SPACES.
           03  WSS-T-ANOMES-LEI        PIC  9(006)         VALUE ZEROS.
           03  WSS-T-KM                PIC  9(007)         VALUE ZEROS.
           03  WSS-KM-ANTERIOR         PIC  9(007)         VALUE ZEROS.
           03  WSS-KM-POSTERIOR        PIC  9(007)         VALUE ZEROS.
           03  WSS-ANOMES-AUX          PIC  9(006)         VALUE ZEROS.
           03  WSS-ANOMES-AUX-R        REDEFINES WSS-ANOMES-AUX.
               05  WSS-AUX-ANO         PIC  9(004).
               05  WSS-AUX-MES         PIC  9(002).
      *
      *  ---> Mes do relatorio (AAAAMM) e seus limites em AAAAMMDD
           03  WSS-T-ANOMES            PIC  X(006)         VALUE SPACES.
           03  WSS-ANOMES-NUM          PIC  9(006)         VALUE ZEROS.
           03  WSS-ANOMES-R            REDEFINES WSS-ANOMES-NUM.
               05  WSS-ANOMES-ANO      PIC  9(004).
               05  WSS-ANOMES-MES      PIC  9(002).
           03  WSS-ANOMES-ANT          PIC  9(006)         VALUE ZEROS.
           03  WSS-MES-INI-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-MES-FIM-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-ARQ-RELFROTA        PIC  X(030)         VALUE SPACES.
           03  WSS-QTD-LINHAS          PIC  9(005)         VALUE ZEROS.
      *
      *  ---> Dias uteis do mes (segunda a sexta sem feriado)
           03  WSS-DIA-AMD             PIC  9(008)         VALUE ZEROS.
           03  WSS-DIA-INT             PIC  9(009)         VALUE ZEROS.
           03  WSS-DIA-SEMANA          PIC  9(001)         VALUE ZEROS.
           03  WSS-QTD-UTEIS           PIC  9(002)         VALUE ZEROS.
      *
      *  ---> Apuracao do veiculo no mes
           03  WSS-KM-LEITURA          PIC  9(007)         VALUE ZEROS.
           03  WSS-KM-LEITURA-ANT      PIC  9(007)         VALUE ZEROS.
           03  WSS-TEM-LEITURA         PIC  X(001)         VALUE 'N'.
           03  WSS-KM-HODOMETRO        PIC  9(007)         VALUE ZEROS.
           03  WSS-KM-DECLARADO        PIC  9(007)         VALUE ZEROS.
           03  WSS-KM-DIFERENCA        PIC S9(007)         VALUE ZEROS.
           03  WSS-KM-TOLERANCIA       PIC  9(007)         VALUE ZEROS.
           03  WSS-VEND-MES            PIC  9(007)         VALUE ZEROS.
           03  WSS-KM-ROTA             PIC  9(009)V9(003)  VALUE ZEROS.
           03  WSS-DIAS-ROTA           PIC  9(003)         VALUE ZEROS.
           03  WSS-KM-ROTA-MES         PIC  9(009)V9(003)  VALUE ZEROS.
           03  WSS-CUSTO-PROJETADO     PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-ARQ-ROTA            PIC  X(020)         VALUE SPACES.
           03  WSS-SEG-INI             PIC  9(008)         VALUE ZEROS.
           03  WSS-SEG-FIM             PIC  9(008)         VALUE ZEROS.
      *
      *  ---> Tolerancia (%) entre o km declarado e o do hodometro e
      *       antecedencia (km) do aviso de revisao
           03  WSS-PCT-TOLERANCIA      PIC  9(003)         VALUE 10.
           03  WSS-KM-AVISO-REVISAO    PIC  9(005)         VALUE 1000.
      *
      *  ---> VENDEDOR, DESPESA e CALENDARIO sao opcionais: sem eles
      *       o vendedor nao e validado, o km declarado sai zerado e
      *       so sabados e domingos deixam de ser uteis
           03  WSS-VENDEDOR-ABERTO     PIC  X(001)         VALUE 'N'.
               88  VENDEDOR-ABERTO     VALUE 'S'.
           03  WSS-DESPESA-ABERTO      PIC  X(001)         VALUE 'N'.
               88  DESPESA-ABERTO      VALUE 'S'.
           03  WSS-CALEND-ABERTO       PIC  X(001)         VALUE 'N'.
               88  CALEND-ABERTO       VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-VEICULO              PIC  X(002)         VALUE SPACES.
           03  FS-VEICHIST             PIC  X(002)         VALUE SPACES.
           03  FS-ODOMETRO             PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-DESPESA              PIC  X(002)         VALUE SPACES.
           03  FS-CALENDARIO           PIC  X(002)         VALUE SPACES.
           03  FS-ROTA                 PIC  X(002)         VALUE SPACES.
           03  FS-RELFROTA             PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUDITORIA
      *----------------------------------------------------------------*
           03  WSS-AUD-PROGRAMA        PIC  X(008)         VALUE SPACES.
           03  WSS-AUD-ACAO            PIC  X(040)         VALUE SPACES.
           03  WSS-AUD-HOR             PIC  9(002)         VALUE ZEROS.
           03  WSS-AUD-MIN             PIC  9(002)         VALUE ZEROS.
           03  WSS-AUD-SEG             PIC  9(002)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - DATA DO SISTEMA (OU DATA DE PROCESSAMENTO)
      *----------------------------------------------------------------*
       01  WSS-DATA-SIS.
           03  WSS-DATA-SIS-ANO        PIC  X(004).
           03  WSS-DATA-SIS-MES        PIC  X(002).
           03  WSS-DATA-SIS-DIA        PIC  X(002).
       01  WSS-HOJE-AMD                REDEFINES WSS-DATA-SIS
                                       PIC  9(008).
       01  WSS-HOJE-R                  REDEFINES WSS-DATA-SIS.
           03  WSS-HOJE-ANO            PIC  9(004).
           03  WSS-HOJE-MES            PIC  9(002).
           03  WSS-HOJE-DIA            PIC  9(002).
      *
      *----------------------------------------------------------------*
      *    AREA DO ARQUIVO VEICULO NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-VEICULO.CPY'           REPLACING ==::== BY ==-WSW==.
      *
      *----------------------------------------------------------------*
      *    PERIODOS DE VENDEDOR DO VEICULO (VEICHIST) NO MES
      *----------------------------------------------------------------*
       01  WSS-TAB-PERIODO.
           03  WSS-QTD-PER             PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-PER-OCR             OCCURS 50 TIMES.
               05  WSS-PER-VEND        PIC  9(007).
               05  WSS-PER-INI         PIC  9(008).
               05  WSS-PER-FIM         PIC  9(008).
      *
       77  WSS-IDX-PER                 PIC  9(003) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LINHA DE DETALHE DO ARQUIVO DE ROTA (LAYOUT DO PT000903)
      *----------------------------------------------------------------*
       01  LIN-ROTA-LIDA.
           03  LRL-ORDEM               PIC  X(005).
           03  LRL-SEP                 PIC  X(001).
           03  FILLER                  PIC  X(007).
           03  FILLER                  PIC  X(001).
           03  FILLER                  PIC  X(040).
           03  FILLER                  PIC  X(001).
           03  FILLER                  PIC  X(012).
           03  FILLER                  PIC  X(001).
           03  LRL-KM-ACUM             PIC  ZZZZZZZZ9,999.
           03  FILLER                  PIC  X(119).
      *
      *----------------------------------------------------------------*
      *    LINHAS DA CONSULTA EM TELA
      *----------------------------------------------------------------*
       01  WSS-LINHA-HST.
           03  FILLER                  PIC  X(009)         VALUE
               'DESDE '.
           03  HST-INICIO              PIC  9999/99/99     VALUE ZEROS.
           03  FILLER                  PIC  X(012)         VALUE
               '  VENDEDOR '.
           03  HST-VENDEDOR            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(010)         VALUE
               '  ANTES: '.
           03  HST-ANTERIOR            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  HST-OPERADOR            PIC  X(010)         VALUE SPACES.
      *
       01  WSS-LINHA-ODO.
           03  FILLER                  PIC  X(009)         VALUE
               'LEITURA '.
           03  ODL-ANOMES              PIC  9999/99        VALUE ZEROS.
           03  FILLER                  PIC  X(006)         VALUE
               '  KM '.
           03  ODL-KM                  PIC  Z.ZZZ.ZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(006)         VALUE
               '  EM '.
           03  ODL-DATA                PIC  9999/99/99     VALUE ZEROS.
           03  FILLER                  PIC  X(012)         VALUE
               '  VENDEDOR '.
           03  ODL-VENDEDOR            PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO MENSAL DA FROTA (CSV ';')
      *----------------------------------------------------------------*
       01  CAB-FROTA.
           03  FILLER                  PIC  X(035)         VALUE
               'FROTA - HODOMETRO X DESPESAS X ROTA'.
           03  FILLER                  PIC  X(007)         VALUE
               ' - MES '.
           03  CFR-ANOMES              PIC  9(006)         VALUE ZEROS.
           03  FILLER                  PIC  X(015)         VALUE
               ' - DIAS UTEIS: '.
           03  CFR-UTEIS               PIC  Z9             VALUE ZEROS.
      *
       01  CAB-FROTA-COL.
           03  FILLER                  PIC  X(054)         VALUE
               'PLACA;MODELO;VENDEDOR;NOME;KM HODOMETRO;KM DECLARADO;'.
           03  FILLER                  PIC  X(054)         VALUE
               'DIFERENCA;SITUACAO;KM ROTA;DIAS ROTA;KM ROTA MES;'.
           03  FILLER                  PIC  X(040)         VALUE
               'CUSTO KM;CUSTO PROJETADO;REVISAO'.
      *
       01  DET-FROTA.
           03  DFR-PLACA               PIC  X(007)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DFR-MODELO              PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DFR-VENDEDOR            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DFR-NOME                PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DFR-KM-HODOMETRO        PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DFR-KM-DECLARADO        PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DFR-KM-DIFERENCA        PIC  -ZZZZZZ9       VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DFR-SITUACAO            PIC  X(016)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DFR-KM-ROTA             PIC  ZZZZZZZZ9,999  VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DFR-DIAS-ROTA           PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DFR-KM-ROTA-MES         PIC  ZZZZZZZZ9,999  VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DFR-CUSTO-KM            PIC  Z9,9999        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DFR-CUSTO-PROJETADO     PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DFR-REVISAO             PIC  X(008)         VALUE SPACES.
      *
       01  RDP-FROTA.
           03  FILLER                  PIC  X(020)         VALUE
               'VEICULOS LISTADOS: '.
           03  RFR-QTD                 PIC  ZZZZ9          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00901
      *    - Gravador do log central de erros (ERRSYS)
      *----------------------------------------------------------------*
      *
       01  WSPRV901                    PIC X(08)           VALUE
                                                            'PT000901'.
      *
           COPY 'SUB-ERRO.CPY'         REPLACING ==::== BY ==WSE==.
      *
       01  FILLER                      PIC  X(032)         VALUE
           'FFF  FIM DA WORKING-STORAGE  FFF'.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
           COPY 'SUB-PRGS.CPY'         REPLACING ==::== BY ==LKS==.
      *
      *----------------------------------------------------------------*
      *    AREA DE TELAS
      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
       01  TELA-MANUTENCAO.
           03 F LINE 05 COL 20   VALUE
               ' ..... FROTA DE VEICULOS ..... '               BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Veiculo           ".
           03 F LINE 10 COL 28   VALUE " 2 - Leitura Hodometro ".
           03 F LINE 12 COL 28   VALUE " 3 - Historico Veiculo ".
           03 F LINE 14 COL 28   VALUE " 4 - Relatorio Mensal  ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]             ".
      *
       01  TELA-LABEL-VEICULO.
           03 F LINE 07 COL 10   VALUE " Placa...............: ".
           03 F LINE 08 COL 10   VALUE " Modelo..............: ".
           03 F LINE 09 COL 10   VALUE " Ano.................: ".
           03 F LINE 10 COL 10   VALUE " Vendedor............: ".
           03 F LINE 12 COL 10   VALUE " Consumo (km/l)......: ".
           03 F LINE 13 COL 10   VALUE " Custo por km........: ".
           03 F LINE 14 COL 10   VALUE " Km proxima revisao..: ".
           03 F LINE 15 COL 10   VALUE " Situacao (A/I)......: ".
      *
       01  TELA-DADOS-VEICULO-T.
           03 T1V  LINE 07 COL 34 PIC X(007)  USING VEI-PLACA-WSW.
           03 T2V  LINE 08 COL 34 PIC X(030)  USING VEI-MODELO-WSW.
           03 T3V  LINE 09 COL 34 PIC 9(004)  USING VEI-ANO-WSW.
           03 T4V  LINE 10 COL 34 PIC ZZZZZZ9 USING VEI-CVENDEDOR-WSW.
           03 T5V  LINE 12 COL 34 PIC Z9,9    USING VEI-CONSUMO-WSW.
           03 T6V  LINE 13 COL 34 PIC Z9,9999 USING VEI-CUSTO-KM-WSW.
           03 T7V  LINE 14 COL 34 PIC Z.ZZZ.ZZ9
                                              USING VEI-KM-REVISAO-WSW.
           03 T8V  LINE 15 COL 34 PIC X(001)  USING VEI-SITUACAO-WSW.
      *
       01  TELA-LABEL-LEITURA.
           03 F LINE 05 COL 20   VALUE
               ' ..... LEITURA MENSAL DO HODOMETRO ..... '     BLINK.
           03 F LINE 08 COL 10   VALUE " Placa...............: ".
           03 F LINE 09 COL 10   VALUE " Mes (AAAAMM)........: ".
           03 F LINE 10 COL 10   VALUE " Km do hodometro.....: ".
      *
       01  TELA-DADOS-LEITURA-T.
           03 T1L  LINE 08 COL 34 PIC X(007)  USING WSS-T-PLACA.
           03 T2L  LINE 09 COL 34 PIC 9(006)  USING WSS-T-ANOMES-LEI.
           03 T3L  LINE 10 COL 34 PIC Z.ZZZ.ZZ9
                                              USING WSS-T-KM.
      *
       01  TELA-RELATORIO.
           03 F LINE 05 COL 20   VALUE
               ' ..... FROTA: HODOMETRO X DESPESAS X ROTA ..... '
                                                               BLINK.
           03 F LINE 08 COL 20   VALUE
               " Mes do relatorio (AAAAMM, branco sai): ".
      *
       01  TELA-RELATORIO-T.
           03 T1R LINE 08 COL 61 PIC X(006)      TO WSS-T-ANOMES.
      *
      *----------------------------------------------------------------*
       01  TELA-MENSAGENS.
      * ---> Linha Limpa Mensagem
           03 LL-M LINE 24 COL 01      BLANK LINE.
      *
      * ---> Linha Exibe Label
           03 LE-L LINE 24 COL 01      VALUE " Mensagem:" BLINK.
      *
      * ---> Linha Exibe Mensagem
           03 LE-M LINE 24 COL 13      PIC  X(067) USING WSS-MENSAGEM.
      *
      *================================================================*
       PROCEDURE                       DIVISION USING LKS-PARM.
      *================================================================*
       RT-PRINCIPAL                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-INICIALIZAR      THRU RT-INICIALIZARX.
      *
           IF MODO-BATCH
              PERFORM RT-OBTER-MES     THRU RT-OBTER-MESX
              IF WSS-ANOMES-NUM        GREATER ZEROS
                 PERFORM RT-GERAR-RELATORIO
                                       THRU RT-GERAR-RELATORIOX
              END-IF
           ELSE
              PERFORM UNTIL WSS-FUN    EQUAL 9
                 PERFORM RT-PROCESSAR  THRU RT-PROCESSARX
              END-PERFORM
           END-IF.
      *
           PERFORM RT-FINALIZAR        THRU RT-FINALIZARX.
      *
           GOBACK.
      *
       RT-PRINCIPALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-INICIALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WSS-AUXILIARES
                      REG-WSW
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           MOVE 10                     TO WSS-PCT-TOLERANCIA.
           MOVE 1000                   TO WSS-KM-AVISO-REVISAO.
      *
           MOVE LKS-PARAM              TO WSS-PARAM.
           MOVE '00'                   TO LKS-RETORNO.
           MOVE SPACES                 TO LKS-ARQ-REL.
      *
           MOVE 'N'                    TO WSS-VENDEDOR-ABERTO
                                          WSS-DESPESA-ABERTO
                                          WSS-CALEND-ABERTO.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           OPEN I-O ARQ-VEICULO.
      *
           EVALUATE FS-VEICULO
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-VEICULO
                    OPEN OUTPUT ARQ-VEICULO
                    CLOSE ARQ-VEICULO
                    OPEN I-O ARQ-VEICULO
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'VEICULO'     TO WSS-ARQUIVO
                    MOVE FS-VEICULO    TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-VEICHIST.
      *
           EVALUATE FS-VEICHIST
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-VEICHIST
                    OPEN OUTPUT ARQ-VEICHIST
                    CLOSE ARQ-VEICHIST
                    OPEN I-O ARQ-VEICHIST
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'VEICHIST'    TO WSS-ARQUIVO
                    MOVE FS-VEICHIST   TO WSS-FSTATUS
                    MOVE 2             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-ODOMETRO.
      *
           EVALUATE FS-ODOMETRO
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-ODOMETRO
                    OPEN OUTPUT ARQ-ODOMETRO
                    CLOSE ARQ-ODOMETRO
                    OPEN I-O ARQ-ODOMETRO
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'ODOMETRO'    TO WSS-ARQUIVO
                    MOVE FS-ODOMETRO   TO WSS-FSTATUS
                    MOVE 3             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'AUDITORIA'         TO WSS-ARQUIVO
              MOVE FS-AUDITORIA        TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN INPUT ARQ-VENDEDOR.
           IF FS-VENDEDOR              EQUAL '00'
              MOVE 'S'                 TO WSS-VENDEDOR-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-DESPESA.
           IF FS-DESPESA               EQUAL '00'
              MOVE 'S'                 TO WSS-DESPESA-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-CALENDARIO.
           IF FS-CALENDARIO            EQUAL '00'
              MOVE 'S'                 TO WSS-CALEND-ABERTO
           END-IF.
      *
       RT-INICIALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PROCESSAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-FUN.
      *
           MOVE "Informe opcao desejada."
                                       TO WSS-MENSAGEM.
      *
           DISPLAY TELA-MANUTENCAO
                   TELA-MENSAGENS.
      *
           ACCEPT WSS-FUN              LINE 18 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
               WHEN 1
                    IF LKS-SO-CONSULTA
                       MOVE "Acesso somente para consulta."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    ELSE
                       PERFORM RT-VEICULO
                                       THRU RT-VEICULOX
                    END-IF
               WHEN 2
                    IF LKS-SO-CONSULTA
                       MOVE "Acesso somente para consulta."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    ELSE
                       PERFORM RT-LEITURA
                                       THRU RT-LEITURAX
                    END-IF
               WHEN 3
                    PERFORM RT-HISTORICO
                                       THRU RT-HISTORICOX
               WHEN 4
                    PERFORM RT-OBTER-MES
                                       THRU RT-OBTER-MESX
                    IF WSS-ANOMES-NUM  GREATER ZEROS
                       PERFORM RT-GERAR-RELATORIO
                                       THRU RT-GERAR-RELATORIOX
                    END-IF
               WHEN 9
                    CONTINUE
               WHEN OTHER
                    MOVE "Opcao invalida!!! Tente novamente."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-EVALUATE.
      *
       RT-PROCESSARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    INCLUSAO/ALTERACAO DE VEICULO. A TROCA DE VENDEDOR GRAVA O
      *    HISTORICO VEICHIST COM INICIO NA DATA DE HOJE
      *----------------------------------------------------------------*
       RT-VEICULO                      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSW
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           DISPLAY TELA-LABEL-VEICULO.
      *
           MOVE "Informe a placa do veiculo (branco sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1V.
      *
           IF VEI-PLACA-WSW            EQUAL SPACES
              GO                       TO RT-VEICULOX
           END-IF.
      *
           INSPECT VEI-PLACA-WSW       CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE VEI-PLACA-WSW          TO VEI-PLACA-FDW.
      *
           READ ARQ-VEICULO            KEY IS VEI-PLACA-FDW
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-VEICULO               EQUAL '00'
              MOVE 'N'                 TO WSS-NOVO
              MOVE REG-FDW             TO REG-WSW
           ELSE
              MOVE 'S'                 TO WSS-NOVO
              MOVE 'A'                 TO VEI-SITUACAO-WSW
           END-IF.
      *
           MOVE VEI-CVENDEDOR-WSW      TO WSS-VEND-ANT.
      *
           DISPLAY TELA-DADOS-VEICULO-T.
      *
           MOVE "Informe modelo e ano do veiculo."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2V.
           ACCEPT T3V.
      *
           MOVE "Vendedor que usa o veiculo (zero = sem vendedor)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4V.
      *
           IF VEI-CVENDEDOR-WSW        GREATER ZEROS
              PERFORM RT-LER-VENDEDOR  THRU RT-LER-VENDEDORX
              IF WSS-NOME-VENDEDOR     EQUAL SPACES
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 GO                    TO RT-VEICULOX
              END-IF
              DISPLAY WSS-NOME-VENDEDOR
                                       LINE 11 COL 34
           END-IF.
      *
           MOVE "Consumo medio (km/l) e custo de combustivel por km."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T5V.
           ACCEPT T6V.
      *
           MOVE "Hodometro da proxima revisao (zero = sem controle)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T7V.
      *
           MOVE "Situacao do veiculo (A-ativo, I-inativo)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T8V.
           INSPECT VEI-SITUACAO-WSW    CONVERTING 'ai' TO 'AI'.
      *
           EVALUATE TRUE
               WHEN VEI-MODELO-WSW     EQUAL SPACES
                    MOVE "Modelo do veiculo e obrigatorio."
                                       TO WSS-MENSAGEM
               WHEN VEI-CUSTO-KM-WSW   EQUAL ZEROS
                    MOVE "Custo por km e obrigatorio."
                                       TO WSS-MENSAGEM
               WHEN NOT VEI-ATIVO-WSW
                    AND NOT VEI-INATIVO-WSW
                    MOVE "Situacao invalida: A ou I - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN OTHER
                    MOVE SPACES        TO WSS-MENSAGEM
           END-EVALUATE.
      *
           IF WSS-MENSAGEM             NOT EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-VEICULOX
           END-IF.
      *
           MOVE "Confirma a gravacao do veiculo? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 52
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-VEICULOX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE LKS-OPERADOR           TO VEI-OPERADOR-WSW.
      *
           IF WSS-NOVO                 EQUAL 'S'
              MOVE WSS-HOJE-AMD        TO VEI-DT-INCLUSAO-WSW
              MOVE REG-WSW             TO REG-FDW
              WRITE REG-FDW
              MOVE 'VEICULO DA FROTA INCLUIDO'
                                       TO WSS-AUD-ACAO
           ELSE
              MOVE VEI-PLACA-WSW       TO VEI-PLACA-FDW
              READ ARQ-VEICULO         KEY IS VEI-PLACA-FDW
                   INVALID KEY
                       CONTINUE
              END-READ
              MOVE WSS-HOJE-AMD        TO VEI-DT-ALTERACAO-WSW
              MOVE REG-WSW             TO REG-FDW
              REWRITE REG-FDW
              MOVE 'VEICULO DA FROTA ALTERADO'
                                       TO WSS-AUD-ACAO
           END-IF.
      *
           IF FS-VEICULO               NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'VEICULO'           TO WSS-ARQUIVO
              MOVE FS-VEICULO          TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
      *  ---> Carro novo com vendedor ou troca de vendedor: historico
           IF VEI-CVENDEDOR-WSW        NOT EQUAL WSS-VEND-ANT
              PERFORM RT-GRAVAR-HISTORICO
                                       THRU RT-GRAVAR-HISTORICOX
           END-IF.
      *
           MOVE "Veiculo gravado com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-VEICULOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-HISTORICO             SECTION.
      *  ---> Uma troca por dia: nova troca no mesmo dia regrava o
      *       registro do dia, mantendo o vendedor anterior original
      *----------------------------------------------------------------*
      *
           MOVE VEI-PLACA-WSW          TO VHS-PLACA-FDH.
           MOVE WSS-HOJE-AMD           TO VHS-DT-INICIO-FDH.
      *
           READ ARQ-VEICHIST           KEY IS VHS-CHAVE-FDH
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-VEICHIST              EQUAL '00'
              MOVE VEI-CVENDEDOR-WSW   TO VHS-CVENDEDOR-FDH
              MOVE LKS-OPERADOR        TO VHS-OPERADOR-FDH
              REWRITE REG-FDH
           ELSE
              MOVE VEI-PLACA-WSW       TO VHS-PLACA-FDH
              MOVE WSS-HOJE-AMD        TO VHS-DT-INICIO-FDH
              MOVE VEI-CVENDEDOR-WSW   TO VHS-CVENDEDOR-FDH
              MOVE WSS-VEND-ANT        TO VHS-CVENDEDOR-ANT-FDH
              MOVE LKS-OPERADOR        TO VHS-OPERADOR-FDH
              WRITE REG-FDH
           END-IF.
      *
           IF FS-VEICHIST              NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'VEICHIST'          TO WSS-ARQUIVO
              MOVE FS-VEICHIST         TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'VEICULO ' VEI-PLACA-WSW ' PASSA AO VENDEDOR '
                  VEI-CVENDEDOR-WSW
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
       RT-GRAVAR-HISTORICOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-VENDEDOR                 SECTION.
      *  ---> Nome do vendedor de VEI-CVENDEDOR-WSW; nao cadastrado
      *       devolve branco com o motivo em WSS-MENSAGEM. Sem o
      *       arquivo VENDEDOR o codigo e aceito sem conferencia
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-NOME-VENDEDOR.
      *
           IF NOT VENDEDOR-ABERTO
              MOVE 'VENDEDOR NAO CONFERIDO'
                                       TO WSS-NOME-VENDEDOR
              GO                       TO RT-LER-VENDEDORX
           END-IF.
      *
           MOVE VEI-CVENDEDOR-WSW      TO CODIGO-FDV.
      *
           READ ARQ-VENDEDOR           KEY IS CODIGO-FDV
                INVALID KEY
                    MOVE "Vendedor nao cadastrado."
                                       TO WSS-MENSAGEM
                    GO                 TO RT-LER-VENDEDORX
           END-READ.
      *
           MOVE NOME-FDV               TO WSS-NOME-VENDEDOR.
      *
       RT-LER-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    LEITURA MENSAL DO HODOMETRO: UMA POR PLACA E MES, NUNCA
      *    MENOR QUE A DO MES ANTERIOR NEM MAIOR QUE A DO SEGUINTE
      *----------------------------------------------------------------*
       RT-LEITURA                      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE SPACES                 TO WSS-T-PLACA.
           MOVE ZEROS                  TO WSS-T-KM.
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           COMPUTE WSS-T-ANOMES-LEI     =
                   WSS-HOJE-ANO * 100 + WSS-HOJE-MES.
      *
           DISPLAY TELA-LABEL-LEITURA
                   TELA-DADOS-LEITURA-T.
      *
           MOVE "Informe a placa do veiculo (branco sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1L.
      *
           IF WSS-T-PLACA              EQUAL SPACES
              GO                       TO RT-LEITURAX
           END-IF.
      *
           INSPECT WSS-T-PLACA         CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE WSS-T-PLACA            TO VEI-PLACA-FDW.
           READ ARQ-VEICULO            KEY IS VEI-PLACA-FDW
                INVALID KEY
                    MOVE "Veiculo nao cadastrado."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    GO                 TO RT-LEITURAX
           END-READ.
      *
           DISPLAY VEI-MODELO-FDW      LINE 08 COL 44.
      *
           MOVE "Mes da leitura (AAAAMM) e km do hodometro."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2L.
           ACCEPT T3L.
      *
           MOVE WSS-T-ANOMES-LEI       TO WSS-ANOMES-AUX.
           IF WSS-AUX-MES              LESS 1
              OR WSS-AUX-MES           GREATER 12
              OR WSS-AUX-ANO           LESS 1901
              OR WSS-T-KM              EQUAL ZEROS
              MOVE "Mes ou km invalido - nao gravado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-LEITURAX
           END-IF.
      *
      *  ---> Leituras vizinhas (mes anterior e seguinte)
           PERFORM RT-LEITURAS-VIZINHAS
                                       THRU RT-LEITURAS-VIZINHASX.
      *
           IF WSS-KM-ANTERIOR          GREATER WSS-T-KM
              MOVE SPACES              TO WSS-MENSAGEM
              STRING 'Km menor que a leitura do mes anterior: '
                     WSS-KM-ANTERIOR
                 DELIMITED BY SIZE     INTO WSS-MENSAGEM
              END-STRING
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-LEITURAX
           END-IF.
      *
           IF WSS-KM-POSTERIOR         GREATER ZEROS
              AND WSS-KM-POSTERIOR     LESS WSS-T-KM
              MOVE SPACES              TO WSS-MENSAGEM
              STRING 'Km maior que a leitura do mes seguinte: '
                     WSS-KM-POSTERIOR
                 DELIMITED BY SIZE     INTO WSS-MENSAGEM
              END-STRING
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-LEITURAX
           END-IF.
      *
           MOVE WSS-T-PLACA            TO ODO-PLACA-FDO.
           MOVE WSS-T-ANOMES-LEI       TO ODO-ANOMES-FDO.
           READ ARQ-ODOMETRO           KEY IS ODO-CHAVE-FDO
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-ODOMETRO              EQUAL '00'
              MOVE "Mes ja tem leitura. Substitui? (S/N): "
                                       TO WSS-MENSAGEM
           ELSE
              MOVE "Confirma a leitura do hodometro? (S/N): "
                                       TO WSS-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 53
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-LEITURAX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           IF FS-ODOMETRO              EQUAL '00'
              MOVE WSS-T-KM            TO ODO-KM-FDO
              MOVE WSS-HOJE-AMD        TO ODO-DT-LEITURA-FDO
              MOVE VEI-CVENDEDOR-FDW   TO ODO-CVENDEDOR-FDO
              MOVE LKS-OPERADOR        TO ODO-OPERADOR-FDO
              REWRITE REG-FDO
           ELSE
              MOVE WSS-T-PLACA         TO ODO-PLACA-FDO
              MOVE WSS-T-ANOMES-LEI    TO ODO-ANOMES-FDO
              MOVE WSS-T-KM            TO ODO-KM-FDO
              MOVE WSS-HOJE-AMD        TO ODO-DT-LEITURA-FDO
              MOVE VEI-CVENDEDOR-FDW   TO ODO-CVENDEDOR-FDO
              MOVE LKS-OPERADOR        TO ODO-OPERADOR-FDO
              WRITE REG-FDO
           END-IF.
      *
           IF FS-ODOMETRO              NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'ODOMETRO'          TO WSS-ARQUIVO
              MOVE FS-ODOMETRO         TO WSS-FSTATUS
              MOVE 7                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'HODOMETRO ' WSS-T-PLACA ' ' WSS-T-ANOMES-LEI
                  ' KM ' WSS-T-KM
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
      *  ---> Aviso de revisao pelo hodometro
           IF VEI-KM-REVISAO-FDW       GREATER ZEROS
              AND WSS-T-KM             NOT LESS VEI-KM-REVISAO-FDW
              MOVE "Leitura gravada. REVISAO VENCIDA para o veiculo!"
                                       TO WSS-MENSAGEM
           ELSE
              IF VEI-KM-REVISAO-FDW    GREATER ZEROS
                 AND WSS-T-KM + WSS-KM-AVISO-REVISAO
                                       NOT LESS VEI-KM-REVISAO-FDW
                 MOVE "Leitura gravada. Revisao proxima do veiculo."
                                       TO WSS-MENSAGEM
              ELSE
                 MOVE "Leitura gravada com sucesso!"
                                       TO WSS-MENSAGEM
              END-IF
           END-IF.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-LEITURAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LEITURAS-VIZINHAS            SECTION.
      *  ---> Km da ultima leitura antes do mes informado e da
      *       primeira depois dele (zeros quando nao ha)
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-KM-ANTERIOR
                                          WSS-KM-POSTERIOR.
           MOVE WSS-T-PLACA            TO ODO-PLACA-FDO.
           MOVE ZEROS                  TO ODO-ANOMES-FDO.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-ODOMETRO          KEY IS NOT LESS ODO-CHAVE-FDO
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S'
              READ ARQ-ODOMETRO        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   EVALUATE TRUE
                       WHEN ODO-PLACA-FDO
                                       NOT EQUAL WSS-T-PLACA
                            MOVE 'S'   TO WSS-FIM-ARQ
                       WHEN ODO-ANOMES-FDO
                                       LESS WSS-T-ANOMES-LEI
                            MOVE ODO-KM-FDO
                                       TO WSS-KM-ANTERIOR
                       WHEN ODO-ANOMES-FDO
                                       GREATER WSS-T-ANOMES-LEI
                            MOVE ODO-KM-FDO
                                       TO WSS-KM-POSTERIOR
                            MOVE 'S'   TO WSS-FIM-ARQ
                       WHEN OTHER
                            CONTINUE
                   END-EVALUATE
              END-READ
           END-PERFORM.
      *
       RT-LEITURAS-VIZINHASX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    HISTORICO DO VEICULO: TROCAS DE VENDEDOR E LEITURAS
      *----------------------------------------------------------------*
       RT-HISTORICO                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE SPACES                 TO WSS-T-PLACA.
      *
           MOVE "Placa do veiculo: "   TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-T-PLACA          LINE 24 COL 31
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-T-PLACA              EQUAL SPACES
              GO                       TO RT-HISTORICOX
           END-IF.
      *
           INSPECT WSS-T-PLACA         CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE WSS-T-PLACA            TO VEI-PLACA-FDW.
           READ ARQ-VEICULO            KEY IS VEI-PLACA-FDW
                INVALID KEY
                    MOVE "Veiculo nao cadastrado."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    GO                 TO RT-HISTORICOX
           END-READ.
      *
           MOVE SPACES                 TO WSS-LINHA-TXT.
           STRING VEI-PLACA-FDW ' ' VEI-MODELO-FDW ' VENDEDOR '
                  VEI-CVENDEDOR-FDW ' SITUACAO ' VEI-SITUACAO-FDW
              DELIMITED BY SIZE        INTO WSS-LINHA-TXT
           END-STRING.
           DISPLAY WSS-LINHA-TXT       LINE 04 COL 03.
           MOVE 5                      TO WSS-LINHA.
      *
      *  ---> Trocas de vendedor
           MOVE WSS-T-PLACA            TO VHS-PLACA-FDH.
           MOVE ZEROS                  TO VHS-DT-INICIO-FDH.
           MOVE 'N'                    TO WSS-FIM-ARQ-HST.
      *
           START ARQ-VEICHIST          KEY IS NOT LESS VHS-CHAVE-FDH
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-HST
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-HST
                                       EQUAL 'S'
              READ ARQ-VEICHIST        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-HST
                NOT AT END
                   IF VHS-PLACA-FDH    NOT EQUAL WSS-T-PLACA
                      MOVE 'S'         TO WSS-FIM-ARQ-HST
                   ELSE
                      MOVE VHS-DT-INICIO-FDH
                                       TO HST-INICIO
                      MOVE VHS-CVENDEDOR-FDH
                                       TO HST-VENDEDOR
                      MOVE VHS-CVENDEDOR-ANT-FDH
                                       TO HST-ANTERIOR
                      MOVE VHS-OPERADOR-FDH
                                       TO HST-OPERADOR
                      DISPLAY WSS-LINHA-HST
                                       LINE WSS-LINHA COL 03
                      PERFORM RT-AVANCAR-LINHA
                                       THRU RT-AVANCAR-LINHAX
                   END-IF
              END-READ
           END-PERFORM.
      *
      *  ---> Leituras do hodometro
           MOVE WSS-T-PLACA            TO ODO-PLACA-FDO.
           MOVE ZEROS                  TO ODO-ANOMES-FDO.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-ODOMETRO          KEY IS NOT LESS ODO-CHAVE-FDO
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S'
              READ ARQ-ODOMETRO        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF ODO-PLACA-FDO    NOT EQUAL WSS-T-PLACA
                      MOVE 'S'         TO WSS-FIM-ARQ
                   ELSE
                      MOVE ODO-ANOMES-FDO
                                       TO ODL-ANOMES
                      MOVE ODO-KM-FDO  TO ODL-KM
                      MOVE ODO-DT-LEITURA-FDO
                                       TO ODL-DATA
                      MOVE ODO-CVENDEDOR-FDO
                                       TO ODL-VENDEDOR
                      DISPLAY WSS-LINHA-ODO
                                       LINE WSS-LINHA COL 03
                      PERFORM RT-AVANCAR-LINHA
                                       THRU RT-AVANCAR-LINHAX
                   END-IF
              END-READ
           END-PERFORM.
      *
           MOVE "Fim da consulta. Pressione qualquer tecla."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-HISTORICOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVANCAR-LINHA                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WSS-LINHA.
      *
           IF WSS-LINHA                GREATER 21
              MOVE "ENTER continua."   TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
           END-IF.
      *
       RT-AVANCAR-LINHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    MES DO RELATORIO: EM LOTE, O MES ANTERIOR AO DA DATA DE
      *    PROCESSAMENTO; NA TELA, INFORMADO PELO OPERADOR
      *----------------------------------------------------------------*
       RT-OBTER-MES                    SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-ANOMES-NUM.
      *
           IF MODO-BATCH
              PERFORM RT-DATA-SISTEMA  THRU RT-DATA-SISTEMAX
              IF WSS-HOJE-MES          EQUAL 1
                 COMPUTE WSS-ANOMES-NUM =
                         (WSS-HOJE-ANO - 1) * 100 + 12
              ELSE
                 COMPUTE WSS-ANOMES-NUM =
                         WSS-HOJE-ANO * 100 + WSS-HOJE-MES - 1
              END-IF
           ELSE
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
              MOVE SPACES              TO WSS-T-ANOMES
              MOVE "Informe o mes do relatorio."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-RELATORIO
                      TELA-MENSAGENS
              ACCEPT T1R
              IF WSS-T-ANOMES          EQUAL SPACES
                 GO                    TO RT-OBTER-MESX
              END-IF
              IF WSS-T-ANOMES          NUMERIC
                 MOVE WSS-T-ANOMES     TO WSS-ANOMES-NUM
              END-IF
           END-IF.
      *
           IF WSS-ANOMES-MES           LESS 1
              OR WSS-ANOMES-MES        GREATER 12
              OR WSS-ANOMES-ANO        LESS 1901
              MOVE ZEROS               TO WSS-ANOMES-NUM
              MOVE "Mes invalido - informe AAAAMM numerico."
                                       TO WSS-MENSAGEM
              IF MODO-BATCH
                 MOVE '08'             TO LKS-RETORNO
                 MOVE WSS-MENSAGEM(1:50)
                                       TO LKS-MENSAGEM
                 GO                    TO RT-OBTER-MESX
              END-IF
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-OBTER-MESX
           END-IF.
      *
           IF WSS-ANOMES-MES           EQUAL 1
              COMPUTE WSS-ANOMES-ANT    =
                      (WSS-ANOMES-ANO - 1) * 100 + 12
           ELSE
              COMPUTE WSS-ANOMES-ANT    = WSS-ANOMES-NUM - 1
           END-IF.
      *
      *  ---> Ultimo dia do mes: vespera do dia 1 do mes seguinte
           COMPUTE WSS-MES-INI-AMD      = WSS-ANOMES-NUM * 100 + 1.
           IF WSS-ANOMES-MES           EQUAL 12
              COMPUTE WSS-DIA-AMD       =
                      (WSS-ANOMES-ANO + 1) * 10000 + 101
           ELSE
              COMPUTE WSS-DIA-AMD       = WSS-MES-INI-AMD + 100
           END-IF.
           COMPUTE WSS-MES-FIM-AMD      =
                   FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WSS-DIA-AMD) - 1).
      *
       RT-OBTER-MESX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO MENSAL DA FROTA: PARA CADA VEICULO ATIVO, KM DO
      *    HODOMETRO NO MES (LEITURA DO MES MENOS A DO ANTERIOR)
      *    CONTRA O KM DECLARADO NAS DESPESAS PELOS VENDEDORES QUE
      *    USARAM O CARRO NO MES, E O CUSTO PROJETADO DA ROTA ATUAL
      *    DO VENDEDOR (KM DO CICLO DA ROTA PROPORCIONAL AOS DIAS
      *    UTEIS DO MES, VEZES O CUSTO POR KM DO CARRO)
      *----------------------------------------------------------------*
       RT-GERAR-RELATORIO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-LINHAS.
      *
           PERFORM RT-CONTAR-UTEIS     THRU RT-CONTAR-UTEISX.
      *
           MOVE SPACES                 TO WSS-ARQ-RELFROTA.
           STRING 'REL-FROTA-'         DELIMITED BY SIZE
                  WSS-ANOMES-NUM       DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-RELFROTA
           END-STRING.
      *
           OPEN OUTPUT REL-FROTA.
      *
           IF FS-RELFROTA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELFROTA'          TO WSS-ARQUIVO
              MOVE FS-RELFROTA         TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE WSS-ANOMES-NUM         TO CFR-ANOMES.
           MOVE WSS-QTD-UTEIS          TO CFR-UTEIS.
           WRITE REG-RELFROTA          FROM CAB-FROTA.
           WRITE REG-RELFROTA          FROM CAB-FROTA-COL.
      *
           MOVE LOW-VALUES             TO VEI-PLACA-FDW.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-VEICULO           KEY IS NOT LESS VEI-PLACA-FDW
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S'
              READ ARQ-VEICULO         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF VEI-ATIVO-FDW
                      PERFORM RT-APURAR-VEICULO
                                       THRU RT-APURAR-VEICULOX
                   END-IF
              END-READ
           END-PERFORM.
      *
           MOVE WSS-QTD-LINHAS         TO RFR-QTD.
           WRITE REG-RELFROTA          FROM RDP-FROTA.
      *
           CLOSE REL-FROTA.
      *
           MOVE WSS-ARQ-RELFROTA       TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'RELATORIO DA FROTA GERADO MES ' WSS-ANOMES-NUM
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'Frota ' WSS-ANOMES-NUM ' veiculos: '
                  WSS-QTD-LINHAS
              DELIMITED BY SIZE        INTO LKS-MENSAGEM
           END-STRING.
      *
           IF NOT MODO-BATCH
              MOVE LKS-MENSAGEM        TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
       RT-GERAR-RELATORIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONTAR-UTEIS                 SECTION.
      *  ---> Dias uteis do mes: segunda a sexta (resto da divisao
      *       por 7 do dia inteiro: 1 = segunda ... 0 = domingo) que
      *       nao estejam no CALENDARIO de feriados
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-UTEIS.
           MOVE WSS-MES-INI-AMD        TO WSS-DIA-AMD.
      *
           PERFORM UNTIL WSS-DIA-AMD   GREATER WSS-MES-FIM-AMD
              COMPUTE WSS-DIA-INT       =
                      FUNCTION INTEGER-OF-DATE (WSS-DIA-AMD)
              COMPUTE WSS-DIA-SEMANA    =
                      FUNCTION MOD (WSS-DIA-INT 7)
              IF WSS-DIA-SEMANA        GREATER ZEROS
                 AND WSS-DIA-SEMANA    LESS 6
                 ADD 1                 TO WSS-QTD-UTEIS
                 IF CALEND-ABERTO
                    MOVE WSS-DIA-AMD   TO CAL-DATA-FDL
                    READ ARQ-CALENDARIO
                                       KEY IS CAL-DATA-FDL
                         INVALID KEY
                             CONTINUE
                    END-READ
                    IF FS-CALENDARIO   EQUAL '00'
                       SUBTRACT 1      FROM WSS-QTD-UTEIS
                    END-IF
                 END-IF
              END-IF
              COMPUTE WSS-DIA-AMD       =
                      FUNCTION DATE-OF-INTEGER (WSS-DIA-INT + 1)
           END-PERFORM.
      *
       RT-CONTAR-UTEISX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APURAR-VEICULO               SECTION.
      *----------------------------------------------------------------*
      *
      *  ---> Km do hodometro: leitura do mes menos a do anterior
           MOVE 'N'                    TO WSS-TEM-LEITURA.
           MOVE ZEROS                  TO WSS-KM-LEITURA
                                          WSS-KM-LEITURA-ANT
                                          WSS-KM-HODOMETRO.
      *
           MOVE VEI-PLACA-FDW          TO ODO-PLACA-FDO.
           MOVE WSS-ANOMES-NUM         TO ODO-ANOMES-FDO.
           READ ARQ-ODOMETRO           KEY IS ODO-CHAVE-FDO
                INVALID KEY
                    CONTINUE
           END-READ.
           IF FS-ODOMETRO              EQUAL '00'
              MOVE ODO-KM-FDO          TO WSS-KM-LEITURA
              MOVE VEI-PLACA-FDW       TO ODO-PLACA-FDO
              MOVE WSS-ANOMES-ANT      TO ODO-ANOMES-FDO
              READ ARQ-ODOMETRO        KEY IS ODO-CHAVE-FDO
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-ODOMETRO           EQUAL '00'
                 MOVE ODO-KM-FDO       TO WSS-KM-LEITURA-ANT
                 MOVE 'S'              TO WSS-TEM-LEITURA
                 COMPUTE WSS-KM-HODOMETRO =
                         WSS-KM-LEITURA - WSS-KM-LEITURA-ANT
              END-IF
           END-IF.
      *
      *  ---> Periodos de vendedor do carro e km declarado em cada um
           PERFORM RT-PERIODOS-VEICULO THRU RT-PERIODOS-VEICULOX.
      *
           MOVE ZEROS                  TO WSS-KM-DECLARADO
                                          WSS-VEND-MES.
      *
           PERFORM VARYING WSS-IDX-PER FROM 1 BY 1
                   UNTIL   WSS-IDX-PER GREATER WSS-QTD-PER
              IF WSS-PER-INI (WSS-IDX-PER)
                                       NOT GREATER WSS-MES-FIM-AMD
                 AND WSS-PER-FIM (WSS-IDX-PER)
                                       NOT LESS WSS-MES-INI-AMD
                 MOVE WSS-PER-VEND (WSS-IDX-PER)
                                       TO WSS-VEND-MES
                 IF WSS-PER-VEND (WSS-IDX-PER)
                                       GREATER ZEROS
                    PERFORM RT-KM-DECLARADO
                                       THRU RT-KM-DECLARADOX
                 END-IF
              END-IF
           END-PERFORM.
      *
      *  ---> Conferencia do declarado com o hodometro (tolerancia %)
           COMPUTE WSS-KM-DIFERENCA     =
                   WSS-KM-DECLARADO - WSS-KM-HODOMETRO.
           COMPUTE WSS-KM-TOLERANCIA    =
                   WSS-KM-HODOMETRO * WSS-PCT-TOLERANCIA / 100.
      *
           EVALUATE TRUE
               WHEN WSS-TEM-LEITURA    NOT EQUAL 'S'
                    MOVE 'SEM LEITURA' TO DFR-SITUACAO
               WHEN WSS-KM-DIFERENCA   GREATER WSS-KM-TOLERANCIA
                    MOVE 'DECLARADO ACIMA'
                                       TO DFR-SITUACAO
               WHEN WSS-KM-DIFERENCA + WSS-KM-TOLERANCIA
                                       LESS ZEROS
                    MOVE 'DECLARADO ABAIXO'
                                       TO DFR-SITUACAO
               WHEN OTHER
                    MOVE 'CONFERE'     TO DFR-SITUACAO
           END-EVALUATE.
      *
      *  ---> Rota do vendedor com o carro no fim do mes
           PERFORM RT-KM-ROTA          THRU RT-KM-ROTAX.
      *
           IF WSS-DIAS-ROTA            GREATER ZEROS
              COMPUTE WSS-KM-ROTA-MES ROUNDED =
                      WSS-KM-ROTA * WSS-QTD-UTEIS / WSS-DIAS-ROTA
           ELSE
              MOVE ZEROS               TO WSS-KM-ROTA-MES
           END-IF.
      *
           COMPUTE WSS-CUSTO-PROJETADO ROUNDED =
                   WSS-KM-ROTA-MES * VEI-CUSTO-KM-FDW.
      *
      *  ---> Revisao pelo hodometro
           MOVE SPACES                 TO DFR-REVISAO.
           IF VEI-KM-REVISAO-FDW       GREATER ZEROS
              AND WSS-KM-LEITURA       GREATER ZEROS
              IF WSS-KM-LEITURA        NOT LESS VEI-KM-REVISAO-FDW
                 MOVE 'VENCIDA'        TO DFR-REVISAO
              ELSE
                 IF WSS-KM-LEITURA + WSS-KM-AVISO-REVISAO
                                       NOT LESS VEI-KM-REVISAO-FDW
                    MOVE 'PROXIMA'     TO DFR-REVISAO
                 END-IF
              END-IF
           END-IF.
      *
           MOVE SPACES                 TO WSS-NOME-VENDEDOR.
           IF WSS-VEND-MES             GREATER ZEROS
              AND VENDEDOR-ABERTO
              MOVE WSS-VEND-MES        TO CODIGO-FDV
              READ ARQ-VENDEDOR        KEY IS CODIGO-FDV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-FDV   TO WSS-NOME-VENDEDOR
              END-READ
           END-IF.
      *
           MOVE VEI-PLACA-FDW          TO DFR-PLACA.
           MOVE VEI-MODELO-FDW         TO DFR-MODELO.
           MOVE WSS-VEND-MES           TO DFR-VENDEDOR.
           MOVE WSS-NOME-VENDEDOR      TO DFR-NOME.
           MOVE WSS-KM-HODOMETRO       TO DFR-KM-HODOMETRO.
           MOVE WSS-KM-DECLARADO       TO DFR-KM-DECLARADO.
           MOVE WSS-KM-DIFERENCA       TO DFR-KM-DIFERENCA.
           MOVE WSS-KM-ROTA            TO DFR-KM-ROTA.
           MOVE WSS-DIAS-ROTA          TO DFR-DIAS-ROTA.
           MOVE WSS-KM-ROTA-MES        TO DFR-KM-ROTA-MES.
           MOVE VEI-CUSTO-KM-FDW       TO DFR-CUSTO-KM.
           MOVE WSS-CUSTO-PROJETADO    TO DFR-CUSTO-PROJETADO.
      *
           WRITE REG-RELFROTA          FROM DET-FROTA.
           ADD 1                       TO WSS-QTD-LINHAS.
      *
       RT-APURAR-VEICULOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PERIODOS-VEICULO             SECTION.
      *  ---> Monta os periodos de vendedor do carro a partir do
      *       VEICHIST (cada troca fecha o periodo anterior na
      *       vespera); sem historico vale o vendedor atual
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-PER.
      *
           MOVE VEI-PLACA-FDW          TO VHS-PLACA-FDH.
           MOVE ZEROS                  TO VHS-DT-INICIO-FDH.
           MOVE 'N'                    TO WSS-FIM-ARQ-HST.
      *
           START ARQ-VEICHIST          KEY IS NOT LESS VHS-CHAVE-FDH
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-HST
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-HST
                                       EQUAL 'S'
              READ ARQ-VEICHIST        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-HST
                NOT AT END
                   IF VHS-PLACA-FDH    NOT EQUAL VEI-PLACA-FDW
                      OR VHS-DT-INICIO-FDH
                                       GREATER WSS-MES-FIM-AMD
                      MOVE 'S'         TO WSS-FIM-ARQ-HST
                   ELSE
                      PERFORM RT-ABRIR-PERIODO
                                       THRU RT-ABRIR-PERIODOX
                   END-IF
              END-READ
           END-PERFORM.
      *
           IF WSS-QTD-PER              EQUAL ZEROS
              MOVE 1                   TO WSS-QTD-PER
              MOVE VEI-CVENDEDOR-FDW   TO WSS-PER-VEND (1)
              MOVE ZEROS               TO WSS-PER-INI (1)
              MOVE 99999999            TO WSS-PER-FIM (1)
           END-IF.
      *
       RT-PERIODOS-VEICULOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR-PERIODO                SECTION.
      *----------------------------------------------------------------*
      *
      *  ---> Tabela cheia: o periodo mais recente substitui o ultimo
           IF WSS-QTD-PER              LESS 50
              ADD 1                    TO WSS-QTD-PER
           END-IF.
      *
           IF WSS-QTD-PER              GREATER 1
              COMPUTE WSS-PER-FIM (WSS-QTD-PER - 1) =
                      FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE (VHS-DT-INICIO-FDH)
                    - 1)
           END-IF.
      *
           MOVE VHS-CVENDEDOR-FDH      TO WSS-PER-VEND (WSS-QTD-PER).
           MOVE VHS-DT-INICIO-FDH      TO WSS-PER-INI (WSS-QTD-PER).
           MOVE 99999999               TO WSS-PER-FIM (WSS-QTD-PER).
      *
       RT-ABRIR-PERIODOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-KM-DECLARADO                 SECTION.
      *  ---> Soma o DSP-KM do vendedor do periodo WSS-IDX-PER nos
      *       dias em que ele estava com o carro dentro do mes
      *----------------------------------------------------------------*
      *
           IF NOT DESPESA-ABERTO
              GO                       TO RT-KM-DECLARADOX
           END-IF.
      *
           MOVE WSS-PER-INI (WSS-IDX-PER)
                                       TO WSS-SEG-INI.
           IF WSS-SEG-INI              LESS WSS-MES-INI-AMD
              MOVE WSS-MES-INI-AMD     TO WSS-SEG-INI
           END-IF.
           MOVE WSS-PER-FIM (WSS-IDX-PER)
                                       TO WSS-SEG-FIM.
           IF WSS-SEG-FIM              GREATER WSS-MES-FIM-AMD
              MOVE WSS-MES-FIM-AMD     TO WSS-SEG-FIM
           END-IF.
      *
           MOVE WSS-PER-VEND (WSS-IDX-PER)
                                       TO DSP-CVENDEDOR-FDS.
           MOVE 'N'                    TO WSS-FIM-ARQ-DSP.
      *
           START ARQ-DESPESA           KEY IS NOT LESS DSP-CVENDEDOR-FDS
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-DSP
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-DSP
                                       EQUAL 'S'
              READ ARQ-DESPESA         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-DSP
                NOT AT END
                   IF DSP-CVENDEDOR-FDS
                                       NOT EQUAL
                                       WSS-PER-VEND (WSS-IDX-PER)
                      MOVE 'S'         TO WSS-FIM-ARQ-DSP
                   ELSE
                      IF DSP-DATA-FDS  NOT LESS WSS-SEG-INI
                         AND DSP-DATA-FDS
                                       NOT GREATER WSS-SEG-FIM
                         ADD DSP-KM-FDS
                                       TO WSS-KM-DECLARADO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-KM-DECLARADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-KM-ROTA                      SECTION.
      *  ---> Le o ROTA-NNNNNNN.CSV do vendedor: km acumulado da
      *       ultima perna (ciclo completo da carteira) e quantidade
      *       de dias da rota (linhas 'DIA '; rota sem plano diario
      *       conta um dia). Sem o arquivo, rota zerada
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-KM-ROTA
                                          WSS-DIAS-ROTA.
      *
           IF WSS-VEND-MES             EQUAL ZEROS
              GO                       TO RT-KM-ROTAX
           END-IF.
      *
           MOVE SPACES                 TO WSS-ARQ-ROTA.
           STRING 'ROTA-'              DELIMITED BY SIZE
                  WSS-VEND-MES         DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-ROTA
           END-STRING.
      *
           OPEN INPUT ARQ-ROTA.
           IF FS-ROTA                  NOT EQUAL '00'
              GO                       TO RT-KM-ROTAX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ-ROTA.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ROTA
                                       EQUAL 'S'
              READ ARQ-ROTA
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-ROTA
                NOT AT END
                   MOVE REG-ROTA       TO LIN-ROTA-LIDA
                   EVALUATE TRUE
                       WHEN REG-ROTA(1:4)
                                       EQUAL 'DIA '
                            ADD 1      TO WSS-DIAS-ROTA
                       WHEN LRL-ORDEM  NUMERIC
                            AND LRL-SEP
                                       EQUAL ';'
                            MOVE LRL-KM-ACUM
                                       TO WSS-KM-ROTA
                       WHEN OTHER
                            CONTINUE
                   END-EVALUATE
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-ROTA.
      *
           IF WSS-DIAS-ROTA            EQUAL ZEROS
              AND WSS-KM-ROTA          GREATER ZEROS
              MOVE 1                   TO WSS-DIAS-ROTA
           END-IF.
      *
       RT-KM-ROTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-CATALOGO           SECTION.
      *  ---> Registra o relatorio recem gerado no catalogo central
      *       (CATREL), para revisualizacao pelo paginador do menu
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-CATALOGO.
      *
           IF FS-CATALOGO              EQUAL '05' OR '35'
              CLOSE ARQ-CATALOGO
              OPEN OUTPUT ARQ-CATALOGO
           END-IF.
      *
           IF FS-CATALOGO              NOT EQUAL '00'
              GO                       TO RT-REGISTRAR-CATALOGOX
           END-IF.
      *
           MOVE 'PT000114'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE SPACES                 TO CAT-FILTROS-FDK.
           STRING 'FROTA ' WSS-ANOMES-NUM
              DELIMITED BY SIZE        INTO CAT-FILTROS-FDK
           END-STRING.
           MOVE WSS-ARQ-RELFROTA       TO CAT-ARQUIVO-FDK.
      *
           WRITE REG-FDK.
      *
           CLOSE ARQ-CATALOGO.
      *
       RT-REGISTRAR-CATALOGOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LIMPAR-TELA                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 4                      TO WSS-LINHA.
      *
           PERFORM VARYING WSS-LINHA   FROM 04 BY 01
                   UNTIL   WSS-LINHA   EQUAL 22
              DISPLAY WSS-LIMPA-LINHA  LINE WSS-LINHA COL 1
           END-PERFORM.
      *
           MOVE 4                      TO WSS-LINHA.
      *
       RT-LIMPAR-TELAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DATA-SISTEMA                 SECTION.
      *----------------------------------------------------------------*
      *
           IF LKS-DATA-PROC             EQUAL SPACES
              MOVE FUNCTION CURRENT-DATE (1:4)
                                       TO WSS-DATA-SIS-ANO
              MOVE FUNCTION CURRENT-DATE (5:2)
                                       TO WSS-DATA-SIS-MES
              MOVE FUNCTION CURRENT-DATE (7:2)
                                       TO WSS-DATA-SIS-DIA
           ELSE
              MOVE LKS-DATA-PROC(5:4)  TO WSS-DATA-SIS-ANO
              MOVE LKS-DATA-PROC(3:2)  TO WSS-DATA-SIS-MES
              MOVE LKS-DATA-PROC(1:2)  TO WSS-DATA-SIS-DIA
           END-IF.
      *
       RT-DATA-SISTEMAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR REGISTRO NO ARQUIVO DE AUDITORIA
      *----------------------------------------------------------------*
       RT-GRAVAR-AUDITORIA             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE 'PT000114'             TO WSS-AUD-PROGRAMA.
      *
           MOVE FUNCTION CURRENT-DATE(9:2)
                                       TO  WSS-AUD-HOR.
           MOVE FUNCTION CURRENT-DATE(11:2)
                                       TO  WSS-AUD-MIN.
           MOVE FUNCTION CURRENT-DATE(13:2)
                                       TO  WSS-AUD-SEG.
      *
           STRING WSS-DATA-SIS-DIA '/' WSS-DATA-SIS-MES '/'
                  WSS-DATA-SIS-ANO    DELIMITED BY SIZE
                                       INTO AUD-DATA-FDA.
           STRING WSS-AUD-HOR '/' WSS-AUD-MIN '/' WSS-AUD-SEG
                                       DELIMITED BY SIZE
                                       INTO AUD-HORA-FDA.
      *
           MOVE LKS-OPERADOR           TO AUD-OPERADOR-FDA.
           MOVE WSS-AUD-PROGRAMA       TO AUD-PROGRAMA-FDA.
           MOVE WSS-AUD-ACAO           TO AUD-ACAO-FDA.
      *
           WRITE REG-FDA.
      *
       RT-GRAVAR-AUDITORIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ERROS                        SECTION.
      *----------------------------------------------------------------*
      *
           STRING 'Erro ' WSS-DESCRICAO 'arquivo ' WSS-ARQUIVO
                  ' - FS: ' WSS-FSTATUS ' Local: #' WSS-PONTO-ERRO '#'
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
      *
      *  ---> Registra o erro no log central (ERRSYS)
           MOVE 'PT000114'             TO WSE-ERR-PROGRAMA.
           MOVE WSS-PONTO-ERRO         TO WSE-ERR-PONTO.
           MOVE WSS-ARQUIVO            TO WSE-ERR-ARQUIVO.
           MOVE WSS-FSTATUS            TO WSE-ERR-FSTATUS.
           MOVE SPACES                 TO WSE-ERR-CHAVE.
           MOVE WSS-DESCRICAO          TO WSE-ERR-DESCRICAO.
           CALL WSPRV901               USING WSE-ERR-PARM.
      *
           IF NOT MODO-BATCH
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
           MOVE '09'                   TO LKS-RETORNO.
           MOVE WSS-MENSAGEM(1:50)     TO LKS-MENSAGEM.
      *
           GOBACK.
      *
       RT-ERROSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FINALIZAR                    SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-VEICULO
                 ARQ-VEICHIST
                 ARQ-ODOMETRO
                 ARQ-AUDITORIA.
      *
           IF VENDEDOR-ABERTO
              CLOSE ARQ-VENDEDOR
           END-IF.
      *
           IF DESPESA-ABERTO
              CLOSE ARQ-DESPESA
           END-IF.
      *
           IF CALEND-ABERTO
              CLOSE ARQ-CALENDARIO
           END-IF.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
