      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000111.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000111 ---> PAINEL EXECUTIVO ANO A ANO      *
      *     *            (MESES FECHADOS)                              *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : PARA O MES INFORMADO (AAAAMM), MONTA O PAINEL *
      *     *            DE INDICADORES A PARTIR DOS NUMEROS CONGELADOS*
      *     *            NO FECHAMENTO (FECHAMENTO), DA COMISSAO E DO  *
      *     *            DEMONSTRATIVO DE RESULTADO (RESULTADO): MES,  *
      *     *            MES ANTERIOR, MESMO MES DO ANO ANTERIOR,      *
      *     *            ACUMULADO DO ANO E ACUMULADO DO ANO ANTERIOR  *
      *     *            ATE O MESMO MES, COM INDICADOR SUBIU/CAIU/    *
      *     *            IGUAL EM CADA COMPARACAO.                     *
      *     *            VERSAO GERAL COM TODOS OS INDICADORES; VERSOES*
      *     *            POR EMPRESA E POR FILIAL SO COM OS APURADOS   *
      *     *            POR VENDEDOR (COMISSAO E RESULTADO), POIS O   *
      *     *            FECHAMENTO E CONGELADO SO PARA A EMPRESA TODA.*
      *     *            SALDOS (CLIENTES POR SITUACAO) NO ACUMULADO   *
      *     *            VALEM O DO ULTIMO MES; DISTANCIA MEDIA E      *
      *     *            PONDERADA PELAS ATRIBUICOES. OPERADOR COM     *
      *     *            FILIAIS RESTRITAS SO RECEBE AS SUAS FILIAIS.  *
      *     *            EM LOTE ('B') USA O MES ANTERIOR AO DA DATA   *
      *     *            DE PROCESSAMENTO.                             *
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
           COPY 'SEL-FECHAMENTO.CPY'   REPLACING ==::== BY ==-FDF==.
      *
           COPY 'SEL-COMISSAO.CPY'     REPLACING ==::== BY ==-FDM==.
      *
           COPY 'SEL-RESULTADO.CPY'    REPLACING ==::== BY ==-FDR==.
      *
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
      *  ---> Relatorio do painel executivo
           SELECT  REL-PAINEL          ASSIGN TO WSS-ARQ-PAINEL
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RELPAINEL.
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
       FD  ARQ-FECHAMENTO              VALUE OF FILE-ID IS
                                                        'FECHAMENTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDF.
       COPY 'FD-FECHAMENTO.CPY'        REPLACING ==::== BY ==-FDF==.
      *
       FD  ARQ-COMISSAO                VALUE OF FILE-ID IS 'COMISSAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDM.
       COPY 'FD-COMISSAO.CPY'          REPLACING ==::== BY ==-FDM==.
      *
       FD  ARQ-RESULTADO               VALUE OF FILE-ID IS 'RESULTADO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-RESULTADO.CPY'         REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-VENDEDOR                VALUE OF FILE-ID IS 'VENDEDOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDV.
       COPY 'FD-VENDEDOR.CPY'          REPLACING ==::== BY ==-FDV==.
      *
       FD  REL-PAINEL.
       01  REG-RELPAINEL               PIC  X(200).
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
       77  WSS-FIM-ARQ                 PIC  X(001)         VALUE 'N'.
       77  WSS-COMISSAO-ABERTO         PIC  X(001)         VALUE 'N'.
           88  COMISSAO-ABERTO                             VALUE 'S'.
       77  WSS-RESULTADO-ABERTO        PIC  X(001)         VALUE 'N'.
           88  RESULTADO-ABERTO                            VALUE 'S'.
       77  WSS-VENDEDOR-ABERTO         PIC  X(001)         VALUE 'N'.
           88  VENDEDOR-ABERTO                             VALUE 'S'.
      *
       77  WSS-FIL-PERMITIDA           PIC  X(001)         VALUE 'S'.
           88  FILIAL-PERMITIDA                            VALUE 'S'.
       77  WSS-FIL-TESTE               PIC  9(003)         VALUE ZEROS.
       77  WSS-IDX-PERM                PIC  9(002)         VALUE ZEROS.
       77  WSS-FILTRO-FILIAL           PIC  X(001)         VALUE 'N'.
           88  FILTRO-FILIAL                               VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
       01  WSS-AUXILIARES.
           03  WSS-ENT                 PIC  X(001)         VALUE SPACES.
           03  WSS-MENSAGEM            PIC  X(067)         VALUE SPACES.
           03  WSS-PONTO-ERRO          PIC  9(002)         VALUE ZEROS.
           03  WSS-DESCRICAO           PIC  X(012)         VALUE SPACES.
           03  WSS-ARQUIVO             PIC  X(010)         VALUE SPACES.
           03  WSS-FSTATUS             PIC  X(002)         VALUE SPACES.
           03  WSS-LINHA               PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-LIMPA-LINHA         PIC  X(080)         VALUE SPACES.
           03  WSS-PARAM               PIC  X(001)         VALUE SPACES.
               88  MODO-BATCH                      VALUE 'B' 'b'.
           03  WSS-ARQ-PAINEL          PIC  X(030)         VALUE SPACES.
           03  WSS-T-ANOMES            PIC  X(006)         VALUE SPACES.
           03  WSS-QTD-LINHAS          PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-FECHAMENTO           PIC  X(002)         VALUE SPACES.
           03  FS-COMISSAO             PIC  X(002)         VALUE SPACES.
           03  FS-RESULTADO            PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-RELPAINEL            PIC  X(002)         VALUE SPACES.
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
      *    PERIODOS DO PAINEL (TODOS EM AAAAMM): 1-MES, 2-MES ANTERIOR,
      *    3-MESMO MES DO ANO ANTERIOR, 4-ACUMULADO DO ANO ATE O MES,
      *    5-ACUMULADO DO ANO ANTERIOR ATE O MESMO MES
      *----------------------------------------------------------------*
       01  WSS-PERIODOS.
           03  WSS-ANOMES-NUM          PIC  9(006)         VALUE ZEROS.
           03  WSS-ANOMES-R            REDEFINES WSS-ANOMES-NUM.
               05  WSS-ANOMES-ANO      PIC  9(004).
               05  WSS-ANOMES-MES      PIC  9(002).
           03  WSS-AM-ANTERIOR         PIC  9(006)         VALUE ZEROS.
           03  WSS-AM-ANO-ANT          PIC  9(006)         VALUE ZEROS.
           03  WSS-AM-INI-ANO          PIC  9(006)         VALUE ZEROS.
           03  WSS-AM-INI-ANO-ANT      PIC  9(006)         VALUE ZEROS.
           03  WSS-DATA-PROC-AMD       PIC  9(008)         VALUE ZEROS.
           03  WSS-DATA-PROC-R         REDEFINES WSS-DATA-PROC-AMD.
               05  WSS-PROC-ANO        PIC  9(004).
               05  WSS-PROC-MES        PIC  9(002).
               05  WSS-PROC-DIA        PIC  9(002).
      *
      *----------------------------------------------------------------*
      *    PARAMETROS DE ACUMULACAO (RT-ACUMULAR-KPI)
      *----------------------------------------------------------------*
       01  WSS-ACUMULACAO.
           03  WSS-ACU-ANOMES          PIC  9(006)         VALUE ZEROS.
           03  WSS-ACU-KPI             PIC  9(002)         VALUE ZEROS.
           03  WSS-ACU-VALOR           PIC S9(013)V9(002)  COMP-3
                                                           VALUE ZEROS.
           03  WSS-ACU-EMPRESA         PIC  9(003)         VALUE ZEROS.
           03  WSS-ACU-FILIAL          PIC  9(003)         VALUE ZEROS.
           03  WSS-IDX-PER             PIC  9(001)         VALUE ZEROS.
           03  WSS-VLR-LIQUIDO         PIC S9(013)V9(002)  COMP-3
                                                           VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DE INDICADORES: NOME, TIPO ('S' SALDO DO MES, 'F'
      *    FLUXO SOMADO NO ACUMULADO, 'M' MEDIA PONDERADA PELO KPI 12)
      *    E ABRANGENCIA ('G' SO NA VERSAO GERAL, 'T' TODAS AS VERSOES)
      *----------------------------------------------------------------*
       77  WSS-QTD-KPI                 PIC  9(002)         VALUE 22.
       77  WSS-IDX-KPI                 PIC  9(002)         VALUE ZEROS.
      *
       01  WSS-TAB-KPI-VALORES.
           03  FILLER                  PIC  X(026)         VALUE
               'CLIENTES ATIVOS         SG'.
           03  FILLER                  PIC  X(026)         VALUE
               'CLIENTES BLOQUEADOS     SG'.
           03  FILLER                  PIC  X(026)         VALUE
               'CLIENTES INATIVOS       SG'.
           03  FILLER                  PIC  X(026)         VALUE
               'CLIENTES PROSPECTS      SG'.
           03  FILLER                  PIC  X(026)         VALUE
               'VISITAS COM VENDA       FG'.
           03  FILLER                  PIC  X(026)         VALUE
               'VISITAS SEM VENDA       FG'.
           03  FILLER                  PIC  X(026)         VALUE
               'VISITAS CLIENTE AUSENTE FG'.
           03  FILLER                  PIC  X(026)         VALUE
               'VISITAS COM RECUSA      FG'.
           03  FILLER                  PIC  X(026)         VALUE
               'VISITAS OUTRO RESULTADO FG'.
           03  FILLER                  PIC  X(026)         VALUE
               'CASOS ABERTOS           FG'.
           03  FILLER                  PIC  X(026)         VALUE
               'CASOS FECHADOS          FG'.
           03  FILLER                  PIC  X(026)         VALUE
               'ATRIBUICOES             FG'.
           03  FILLER                  PIC  X(026)         VALUE
               'DISTANCIA MEDIA         MG'.
           03  FILLER                  PIC  X(026)         VALUE
               'VISITAS NA COMISSAO     FT'.
           03  FILLER                  PIC  X(026)         VALUE
               'PEDIDOS                 FT'.
           03  FILLER                  PIC  X(026)         VALUE
               'VALOR VENDIDO           FT'.
           03  FILLER                  PIC  X(026)         VALUE
               'COMISSAO LIQUIDA        FT'.
           03  FILLER                  PIC  X(026)         VALUE
               'FATURADO                FT'.
           03  FILLER                  PIC  X(026)         VALUE
               'DEVOLUCOES              FT'.
           03  FILLER                  PIC  X(026)         VALUE
               'RECEITA LIQUIDA         FT'.
           03  FILLER                  PIC  X(026)         VALUE
               'DESPESAS                FT'.
           03  FILLER                  PIC  X(026)         VALUE
               'CONTRIBUICAO            FT'.
      *
       01  WSS-TAB-KPI                 REDEFINES WSS-TAB-KPI-VALORES.
           03  WSS-ITEM-KPI            OCCURS 22 TIMES.
               05  WSS-KPI-NOME        PIC  X(024).
               05  WSS-KPI-TIPO        PIC  X(001).
                   88  KPI-SALDO                   VALUE 'S'.
                   88  KPI-MEDIA                   VALUE 'M'.
               05  WSS-KPI-ABRANGE     PIC  X(001).
                   88  KPI-SO-GERAL                VALUE 'G'.
      *
      *----------------------------------------------------------------*
      *    VERSOES DO PAINEL: 'G' GERAL (SEMPRE A PRIMEIRA), 'E' POR
      *    EMPRESA, 'F' POR FILIAL DA EMPRESA; CADA UMA COM OS 22
      *    INDICADORES NOS 5 PERIODOS
      *----------------------------------------------------------------*
       77  WSS-QTD-VERSOES             PIC  9(003) COMP-3  VALUE ZEROS.
       77  WSS-IDX-VER                 PIC  9(003) COMP-3  VALUE ZEROS.
       77  WSS-ACHOU-VER               PIC  X(001)         VALUE 'N'.
       77  WSS-BUSCA-TIPO              PIC  X(001)         VALUE SPACES.
      *
       01  WSS-TAB-VERSOES.
           03  WSS-ITEM-VER            OCCURS 100 TIMES.
               05  WSS-VER-TIPO        PIC  X(001).
               05  WSS-VER-EMPRESA     PIC  9(003).
               05  WSS-VER-FILIAL      PIC  9(003).
               05  WSS-VER-KPI         OCCURS 22 TIMES.
                   07  WSS-VER-VLR     PIC S9(013)V9(002) COMP-3
                                                   OCCURS 5 TIMES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - DATA DO SISTEMA (OU DATA DE PROCESSAMENTO)
      *----------------------------------------------------------------*
       01  WSS-DATA-SIS.
           03  WSS-DATA-SIS-ANO        PIC  X(004).
           03  WSS-DATA-SIS-MES        PIC  X(002).
           03  WSS-DATA-SIS-DIA        PIC  X(002).
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO DO PAINEL EXECUTIVO (CSV)
      *----------------------------------------------------------------*
       01  CAB-PAINEL.
           03  FILLER                  PIC  X(021)         VALUE
               'PAINEL EXECUTIVO;MES;'.
           03  CPN-ANOMES              PIC  9(006)         VALUE ZEROS.
           03  FILLER                  PIC  X(014)         VALUE
               ';MES ANTERIOR;'.
           03  CPN-ANTERIOR            PIC  9(006)         VALUE ZEROS.
           03  FILLER                  PIC  X(014)         VALUE
               ';ANO ANTERIOR;'.
           03  CPN-ANO-ANT             PIC  9(006)         VALUE ZEROS.
      *
       01  CAB-PAINEL-FILTRO.
           03  FILLER                  PIC  X(042)         VALUE
               'SOMENTE AS FILIAIS PERMITIDAS AO OPERADOR;'.
           03  CPF-OPERADOR            PIC  X(010)         VALUE SPACES.
      *
       01  CAB-PAINEL-COL.
           03  FILLER                  PIC  X(022)         VALUE
               'VERSAO;EMPRESA;FILIAL;'.
           03  FILLER                  PIC  X(022)         VALUE
               'INDICADOR;MES;MES ANT;'.
           03  FILLER                  PIC  X(024)         VALUE
               'IND MES ANT;MES ANO ANT;'.
           03  FILLER                  PIC  X(021)         VALUE
               'IND ANO ANT;ACUM ANO;'.
           03  FILLER                  PIC  X(021)         VALUE
               'ACUM ANO ANT;IND ACUM'.
      *
       01  DET-PAINEL.
           03  DPN-VERSAO              PIC  X(007)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DPN-EMPRESA             PIC  X(003)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DPN-FILIAL              PIC  X(003)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DPN-INDICADOR           PIC  X(024)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DPN-MES                 PIC  -ZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DPN-MES-ANT             PIC  -ZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DPN-IND-MES-ANT         PIC  X(005)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DPN-ANO-ANT             PIC  -ZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DPN-IND-ANO-ANT         PIC  X(005)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DPN-ACUM                PIC  -ZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DPN-ACUM-ANT            PIC  -ZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DPN-IND-ACUM            PIC  X(005)         VALUE SPACES.
      *
      *  ---> Valores da linha corrente (media ja calculada) e
      *       comparacao para o indicador
       01  WSS-LINHA-PAINEL.
           03  WSS-LIN-VLR             PIC S9(013)V9(002) COMP-3
                                                   OCCURS 5 TIMES.
           03  WSS-CMP-ATUAL           PIC S9(013)V9(002) COMP-3.
           03  WSS-CMP-BASE            PIC S9(013)V9(002) COMP-3.
           03  WSS-CMP-INDICADOR       PIC  X(005).
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
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
       01  TELA-PAINEL.
           03 F LINE 05 COL 22   VALUE
               ' ..... PAINEL EXECUTIVO ANO A ANO ..... '    BLINK.
           03 F LINE 08 COL 20   VALUE
               " Mes fechado (AAAAMM, branco sai)   : ".
      *
       01  TELA-PAINEL-T.
           03 T1P LINE 08 COL 59 PIC X(006)      TO WSS-T-ANOMES.
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
           PERFORM RT-OBTER-MES        THRU RT-OBTER-MESX.
      *
           IF WSS-ANOMES-NUM           GREATER ZEROS
              PERFORM RT-GERAR-RELATORIO
                                       THRU RT-GERAR-RELATORIOX
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
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           MOVE LKS-PARAM              TO WSS-PARAM.
           MOVE '00'                   TO LKS-RETORNO.
           MOVE SPACES                 TO LKS-ARQ-REL.
           MOVE ZEROS                  TO WSS-ANOMES-NUM.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS-ANO       TO WSS-DATA-PROC-AMD(1:4).
           MOVE WSS-DATA-SIS-MES       TO WSS-DATA-PROC-AMD(5:2).
           MOVE WSS-DATA-SIS-DIA       TO WSS-DATA-PROC-AMD(7:2).
      *
           OPEN INPUT ARQ-FECHAMENTO.
      *
           IF FS-FECHAMENTO            NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'FECHAMENTO'        TO WSS-ARQUIVO
              MOVE FS-FECHAMENTO       TO WSS-FSTATUS
              MOVE 1                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Comissao, resultado e vendedor sao opcionais: sem eles
      *       o painel sai so com os numeros do fechamento
           OPEN INPUT ARQ-COMISSAO.
           IF FS-COMISSAO              EQUAL '00'
              MOVE 'S'                 TO WSS-COMISSAO-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-RESULTADO.
           IF FS-RESULTADO             EQUAL '00'
              MOVE 'S'                 TO WSS-RESULTADO-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-VENDEDOR.
           IF FS-VENDEDOR              EQUAL '00'
              MOVE 'S'                 TO WSS-VENDEDOR-ABERTO
           END-IF.
      *
           IF LKS-FILIAIS-PERM         NUMERIC
              AND LKS-FILIAIS-PERM     NOT EQUAL ZEROS
              MOVE 'S'                 TO WSS-FILTRO-FILIAL
           ELSE
              MOVE 'N'                 TO WSS-FILTRO-FILIAL
           END-IF.
      *
           OPEN EXTEND ARQ-AUDITORIA.
      *
       RT-INICIALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    MES DO PAINEL: EM LOTE, O MES ANTERIOR AO DA DATA DE
      *    PROCESSAMENTO; NA TELA, INFORMADO PELO OPERADOR. O MES
      *    PRECISA ESTAR FECHADO (REGISTRO NO FECHAMENTO).
      *----------------------------------------------------------------*
       RT-OBTER-MES                    SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-ANOMES-NUM.
      *
           IF MODO-BATCH
              IF WSS-PROC-MES          EQUAL 1
                 COMPUTE WSS-ANOMES-NUM =
                         (WSS-PROC-ANO - 1) * 100 + 12
              ELSE
                 COMPUTE WSS-ANOMES-NUM =
                         WSS-PROC-ANO * 100 + WSS-PROC-MES - 1
              END-IF
           ELSE
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
              MOVE SPACES              TO WSS-T-ANOMES
              MOVE "Informe o mes fechado do painel."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-PAINEL
                      TELA-MENSAGENS
              ACCEPT T1P
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
              PERFORM RT-OBTER-MES
              GO                       TO RT-OBTER-MESX
           END-IF.
      *
           MOVE WSS-ANOMES-NUM         TO FEC-ANOMES-FDF.
      *
           READ ARQ-FECHAMENTO
                INVALID KEY
                   MOVE '23'           TO FS-FECHAMENTO
           END-READ.
      *
           IF FS-FECHAMENTO            NOT EQUAL '00'
              MOVE SPACES              TO WSS-MENSAGEM
              STRING 'Mes ' WSS-ANOMES-NUM
                     ' nao fechado - rode o fechamento mensal.'
                 DELIMITED BY SIZE     INTO WSS-MENSAGEM
              END-STRING
              MOVE ZEROS               TO WSS-ANOMES-NUM
              IF MODO-BATCH
                 MOVE '08'             TO LKS-RETORNO
                 MOVE WSS-MENSAGEM(1:50)
                                       TO LKS-MENSAGEM
                 GO                    TO RT-OBTER-MESX
              END-IF
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              PERFORM RT-OBTER-MES
              GO                       TO RT-OBTER-MESX
           END-IF.
      *
      *  ---> Demais periodos a partir do mes do painel
           IF WSS-ANOMES-MES           EQUAL 1
              COMPUTE WSS-AM-ANTERIOR   =
                      (WSS-ANOMES-ANO - 1) * 100 + 12
           ELSE
              COMPUTE WSS-AM-ANTERIOR   = WSS-ANOMES-NUM - 1
           END-IF.
      *
           COMPUTE WSS-AM-ANO-ANT       = WSS-ANOMES-NUM - 100.
           COMPUTE WSS-AM-INI-ANO       = WSS-ANOMES-ANO * 100 + 1.
           COMPUTE WSS-AM-INI-ANO-ANT   =
                   (WSS-ANOMES-ANO - 1) * 100 + 1.
      *
       RT-OBTER-MESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GERAR-RELATORIO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-VERSOES
                                          WSS-QTD-LINHAS.
      *
      *  ---> Versao geral sempre na primeira posicao
           MOVE 'G'                    TO WSS-BUSCA-TIPO.
           MOVE ZEROS                  TO WSS-ACU-EMPRESA
                                          WSS-ACU-FILIAL.
           PERFORM RT-LOCALIZAR-VERSAO THRU RT-LOCALIZAR-VERSAOX.
      *
           PERFORM RT-APURAR-FECHAMENTO
                                       THRU RT-APURAR-FECHAMENTOX.
           PERFORM RT-APURAR-COMISSAO  THRU RT-APURAR-COMISSAOX.
           PERFORM RT-APURAR-RESULTADO THRU RT-APURAR-RESULTADOX.
      *
           STRING 'REL-SCORECARD-'     DELIMITED BY SIZE
                  WSS-ANOMES-NUM       DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-PAINEL
           END-STRING.
      *
           OPEN OUTPUT REL-PAINEL.
      *
           IF FS-RELPAINEL             NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELPAINEL'         TO WSS-ARQUIVO
              MOVE FS-RELPAINEL        TO WSS-FSTATUS
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE WSS-ANOMES-NUM         TO CPN-ANOMES.
           MOVE WSS-AM-ANTERIOR        TO CPN-ANTERIOR.
           MOVE WSS-AM-ANO-ANT         TO CPN-ANO-ANT.
           WRITE REG-RELPAINEL         FROM CAB-PAINEL.
      *
           IF FILTRO-FILIAL
              MOVE LKS-OPERADOR        TO CPF-OPERADOR
              WRITE REG-RELPAINEL      FROM CAB-PAINEL-FILTRO
           END-IF.
      *
           WRITE REG-RELPAINEL         FROM CAB-PAINEL-COL.
      *
           PERFORM VARYING WSS-IDX-VER FROM 1 BY 1
                   UNTIL   WSS-IDX-VER GREATER WSS-QTD-VERSOES
              PERFORM RT-GRAVAR-VERSAO THRU RT-GRAVAR-VERSAOX
           END-PERFORM.
      *
           CLOSE REL-PAINEL.
      *
           MOVE WSS-ARQ-PAINEL         TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'PAINEL EXECUTIVO GERADO MES ' WSS-ANOMES-NUM
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'Painel ' WSS-ANOMES-NUM ' linhas: ' WSS-QTD-LINHAS
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
      *    NUMEROS CONGELADOS DO FECHAMENTO, DE JANEIRO DO ANO
      *    ANTERIOR ATE O MES DO PAINEL (SO NA VERSAO GERAL)
      *----------------------------------------------------------------*
       RT-APURAR-FECHAMENTO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-AM-INI-ANO-ANT     TO FEC-ANOMES-FDF.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-FECHAMENTO        KEY IS NOT LESS FEC-ANOMES-FDF
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           MOVE 1                      TO WSS-IDX-VER.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S'
              READ ARQ-FECHAMENTO      NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF FEC-ANOMES-FDF   GREATER WSS-ANOMES-NUM
                      MOVE 'S'         TO WSS-FIM-ARQ
                   ELSE
                      PERFORM RT-ACUMULAR-FECHAMENTO
                                       THRU RT-ACUMULAR-FECHAMENTOX
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-APURAR-FECHAMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ACUMULAR-FECHAMENTO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FEC-ANOMES-FDF         TO WSS-ACU-ANOMES.
      *
           MOVE 1                      TO WSS-ACU-KPI.
           MOVE FEC-CLI-ATIVOS-FDF     TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-KPI     THRU RT-ACUMULAR-KPIX.
      *
           MOVE 2                      TO WSS-ACU-KPI.
           MOVE FEC-CLI-BLOQUEADOS-FDF TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-KPI     THRU RT-ACUMULAR-KPIX.
      *
           MOVE 3                      TO WSS-ACU-KPI.
           MOVE FEC-CLI-INATIVOS-FDF   TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-KPI     THRU RT-ACUMULAR-KPIX.
      *
           MOVE 4                      TO WSS-ACU-KPI.
           MOVE FEC-CLI-PROSPECTS-FDF  TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-KPI     THRU RT-ACUMULAR-KPIX.
      *
           MOVE 5                      TO WSS-ACU-KPI.
           MOVE FEC-VIS-VD-FDF         TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-KPI     THRU RT-ACUMULAR-KPIX.
      *
           MOVE 6                      TO WSS-ACU-KPI.
           MOVE FEC-VIS-SV-FDF         TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-KPI     THRU RT-ACUMULAR-KPIX.
      *
           MOVE 7                      TO WSS-ACU-KPI.
           MOVE FEC-VIS-AU-FDF         TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-KPI     THRU RT-ACUMULAR-KPIX.
      *
           MOVE 8                      TO WSS-ACU-KPI.
           MOVE FEC-VIS-RE-FDF         TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-KPI     THRU RT-ACUMULAR-KPIX.
      *
           MOVE 9                      TO WSS-ACU-KPI.
           MOVE FEC-VIS-OU-FDF         TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-KPI     THRU RT-ACUMULAR-KPIX.
      *
           MOVE 10                     TO WSS-ACU-KPI.
           MOVE FEC-CAS-ABERTOS-FDF    TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-KPI     THRU RT-ACUMULAR-KPIX.
      *
           MOVE 11                     TO WSS-ACU-KPI.
           MOVE FEC-CAS-FECHADOS-FDF   TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-KPI     THRU RT-ACUMULAR-KPIX.
      *
           MOVE 12                     TO WSS-ACU-KPI.
           MOVE FEC-QTD-ATRIBUIDOS-FDF TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-KPI     THRU RT-ACUMULAR-KPIX.
      *
      *  ---> Distancia acumulada como soma de (media x atribuicoes);
      *       a media do periodo sai na gravacao da linha
           MOVE 13                     TO WSS-ACU-KPI.
           COMPUTE WSS-ACU-VALOR        =
                   FEC-DIST-MEDIA-FDF * FEC-QTD-ATRIBUIDOS-FDF.
           PERFORM RT-ACUMULAR-KPI     THRU RT-ACUMULAR-KPIX.
      *
       RT-ACUMULAR-FECHAMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    COMISSAO CONGELADA POR VENDEDOR E MES; EMPRESA E FILIAL DO
      *    RESULTADO DO MESMO MES (AS DO FECHAMENTO) OU, NA FALTA
      *    DELE, AS ATUAIS DO VENDEDOR
      *----------------------------------------------------------------*
       RT-APURAR-COMISSAO              SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT COMISSAO-ABERTO
              GO                       TO RT-APURAR-COMISSAOX
           END-IF.
      *
           MOVE LOW-VALUES             TO COM-CHAVE-FDM.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-COMISSAO          KEY IS NOT LESS COM-CHAVE-FDM
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S'
              READ ARQ-COMISSAO        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF COM-ANOMES-FDM   NOT LESS WSS-AM-INI-ANO-ANT
                      AND COM-ANOMES-FDM
                                       NOT GREATER WSS-ANOMES-NUM
                      PERFORM RT-ACUMULAR-COMISSAO
                                       THRU RT-ACUMULAR-COMISSAOX
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-APURAR-COMISSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ACUMULAR-COMISSAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-ACU-EMPRESA
                                          WSS-ACU-FILIAL.
      *
           IF RESULTADO-ABERTO
              MOVE COM-CVENDEDOR-FDM   TO RES-CVENDEDOR-FDR
              MOVE COM-ANOMES-FDM      TO RES-ANOMES-FDR
              READ ARQ-RESULTADO
                   INVALID KEY
                      MOVE '23'        TO FS-RESULTADO
              END-READ
              IF FS-RESULTADO          EQUAL '00'
                 MOVE RES-EMPRESA-FDR  TO WSS-ACU-EMPRESA
                 MOVE RES-FILIAL-FDR   TO WSS-ACU-FILIAL
              END-IF
           END-IF.
      *
           IF WSS-ACU-EMPRESA          EQUAL ZEROS
              AND WSS-ACU-FILIAL       EQUAL ZEROS
              AND VENDEDOR-ABERTO
              MOVE COM-CVENDEDOR-FDM   TO CODIGO-FDV
              READ ARQ-VENDEDOR
                   INVALID KEY
                      MOVE '23'        TO FS-VENDEDOR
              END-READ
              IF FS-VENDEDOR           EQUAL '00'
                 MOVE EMPRESA-FDV      TO WSS-ACU-EMPRESA
                 MOVE FILIAL-FDV       TO WSS-ACU-FILIAL
              END-IF
           END-IF.
      *
           MOVE COM-ANOMES-FDM         TO WSS-ACU-ANOMES.
      *
           MOVE 14                     TO WSS-ACU-KPI.
           MOVE COM-QTD-VISITAS-FDM    TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-VENDEDOR
                                       THRU RT-ACUMULAR-VENDEDORX.
      *
           MOVE 15                     TO WSS-ACU-KPI.
           MOVE COM-QTD-PEDIDOS-FDM    TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-VENDEDOR
                                       THRU RT-ACUMULAR-VENDEDORX.
      *
           MOVE 16                     TO WSS-ACU-KPI.
           MOVE COM-VLR-VENDIDO-FDM    TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-VENDEDOR
                                       THRU RT-ACUMULAR-VENDEDORX.
      *
           MOVE 17                     TO WSS-ACU-KPI.
           COMPUTE WSS-ACU-VALOR        =
                   COM-VLR-COMISSAO-FDM - COM-VLR-ESTORNO-FDM.
           PERFORM RT-ACUMULAR-VENDEDOR
                                       THRU RT-ACUMULAR-VENDEDORX.
      *
       RT-ACUMULAR-COMISSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    DEMONSTRATIVO DE RESULTADO CONGELADO POR VENDEDOR E MES
      *----------------------------------------------------------------*
       RT-APURAR-RESULTADO             SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT RESULTADO-ABERTO
              GO                       TO RT-APURAR-RESULTADOX
           END-IF.
      *
           MOVE LOW-VALUES             TO RES-CHAVE-FDR.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-RESULTADO         KEY IS NOT LESS RES-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S'
              READ ARQ-RESULTADO       NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF RES-ANOMES-FDR   NOT LESS WSS-AM-INI-ANO-ANT
                      AND RES-ANOMES-FDR
                                       NOT GREATER WSS-ANOMES-NUM
                      PERFORM RT-ACUMULAR-RESULTADO
                                       THRU RT-ACUMULAR-RESULTADOX
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-APURAR-RESULTADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ACUMULAR-RESULTADO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE RES-EMPRESA-FDR        TO WSS-ACU-EMPRESA.
           MOVE RES-FILIAL-FDR         TO WSS-ACU-FILIAL.
           MOVE RES-ANOMES-FDR         TO WSS-ACU-ANOMES.
      *
           MOVE 18                     TO WSS-ACU-KPI.
           MOVE RES-VLR-FATURADO-FDR   TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-VENDEDOR
                                       THRU RT-ACUMULAR-VENDEDORX.
      *
           MOVE 19                     TO WSS-ACU-KPI.
           MOVE RES-VLR-DEVOLUCAO-FDR  TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-VENDEDOR
                                       THRU RT-ACUMULAR-VENDEDORX.
      *
           MOVE 20                     TO WSS-ACU-KPI.
           COMPUTE WSS-ACU-VALOR        =
                   RES-VLR-FATURADO-FDR - RES-VLR-DEVOLUCAO-FDR.
           PERFORM RT-ACUMULAR-VENDEDOR
                                       THRU RT-ACUMULAR-VENDEDORX.
      *
           MOVE 21                     TO WSS-ACU-KPI.
           MOVE RES-VLR-DESPESA-FDR    TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-VENDEDOR
                                       THRU RT-ACUMULAR-VENDEDORX.
      *
           MOVE 22                     TO WSS-ACU-KPI.
           MOVE RES-VLR-CONTRIB-FDR    TO WSS-ACU-VALOR.
           PERFORM RT-ACUMULAR-VENDEDOR
                                       THRU RT-ACUMULAR-VENDEDORX.
      *
       RT-ACUMULAR-RESULTADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    INDICADOR APURADO POR VENDEDOR: ENTRA NA VERSAO GERAL, NA
      *    DA EMPRESA E NA DA FILIAL (WSS-ACU-EMPRESA/FILIAL)
      *----------------------------------------------------------------*
       RT-ACUMULAR-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO WSS-IDX-VER.
           PERFORM RT-ACUMULAR-KPI     THRU RT-ACUMULAR-KPIX.
      *
           MOVE 'E'                    TO WSS-BUSCA-TIPO.
           PERFORM RT-LOCALIZAR-VERSAO THRU RT-LOCALIZAR-VERSAOX.
           IF WSS-IDX-VER              GREATER ZEROS
              PERFORM RT-ACUMULAR-KPI  THRU RT-ACUMULAR-KPIX
           END-IF.
      *
           MOVE 'F'                    TO WSS-BUSCA-TIPO.
           PERFORM RT-LOCALIZAR-VERSAO THRU RT-LOCALIZAR-VERSAOX.
           IF WSS-IDX-VER              GREATER ZEROS
              PERFORM RT-ACUMULAR-KPI  THRU RT-ACUMULAR-KPIX
           END-IF.
      *
       RT-ACUMULAR-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    LOCALIZA (OU INCLUI) A VERSAO WSS-BUSCA-TIPO DA EMPRESA/
      *    FILIAL EM WSS-ACU-EMPRESA/FILIAL; WSS-IDX-VER ZERO QUANDO A
      *    TABELA ESTA CHEIA
      *----------------------------------------------------------------*
       RT-LOCALIZAR-VERSAO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-ACHOU-VER.
           MOVE 1                      TO WSS-IDX-VER.
      *
           PERFORM UNTIL WSS-IDX-VER   GREATER WSS-QTD-VERSOES
                   OR WSS-ACHOU-VER    EQUAL 'S'
              IF WSS-VER-TIPO (WSS-IDX-VER)
                                       EQUAL WSS-BUSCA-TIPO
                 AND (WSS-BUSCA-TIPO   EQUAL 'G'
                  OR (WSS-VER-EMPRESA (WSS-IDX-VER)
                                       EQUAL WSS-ACU-EMPRESA
                      AND (WSS-BUSCA-TIPO
                                       EQUAL 'E'
                       OR WSS-VER-FILIAL (WSS-IDX-VER)
                                       EQUAL WSS-ACU-FILIAL)))
                 MOVE 'S'              TO WSS-ACHOU-VER
              ELSE
                 ADD 1                 TO WSS-IDX-VER
              END-IF
           END-PERFORM.
      *
           IF WSS-ACHOU-VER            EQUAL 'S'
              GO                       TO RT-LOCALIZAR-VERSAOX
           END-IF.
      *
           IF WSS-QTD-VERSOES          NOT LESS 100
              MOVE ZEROS               TO WSS-IDX-VER
              GO                       TO RT-LOCALIZAR-VERSAOX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-VERSOES.
           MOVE WSS-QTD-VERSOES        TO WSS-IDX-VER.
           INITIALIZE                  WSS-ITEM-VER (WSS-IDX-VER).
           MOVE WSS-BUSCA-TIPO         TO WSS-VER-TIPO (WSS-IDX-VER).
      *
           IF WSS-BUSCA-TIPO           NOT EQUAL 'G'
              MOVE WSS-ACU-EMPRESA     TO WSS-VER-EMPRESA (WSS-IDX-VER)
           END-IF.
      *
           IF WSS-BUSCA-TIPO           EQUAL 'F'
              MOVE WSS-ACU-FILIAL      TO WSS-VER-FILIAL (WSS-IDX-VER)
           END-IF.
      *
       RT-LOCALIZAR-VERSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    SOMA WSS-ACU-VALOR NO INDICADOR WSS-ACU-KPI DA VERSAO
      *    WSS-IDX-VER, EM CADA PERIODO QUE CONTEM WSS-ACU-ANOMES.
      *    SALDO SO ENTRA NO ACUMULADO PELO ULTIMO MES DE CADA ANO.
      *----------------------------------------------------------------*
       RT-ACUMULAR-KPI                 SECTION.
      *----------------------------------------------------------------*
      *
           IF WSS-ACU-ANOMES           EQUAL WSS-ANOMES-NUM
              ADD WSS-ACU-VALOR        TO WSS-VER-VLR
                                          (WSS-IDX-VER WSS-ACU-KPI 1)
           END-IF.
      *
           IF WSS-ACU-ANOMES           EQUAL WSS-AM-ANTERIOR
              ADD WSS-ACU-VALOR        TO WSS-VER-VLR
                                          (WSS-IDX-VER WSS-ACU-KPI 2)
           END-IF.
      *
           IF WSS-ACU-ANOMES           EQUAL WSS-AM-ANO-ANT
              ADD WSS-ACU-VALOR        TO WSS-VER-VLR
                                          (WSS-IDX-VER WSS-ACU-KPI 3)
           END-IF.
      *
           IF KPI-SALDO (WSS-ACU-KPI)
              IF WSS-ACU-ANOMES        EQUAL WSS-ANOMES-NUM
                 ADD WSS-ACU-VALOR     TO WSS-VER-VLR
                                          (WSS-IDX-VER WSS-ACU-KPI 4)
              END-IF
              IF WSS-ACU-ANOMES        EQUAL WSS-AM-ANO-ANT
                 ADD WSS-ACU-VALOR     TO WSS-VER-VLR
                                          (WSS-IDX-VER WSS-ACU-KPI 5)
              END-IF
              GO                       TO RT-ACUMULAR-KPIX
           END-IF.
      *
           IF WSS-ACU-ANOMES           NOT LESS WSS-AM-INI-ANO
              AND WSS-ACU-ANOMES       NOT GREATER WSS-ANOMES-NUM
              ADD WSS-ACU-VALOR        TO WSS-VER-VLR
                                          (WSS-IDX-VER WSS-ACU-KPI 4)
           END-IF.
      *
           IF WSS-ACU-ANOMES           NOT LESS WSS-AM-INI-ANO-ANT
              AND WSS-ACU-ANOMES       NOT GREATER WSS-AM-ANO-ANT
              ADD WSS-ACU-VALOR        TO WSS-VER-VLR
                                          (WSS-IDX-VER WSS-ACU-KPI 5)
           END-IF.
      *
       RT-ACUMULAR-KPIX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    GRAVA AS LINHAS DA VERSAO WSS-IDX-VER. OPERADOR COM FILIAIS
      *    RESTRITAS SO RECEBE AS VERSOES DAS SUAS FILIAIS.
      *----------------------------------------------------------------*
       RT-GRAVAR-VERSAO                SECTION.
      *----------------------------------------------------------------*
      *
           IF FILTRO-FILIAL
              IF WSS-VER-TIPO (WSS-IDX-VER)
                                       NOT EQUAL 'F'
                 GO                    TO RT-GRAVAR-VERSAOX
              END-IF
              MOVE WSS-VER-FILIAL (WSS-IDX-VER)
                                       TO WSS-FIL-TESTE
              PERFORM RT-CONFERIR-FILIAL
                                       THRU RT-CONFERIR-FILIALX
              IF NOT FILIAL-PERMITIDA
                 GO                    TO RT-GRAVAR-VERSAOX
              END-IF
           END-IF.
      *
           MOVE SPACES                 TO DPN-EMPRESA
                                          DPN-FILIAL.
      *
           EVALUATE WSS-VER-TIPO (WSS-IDX-VER)
               WHEN 'G'
                    MOVE 'GERAL'       TO DPN-VERSAO
               WHEN 'E'
                    MOVE 'EMPRESA'     TO DPN-VERSAO
                    MOVE WSS-VER-EMPRESA (WSS-IDX-VER)
                                       TO DPN-EMPRESA
               WHEN OTHER
                    MOVE 'FILIAL'      TO DPN-VERSAO
                    MOVE WSS-VER-EMPRESA (WSS-IDX-VER)
                                       TO DPN-EMPRESA
                    MOVE WSS-VER-FILIAL (WSS-IDX-VER)
                                       TO DPN-FILIAL
           END-EVALUATE.
      *
           PERFORM VARYING WSS-IDX-KPI FROM 1 BY 1
                   UNTIL   WSS-IDX-KPI GREATER WSS-QTD-KPI
              IF WSS-VER-TIPO (WSS-IDX-VER)
                                       EQUAL 'G'
                 OR NOT KPI-SO-GERAL (WSS-IDX-KPI)
                 PERFORM RT-GRAVAR-LINHA
                                       THRU RT-GRAVAR-LINHAX
              END-IF
           END-PERFORM.
      *
       RT-GRAVAR-VERSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-LINHA                 SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WSS-IDX-PER FROM 1 BY 1
                   UNTIL   WSS-IDX-PER GREATER 5
              MOVE WSS-VER-VLR (WSS-IDX-VER WSS-IDX-KPI WSS-IDX-PER)
                                       TO WSS-LIN-VLR (WSS-IDX-PER)
      *  ---> Media ponderada: soma (media x atribuicoes) dividida
      *       pelas atribuicoes do mesmo periodo
              IF KPI-MEDIA (WSS-IDX-KPI)
                 IF WSS-VER-VLR (WSS-IDX-VER 12 WSS-IDX-PER)
                                       GREATER ZEROS
                    COMPUTE WSS-LIN-VLR (WSS-IDX-PER) ROUNDED =
                            WSS-VER-VLR (WSS-IDX-VER WSS-IDX-KPI
                                         WSS-IDX-PER)
                          / WSS-VER-VLR (WSS-IDX-VER 12 WSS-IDX-PER)
                 ELSE
                    MOVE ZEROS         TO WSS-LIN-VLR (WSS-IDX-PER)
                 END-IF
              END-IF
           END-PERFORM.
      *
           MOVE WSS-KPI-NOME (WSS-IDX-KPI)
                                       TO DPN-INDICADOR.
           MOVE WSS-LIN-VLR (1)        TO DPN-MES.
           MOVE WSS-LIN-VLR (2)        TO DPN-MES-ANT.
           MOVE WSS-LIN-VLR (3)        TO DPN-ANO-ANT.
           MOVE WSS-LIN-VLR (4)        TO DPN-ACUM.
           MOVE WSS-LIN-VLR (5)        TO DPN-ACUM-ANT.
      *
           MOVE WSS-LIN-VLR (1)        TO WSS-CMP-ATUAL.
           MOVE WSS-LIN-VLR (2)        TO WSS-CMP-BASE.
           PERFORM RT-COMPARAR         THRU RT-COMPARARX.
           MOVE WSS-CMP-INDICADOR      TO DPN-IND-MES-ANT.
      *
           MOVE WSS-LIN-VLR (3)        TO WSS-CMP-BASE.
           PERFORM RT-COMPARAR         THRU RT-COMPARARX.
           MOVE WSS-CMP-INDICADOR      TO DPN-IND-ANO-ANT.
      *
           MOVE WSS-LIN-VLR (4)        TO WSS-CMP-ATUAL.
           MOVE WSS-LIN-VLR (5)        TO WSS-CMP-BASE.
           PERFORM RT-COMPARAR         THRU RT-COMPARARX.
           MOVE WSS-CMP-INDICADOR      TO DPN-IND-ACUM.
      *
           WRITE REG-RELPAINEL         FROM DET-PAINEL.
      *
           ADD 1                       TO WSS-QTD-LINHAS.
      *
       RT-GRAVAR-LINHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-COMPARAR                     SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN WSS-CMP-ATUAL      GREATER WSS-CMP-BASE
                    MOVE 'SUBIU'       TO WSS-CMP-INDICADOR
               WHEN WSS-CMP-ATUAL      LESS WSS-CMP-BASE
                    MOVE 'CAIU '       TO WSS-CMP-INDICADOR
               WHEN OTHER
                    MOVE 'IGUAL'       TO WSS-CMP-INDICADOR
           END-EVALUATE.
      *
       RT-COMPARARX.
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
           MOVE 'PT000111'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE SPACES                 TO CAT-FILTROS-FDK.
           STRING 'PAINEL EXECUTIVO ' WSS-ANOMES-NUM
              DELIMITED BY SIZE        INTO CAT-FILTROS-FDK
           END-STRING.
           MOVE WSS-ARQ-PAINEL         TO CAT-ARQUIVO-FDK.
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
           MOVE 'PT000111'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000111'             TO WSE-ERR-PROGRAMA.
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
           CLOSE ARQ-FECHAMENTO
                 ARQ-AUDITORIA.
      *
           IF COMISSAO-ABERTO
              CLOSE ARQ-COMISSAO
           END-IF.
      *
           IF RESULTADO-ABERTO
              CLOSE ARQ-RESULTADO
           END-IF.
      *
           IF VENDEDOR-ABERTO
              CLOSE ARQ-VENDEDOR
           END-IF.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONFERE SE A FILIAL EM WSS-FIL-TESTE ESTA ENTRE AS FILIAIS
      *    PERMITIDAS AO OPERADOR DA SESSAO (LISTA ZERADA LIBERA TODAS
      *    AS FILIAIS DA EMPRESA)
      *----------------------------------------------------------------*
       RT-CONFERIR-FILIAL              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WSS-FIL-PERMITIDA.
      *
           IF LKS-FILIAIS-PERM         NOT NUMERIC
              OR LKS-FILIAIS-PERM      EQUAL ZEROS
              GO                       TO RT-CONFERIR-FILIALX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIL-PERMITIDA.
      *
           PERFORM VARYING WSS-IDX-PERM FROM 1 BY 1
                   UNTIL   WSS-IDX-PERM GREATER 8
              IF LKS-FILIAL-PERM (WSS-IDX-PERM)
                                       EQUAL WSS-FIL-TESTE
                 AND WSS-FIL-TESTE     GREATER ZEROS
                 MOVE 'S'              TO WSS-FIL-PERMITIDA
              END-IF
           END-PERFORM.
      *
       RT-CONFERIR-FILIALX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
