      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000110.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000110 ---> CONCILIACAO DO CADASTRO DE      *
      *     *            CLIENTES COM O CADASTRO COMPLETO DO ERP       *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : CARREGA O CADASTRO COMPLETO DE CLIENTES DO    *
      *     *            ERP (CLIERP.ERP: CNPJ;CODIGO ERP;RAZAO        *
      *     *            SOCIAL;ENDERECO;CIDADE;UF;CEP;SITUACAO) E O   *
      *     *            CONCILIA COM O CLIENTES PELO CNPJ, RECRIANDO  *
      *     *            O ARQUIVO CONCILIA: CLIENTE SO NO ERP, SO NO  *
      *     *            CLIENTES, RAZAO SOCIAL, ENDERECO, CIDADE/UF/  *
      *     *            CEP E SITUACAO EM CONFLITO (ATIVO AQUI E      *
      *     *            INATIVO/ENCERRADO LA, OU O CONTRARIO). EMITE  *
      *     *            O RELATORIO REL-CONCERP-AAAAMMDD.CSV          *
      *     *            (CATREL). AS DIVERGENCIAS ESCOLHIDAS NA TELA  *
      *     *            FICAM MARCADAS PARA REENVIO E O CLIENTE VAI   *
      *     *            NO PROXIMO DELTA CADASTRAL (PT000067). O      *
      *     *            ARQUIVO E CONFERIDO NO MANIFESTO GTWMANIF E   *
      *     *            REGISTRADO DEPOIS DE CONSUMIDO. RODA NA GRADE *
      *     *            DE JOBS (PARAMETRO 'B' = CONCILIACAO).        *
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
      *  ---> Cadastro completo de clientes do ERP (mensal)
           SELECT ARQ-CLIERP           ASSIGN TO DISK
                  ORGANIZATION         IS LINE SEQUENTIAL
                  FILE STATUS          IS FS-CLIERP.
      *
      *  ---> Cadastro de clientes (lado CRM da conciliacao)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Resultado da ultima conciliacao (marcas de reenvio)
           COPY 'SEL-CONCILIA.CPY'     REPLACING ==::== BY ==-FDN==.
      *
      *  ---> Manifesto do gateway de transmissao (PT000065)
           COPY 'SEL-GTWMANIF.CPY'.
      *
      *  ---> Relatorio da conciliacao (CSV)
           SELECT  REL-CONCILIA        ASSIGN TO WSS-ARQ-RELATORIO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RELCNC.
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
       FD  ARQ-CLIERP                  VALUE OF FILE-ID IS
                                                       'CLIERP.ERP'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-CLIERP.
       01  REG-CLIERP                  PIC  X(200).
      *
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-CONCILIA                VALUE OF FILE-ID IS 'CONCILIA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDN.
       COPY 'FD-CONCILIA.CPY'          REPLACING ==::== BY ==-FDN==.
      *
       FD  ARQ-GTWMANIF
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-GTWMANIF.CPY'          REPLACING ==::== BY ==-FDW==.
      *
       FD  REL-CONCILIA.
       01  REG-RELCNC                  PIC  X(200).
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
      *  ---> Conferencia da filial contra as filiais do operador
       77  WSS-FIL-PERMITIDA           PIC  X(001)         VALUE 'S'.
           88  FILIAL-PERMITIDA                            VALUE 'S'.
       77  WSS-FIL-TESTE               PIC  9(003)         VALUE ZEROS.
       77  WSS-IDX-PERM                PIC  9(002)         VALUE ZEROS.
      *
       77  WSS-FIM-ARQ                 PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-CLI             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-CNC             PIC  X(001)         VALUE 'N'.
      *
      *  ---> conferencia do CLIERP.ERP no manifesto do gateway
       77  FS-GTWMANIF                 PIC  X(002)         VALUE SPACES.
       77  WSS-GTW-QTD-LIN             PIC  9(007)         VALUE ZEROS.
       77  WSS-GTW-CHECKSUM            PIC  9(015)         VALUE ZEROS.
       77  WSS-GTW-DUPLICADO           PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-GTW             PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
       01  WSS-AUXILIARES.
           03  WSS-ENT                 PIC  X(001)         VALUE SPACES.
           03  WSS-FUN                 PIC  9(001)         VALUE ZEROS.
           03  WSS-SON                 PIC  X(001)         VALUE SPACES.
           03  WSS-PARAM               PIC  X(001)         VALUE SPACES.
               88  MODO-BATCH                      VALUE 'B' 'b'.
           03  WSS-MENSAGEM            PIC  X(067)         VALUE SPACES.
           03  WSS-PONTO-ERRO          PIC  9(002)         VALUE ZEROS.
           03  WSS-DESCRICAO           PIC  X(012)         VALUE SPACES.
           03  WSS-ARQUIVO             PIC  X(010)         VALUE SPACES.
           03  WSS-FSTATUS             PIC  X(002)         VALUE SPACES.
           03  WSS-LINHA               PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-LIMPA-LINHA         PIC  X(080)         VALUE SPACES.
           03  WSS-ARQ-RELATORIO       PIC  X(030)         VALUE SPACES.
           03  WSS-DATA-PROC-AMD       PIC  9(008)         VALUE ZEROS.
           03  WSS-HORA-ARQ            PIC  X(006)         VALUE SPACES.
           03  WSS-ACHOU-CLI           PIC  X(001)         VALUE 'N'.
               88  CLIENTE-ACHADO                  VALUE 'S'.
           03  WSS-COMPARAR            PIC  X(001)         VALUE 'N'.
               88  COMPARAR-CLIENTE                VALUE 'S'.
           03  WSS-TIPO-REENVIO        PIC  X(001)         VALUE SPACES.
           03  WSS-DESC-TIPO           PIC  X(020)         VALUE SPACES.
           03  WSS-DESC-REENVIO        PIC  X(010)         VALUE SPACES.
           03  WSS-TXT-CRM             PIC  X(050)         VALUE SPACES.
           03  WSS-TXT-ERP             PIC  X(050)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CONTADORES DA CONCILIACAO
      *----------------------------------------------------------------*
           03  WSS-QTD-LIDOS           PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-INVALIDOS       PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-REPETIDOS       PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-CONFERIDOS      PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-SO-ERP          PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-SO-CRM          PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-DIV-NOME        PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-DIV-END         PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-DIV-LOCAL       PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-DIV-SIT         PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-DIVERGENCIAS    PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-MARCADOS        PIC  9(003)         VALUE ZEROS.
           03  WSS-QTD-LISTADOS        PIC  9(003)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CAMPOS DO REGISTRO DO ERP
      *    (CNPJ;CODIGO;RAZAO SOCIAL;ENDERECO;CIDADE;UF;CEP;SITUACAO)
      *----------------------------------------------------------------*
           03  WSS-ERP-CNPJ            PIC  X(014)         VALUE SPACES.
           03  WSS-ERP-CODIGO          PIC  X(010)         VALUE SPACES.
           03  WSS-ERP-RSOCIAL         PIC  X(040)         VALUE SPACES.
           03  WSS-ERP-ENDERECO        PIC  X(040)         VALUE SPACES.
           03  WSS-ERP-CIDADE          PIC  X(030)         VALUE SPACES.
           03  WSS-ERP-UF              PIC  X(002)         VALUE SPACES.
           03  WSS-ERP-CEP             PIC  X(008)         VALUE SPACES.
           03  WSS-ERP-SITUACAO        PIC  X(001)         VALUE SPACES.
               88  ERP-ATIVO                       VALUE 'A' 'B'.
               88  ERP-FECHADO                     VALUE 'I' 'E'.
           03  WSS-ERP-CNPJ-NUM        PIC  9(014)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CAMPOS DE TELA
      *----------------------------------------------------------------*
           03  WSS-T-CODIGO            PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-CLIERP               PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-CONCILIA             PIC  X(002)         VALUE SPACES.
           03  FS-RELCNC               PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUDITORIA
      *----------------------------------------------------------------*
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
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO DA CONCILIACAO (CSV)
      *----------------------------------------------------------------*
       01  CAB-RELCNC.
           03  FILLER                  PIC  X(040)         VALUE
               'CNPJ;CLIENTE;FILIAL;CODIGO ERP;DIVERGENC'.
           03  FILLER                  PIC  X(025)         VALUE
               'IA;VALOR CRM;VALOR ERP'.
      *
       01  DET-RELCNC.
           03  REL-CNPJ-DET            PIC  X(014)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  REL-CLIENTE-DET         PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  REL-FILIAL-DET          PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  REL-CODERP-DET          PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  REL-TIPO-DET            PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  REL-VLR-CRM-DET         PIC  X(050)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  REL-VLR-ERP-DET         PIC  X(050)         VALUE SPACES.
      *
       01  TOT-RELCNC.
           03  TOT-DESCRICAO           PIC  X(025)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TOT-QTD-DET             PIC  ZZZZZZ9        VALUE ZEROS.
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
               ' ..... CONCILIACAO CADASTRAL COM O ERP ..... ' BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Conciliar CLIERP.ERP".
           03 F LINE 10 COL 28   VALUE " 2 - Marcar Reenvio      ".
           03 F LINE 12 COL 28   VALUE " 9 - Sair                ".
           03 F LINE 14 COL 28   VALUE " Opcao:[ ]               ".
      *
       01  TELA-LABEL-CODIGO.
           03 F LINE 05 COL 04   VALUE " Codigo do cliente.........: ".
      *
       01  TELA-DADOS-CODIGO-T.
           03 T1A LINE 05 COL 34 PIC 9(007)   TO    WSS-T-CODIGO.
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
      *  ---> Na grade de jobs executa direto a conciliacao
           IF MODO-BATCH
              PERFORM RT-CONCILIAR     THRU RT-CONCILIARX
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
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           MOVE LKS-PARAM              TO WSS-PARAM.
           MOVE '00'                   TO LKS-RETORNO.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS-ANO       TO WSS-DATA-PROC-AMD(1:4).
           MOVE WSS-DATA-SIS-MES       TO WSS-DATA-PROC-AMD(5:2).
           MOVE WSS-DATA-SIS-DIA       TO WSS-DATA-PROC-AMD(7:2).
      *
           OPEN INPUT ARQ-CLIENTES.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CLIENTES'          TO WSS-ARQUIVO
              MOVE FS-CLIENTES         TO WSS-FSTATUS
              MOVE 1                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'AUDITORIA'         TO WSS-ARQUIVO
              MOVE FS-AUDITORIA        TO WSS-FSTATUS
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
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
           ACCEPT WSS-FUN              LINE 14 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
               WHEN 1
                    PERFORM RT-CONCILIAR
                                       THRU RT-CONCILIARX
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
               WHEN 2
                    IF LKS-SO-CONSULTA
                       MOVE "Nivel de consulta: reenvio nao permitido."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    ELSE
                       PERFORM RT-MARCAR-REENVIO
                                       THRU RT-MARCAR-REENVIOX
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
      *    CONCILIACAO: CARREGA O CLIERP.ERP NO CONCILIA (IMAGEM DO
      *    ERP E DIVERGENCIAS), PROCURA OS CLIENTES QUE SO EXISTEM
      *    NO CLIENTES E EMITE O RELATORIO
      *----------------------------------------------------------------*
       RT-CONCILIAR                    SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT MODO-BATCH
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
              MOVE "Processando... aguarde."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
           END-IF.
      *
           OPEN INPUT ARQ-CLIERP.
      *
           IF FS-CLIERP                NOT EQUAL '00'
              MOVE '08'                TO LKS-RETORNO
              MOVE 'Sem cadastro de clientes do ERP para conciliar'
                                       TO LKS-MENSAGEM
              MOVE LKS-MENSAGEM        TO WSS-MENSAGEM
              GO                       TO RT-CONCILIARX
           END-IF.
      *
      *  ---> Gateway de transmissao: recusa o mesmo arquivo ja
      *       aceito no manifesto (nome, contagem e checksum)
           PERFORM RT-CONFERIR-GATEWAY THRU RT-CONFERIR-GATEWAYX.
      *
           IF WSS-GTW-DUPLICADO        EQUAL 'S'
              MOVE '07'                TO LKS-RETORNO
              MOVE 'CLIERP.ERP ja processado (manifesto GTWMANIF)'
                                       TO LKS-MENSAGEM
              MOVE LKS-MENSAGEM        TO WSS-MENSAGEM
              CLOSE ARQ-CLIERP
              GO                       TO RT-CONCILIARX
           END-IF.
      *
      *  ---> A conciliacao do mes substitui a anterior por inteiro
           OPEN OUTPUT ARQ-CONCILIA.
           CLOSE ARQ-CONCILIA.
           OPEN I-O ARQ-CONCILIA.
      *
           IF FS-CONCILIA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CONCILIA'          TO WSS-ARQUIVO
              MOVE FS-CONCILIA         TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO WSS-HORA-ARQ.
           MOVE SPACES                 TO WSS-ARQ-RELATORIO.
           STRING 'REL-CONCERP-'       DELIMITED BY SIZE
                  WSS-DATA-PROC-AMD    DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-RELATORIO
           END-STRING.
      *
           OPEN OUTPUT REL-CONCILIA.
      *
           IF FS-RELCNC                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELATORIO'         TO WSS-ARQUIVO
              MOVE FS-RELCNC           TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           WRITE REG-RELCNC            FROM CAB-RELCNC.
      *
           MOVE ZEROS                  TO WSS-QTD-LIDOS
                                          WSS-QTD-INVALIDOS
                                          WSS-QTD-REPETIDOS
                                          WSS-QTD-CONFERIDOS
                                          WSS-QTD-SO-ERP
                                          WSS-QTD-SO-CRM
                                          WSS-QTD-DIV-NOME
                                          WSS-QTD-DIV-END
                                          WSS-QTD-DIV-LOCAL
                                          WSS-QTD-DIV-SIT.
      *
      *  ---> Lado ERP: cada CNPJ do arquivo contra o CLIENTES
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S'
              READ ARQ-CLIERP
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   PERFORM RT-TRATAR-ERP
                                       THRU RT-TRATAR-ERPX
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-CLIERP.
      *
      *  ---> Lado CRM: cliente cujo CNPJ nao veio do ERP
           PERFORM RT-VARRER-CLIENTES  THRU RT-VARRER-CLIENTESX.
      *
           PERFORM RT-EMITIR-RELATORIO THRU RT-EMITIR-RELATORIOX.
      *
           CLOSE ARQ-CONCILIA
                 REL-CONCILIA.
      *
      *  ---> Arquivo consumido entra no manifesto do gateway
           PERFORM RT-REGISTRAR-GATEWAY
                                       THRU RT-REGISTRAR-GATEWAYX.
      *
           MOVE WSS-ARQ-RELATORIO      TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           COMPUTE WSS-QTD-DIVERGENCIAS = WSS-QTD-SO-ERP
                                        + WSS-QTD-SO-CRM
                                        + WSS-QTD-DIV-NOME
                                        + WSS-QTD-DIV-END
                                        + WSS-QTD-DIV-LOCAL
                                        + WSS-QTD-DIV-SIT.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'CONCILIACAO ERP ' WSS-QTD-DIVERGENCIAS
                  ' DIVERGENCIAS'
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'Conciliados: ' WSS-QTD-CONFERIDOS
                  ' Divergencias: ' WSS-QTD-DIVERGENCIAS
              DELIMITED BY SIZE        INTO LKS-MENSAGEM
           END-STRING.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING LKS-MENSAGEM         DELIMITED BY '  '
                  ' - '                DELIMITED BY SIZE
                  WSS-ARQ-RELATORIO    DELIMITED BY SIZE
              INTO WSS-MENSAGEM
           END-STRING.
      *
       RT-CONCILIARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-ERP                   SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WSS-QTD-LIDOS.
      *
           MOVE SPACES                 TO WSS-ERP-CNPJ
                                          WSS-ERP-CODIGO
                                          WSS-ERP-RSOCIAL
                                          WSS-ERP-ENDERECO
                                          WSS-ERP-CIDADE
                                          WSS-ERP-UF
                                          WSS-ERP-CEP
                                          WSS-ERP-SITUACAO.
      *
           UNSTRING REG-CLIERP         DELIMITED BY ';'
              INTO WSS-ERP-CNPJ
                   WSS-ERP-CODIGO
                   WSS-ERP-RSOCIAL
                   WSS-ERP-ENDERECO
                   WSS-ERP-CIDADE
                   WSS-ERP-UF
                   WSS-ERP-CEP
                   WSS-ERP-SITUACAO
           END-UNSTRING.
      *
           IF WSS-ERP-CNPJ             NOT NUMERIC
              OR WSS-ERP-CNPJ          EQUAL ZEROS
              ADD 1                    TO WSS-QTD-INVALIDOS
              MOVE SPACES              TO DET-RELCNC
              MOVE WSS-ERP-CNPJ        TO REL-CNPJ-DET
              MOVE ZEROS               TO REL-CLIENTE-DET
                                          REL-FILIAL-DET
              MOVE WSS-ERP-CODIGO      TO REL-CODERP-DET
              MOVE 'REGISTRO INVALIDO'  TO REL-TIPO-DET
              MOVE SPACES              TO REL-VLR-CRM-DET
              MOVE WSS-ERP-RSOCIAL     TO REL-VLR-ERP-DET
              PERFORM RT-GRAVAR-LINHA  THRU RT-GRAVAR-LINHAX
              GO                       TO RT-TRATAR-ERPX
           END-IF.
      *
           MOVE WSS-ERP-CNPJ           TO WSS-ERP-CNPJ-NUM.
           INSPECT WSS-ERP-SITUACAO    CONVERTING 'abie' TO 'ABIE'.
      *
      *  ---> Primeiro cliente do CNPJ (a chave alternativa admite
      *       duplicados ate a consolidacao)
           MOVE 'N'                    TO WSS-ACHOU-CLI.
           MOVE WSS-ERP-CNPJ-NUM       TO CNPJ-FDC.
      *
           START ARQ-CLIENTES          KEY IS EQUAL CNPJ-FDC
                INVALID KEY
                    MOVE '23'          TO FS-CLIENTES
           END-START.
      *
           IF FS-CLIENTES              EQUAL '00'
              READ ARQ-CLIENTES        NEXT
                AT END
                   MOVE '23'           TO FS-CLIENTES
              END-READ
           END-IF.
      *
           IF FS-CLIENTES              EQUAL '00'
              AND CNPJ-FDC             EQUAL WSS-ERP-CNPJ-NUM
              MOVE 'S'                 TO WSS-ACHOU-CLI
           END-IF.
      *
      *  ---> Imagem do ERP: marca o CNPJ como presente no ERP
           MOVE WSS-ERP-CNPJ-NUM       TO CNC-CNPJ-FDN.
           MOVE '0'                    TO CNC-TIPO-FDN.
           MOVE WSS-ERP-RSOCIAL        TO CNC-VLR-ERP-FDN.
           IF CLIENTE-ACHADO
              MOVE CODIGO-FDC          TO CNC-CCLIENTE-FDN
              MOVE FILIAL-FDC          TO CNC-FILIAL-FDN
              MOVE RSOCIAL-FDC         TO CNC-VLR-CRM-FDN
           ELSE
              MOVE ZEROS               TO CNC-CCLIENTE-FDN
                                          CNC-FILIAL-FDN
              MOVE SPACES              TO CNC-VLR-CRM-FDN
           END-IF.
           PERFORM RT-GRAVAR-CONCILIA  THRU RT-GRAVAR-CONCILIAX.
      *
           IF FS-CONCILIA              EQUAL '22'
              ADD 1                    TO WSS-QTD-REPETIDOS
              MOVE SPACES              TO DET-RELCNC
              MOVE WSS-ERP-CNPJ        TO REL-CNPJ-DET
              MOVE CNC-CCLIENTE-FDN    TO REL-CLIENTE-DET
              MOVE CNC-FILIAL-FDN      TO REL-FILIAL-DET
              MOVE WSS-ERP-CODIGO      TO REL-CODERP-DET
              MOVE 'CNPJ REPETIDO NO ERP'
                                       TO REL-TIPO-DET
              MOVE SPACES              TO REL-VLR-CRM-DET
              MOVE WSS-ERP-RSOCIAL     TO REL-VLR-ERP-DET
              PERFORM RT-GRAVAR-LINHA  THRU RT-GRAVAR-LINHAX
              GO                       TO RT-TRATAR-ERPX
           END-IF.
      *
           IF NOT CLIENTE-ACHADO
              ADD 1                    TO WSS-QTD-SO-ERP
              MOVE 'E'                 TO CNC-TIPO-FDN
              MOVE SPACES              TO CNC-VLR-CRM-FDN
              MOVE WSS-ERP-RSOCIAL     TO CNC-VLR-ERP-FDN
              PERFORM RT-GRAVAR-CONCILIA
                                       THRU RT-GRAVAR-CONCILIAX
              GO                       TO RT-TRATAR-ERPX
           END-IF.
      *
      *  ---> Na tela so sao comparados clientes das filiais
      *       permitidas ao operador
           MOVE FILIAL-FDC             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              GO                       TO RT-TRATAR-ERPX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-CONFERIDOS.
      *
           IF FUNCTION UPPER-CASE (RSOCIAL-FDC)
                                       NOT EQUAL
              FUNCTION UPPER-CASE (WSS-ERP-RSOCIAL)
              ADD 1                    TO WSS-QTD-DIV-NOME
              MOVE 'N'                 TO CNC-TIPO-FDN
              MOVE RSOCIAL-FDC         TO CNC-VLR-CRM-FDN
              MOVE WSS-ERP-RSOCIAL     TO CNC-VLR-ERP-FDN
              PERFORM RT-GRAVAR-CONCILIA
                                       THRU RT-GRAVAR-CONCILIAX
           END-IF.
      *
           IF FUNCTION UPPER-CASE (ENDERECO-FDC)
                                       NOT EQUAL
              FUNCTION UPPER-CASE (WSS-ERP-ENDERECO)
              ADD 1                    TO WSS-QTD-DIV-END
              MOVE 'D'                 TO CNC-TIPO-FDN
              MOVE ENDERECO-FDC        TO CNC-VLR-CRM-FDN
              MOVE WSS-ERP-ENDERECO    TO CNC-VLR-ERP-FDN
              PERFORM RT-GRAVAR-CONCILIA
                                       THRU RT-GRAVAR-CONCILIAX
           END-IF.
      *
           IF FUNCTION UPPER-CASE (CIDADE-FDC)
                                       NOT EQUAL
              FUNCTION UPPER-CASE (WSS-ERP-CIDADE)
              OR FUNCTION UPPER-CASE (UF-FDC)
                                       NOT EQUAL
              FUNCTION UPPER-CASE (WSS-ERP-UF)
              OR CEP-FDC               NOT EQUAL WSS-ERP-CEP
              ADD 1                    TO WSS-QTD-DIV-LOCAL
              MOVE 'L'                 TO CNC-TIPO-FDN
              MOVE SPACES              TO WSS-TXT-CRM
                                          WSS-TXT-ERP
              STRING CIDADE-FDC        DELIMITED BY '  '
                     '/'               DELIMITED BY SIZE
                     UF-FDC            DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     CEP-FDC           DELIMITED BY SIZE
                 INTO WSS-TXT-CRM
              END-STRING
              STRING WSS-ERP-CIDADE    DELIMITED BY '  '
                     '/'               DELIMITED BY SIZE
                     WSS-ERP-UF        DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     WSS-ERP-CEP       DELIMITED BY SIZE
                 INTO WSS-TXT-ERP
              END-STRING
              MOVE WSS-TXT-CRM         TO CNC-VLR-CRM-FDN
              MOVE WSS-TXT-ERP         TO CNC-VLR-ERP-FDN
              PERFORM RT-GRAVAR-CONCILIA
                                       THRU RT-GRAVAR-CONCILIAX
           END-IF.
      *
      *  ---> Situacao em conflito: ativo (ou bloqueado) aqui e
      *       inativo/encerrado no ERP, ou inativo aqui e ativo la
           IF ((ATIVO-FDC OR BLOQUEADO-FDC) AND ERP-FECHADO)
              OR (INATIVO-FDC AND ERP-ATIVO)
              ADD 1                    TO WSS-QTD-DIV-SIT
              MOVE 'S'                 TO CNC-TIPO-FDN
              MOVE SITUACAO-FDC        TO CNC-VLR-CRM-FDN
              MOVE WSS-ERP-SITUACAO    TO CNC-VLR-ERP-FDN
              PERFORM RT-GRAVAR-CONCILIA
                                       THRU RT-GRAVAR-CONCILIAX
           END-IF.
      *
       RT-TRATAR-ERPX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-CONCILIA              SECTION.
      *  ---> Grava o registro montado em REG-FDN (CNPJ, tipo e
      *       valores ja movidos pelo chamador)
      *----------------------------------------------------------------*
      *
           MOVE WSS-ERP-CODIGO         TO CNC-ERP-CODIGO-FDN.
           MOVE WSS-ERP-SITUACAO       TO CNC-ERP-SITUACAO-FDN.
           MOVE WSS-DATA-PROC-AMD      TO CNC-DT-CONCILIA-FDN.
           MOVE SPACES                 TO CNC-REENVIO-FDN
                                          CNC-OPER-REENVIO-FDN.
           MOVE ZEROS                  TO CNC-DT-REENVIO-FDN.
      *
           WRITE REG-FDN
                 INVALID KEY
                    MOVE '22'          TO FS-CONCILIA
           END-WRITE.
      *
       RT-GRAVAR-CONCILIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    LADO CRM: CLIENTE (NAO PROSPECT) DAS FILIAIS PERMITIDAS
      *    CUJO CNPJ NAO TEM IMAGEM DO ERP NO CONCILIA
      *----------------------------------------------------------------*
       RT-VARRER-CLIENTES              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO CODIGO-FDC.
           MOVE 'N'                    TO WSS-FIM-ARQ-CLI.
      *
           START ARQ-CLIENTES          KEY IS NOT LESS CODIGO-FDC
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CLI
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CLI
                                       EQUAL 'S'
              PERFORM RT-TRATAR-CLIENTE
                                       THRU RT-TRATAR-CLIENTEX
           END-PERFORM.
      *
       RT-VARRER-CLIENTESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-CLIENTE               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CLIENTES           NEXT
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-CLI
                    GO                  TO RT-TRATAR-CLIENTEX
           END-READ.
      *
      *  ---> Prospect ainda nao existe no ERP
           IF PROSPECT-FDC
              OR CNPJ-FDC              EQUAL ZEROS
              GO                       TO RT-TRATAR-CLIENTEX
           END-IF.
      *
           MOVE FILIAL-FDC             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              GO                       TO RT-TRATAR-CLIENTEX
           END-IF.
      *
           MOVE CNPJ-FDC               TO CNC-CNPJ-FDN.
           MOVE '0'                    TO CNC-TIPO-FDN.
      *
           READ ARQ-CONCILIA
                INVALID KEY
                    MOVE '23'          TO FS-CONCILIA
           END-READ.
      *
           IF FS-CONCILIA              EQUAL '00'
              GO                       TO RT-TRATAR-CLIENTEX
           END-IF.
      *
      *  ---> CNPJ repetido no CLIENTES: so o primeiro e listado
           MOVE 'C'                    TO CNC-TIPO-FDN.
      *
           READ ARQ-CONCILIA
                INVALID KEY
                    MOVE '23'          TO FS-CONCILIA
           END-READ.
      *
           IF FS-CONCILIA              EQUAL '00'
              GO                       TO RT-TRATAR-CLIENTEX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-SO-CRM.
      *
           MOVE CNPJ-FDC               TO CNC-CNPJ-FDN.
           MOVE 'C'                    TO CNC-TIPO-FDN.
           MOVE CODIGO-FDC             TO CNC-CCLIENTE-FDN.
           MOVE FILIAL-FDC             TO CNC-FILIAL-FDN.
           MOVE RSOCIAL-FDC            TO CNC-VLR-CRM-FDN.
           MOVE SPACES                 TO CNC-VLR-ERP-FDN
                                          WSS-ERP-CODIGO
                                          WSS-ERP-SITUACAO.
      *
           PERFORM RT-GRAVAR-CONCILIA  THRU RT-GRAVAR-CONCILIAX.
      *
       RT-TRATAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO: AS DIVERGENCIAS DO CONCILIA NA ORDEM DE CNPJ E
      *    OS TOTAIS POR TIPO
      *----------------------------------------------------------------*
       RT-EMITIR-RELATORIO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO CNC-CNPJ-FDN.
           MOVE LOW-VALUES             TO CNC-TIPO-FDN.
           MOVE 'N'                    TO WSS-FIM-ARQ-CNC.
      *
           START ARQ-CONCILIA          KEY IS NOT LESS CNC-CHAVE-FDN
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CNC
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CNC
                                       EQUAL 'S'
              READ ARQ-CONCILIA        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-CNC
                NOT AT END
                   IF NOT CNC-IMAGEM-ERP-FDN
                      PERFORM RT-LISTAR-DIVERGENCIA
                                       THRU RT-LISTAR-DIVERGENCIAX
                   END-IF
              END-READ
           END-PERFORM.
      *
           MOVE 'CNPJ LIDOS DO ERP'    TO TOT-DESCRICAO.
           MOVE WSS-QTD-LIDOS          TO TOT-QTD-DET.
           WRITE REG-RELCNC            FROM TOT-RELCNC.
      *
           MOVE 'REGISTROS INVALIDOS'  TO TOT-DESCRICAO.
           MOVE WSS-QTD-INVALIDOS      TO TOT-QTD-DET.
           WRITE REG-RELCNC            FROM TOT-RELCNC.
      *
           MOVE 'CNPJ REPETIDOS NO ERP' TO TOT-DESCRICAO.
           MOVE WSS-QTD-REPETIDOS      TO TOT-QTD-DET.
           WRITE REG-RELCNC            FROM TOT-RELCNC.
      *
           MOVE 'CLIENTES CONFERIDOS'  TO TOT-DESCRICAO.
           MOVE WSS-QTD-CONFERIDOS     TO TOT-QTD-DET.
           WRITE REG-RELCNC            FROM TOT-RELCNC.
      *
           MOVE 'SO NO ERP'            TO TOT-DESCRICAO.
           MOVE WSS-QTD-SO-ERP         TO TOT-QTD-DET.
           WRITE REG-RELCNC            FROM TOT-RELCNC.
      *
           MOVE 'SO NO CRM'            TO TOT-DESCRICAO.
           MOVE WSS-QTD-SO-CRM         TO TOT-QTD-DET.
           WRITE REG-RELCNC            FROM TOT-RELCNC.
      *
           MOVE 'RAZAO SOCIAL'         TO TOT-DESCRICAO.
           MOVE WSS-QTD-DIV-NOME       TO TOT-QTD-DET.
           WRITE REG-RELCNC            FROM TOT-RELCNC.
      *
           MOVE 'ENDERECO'             TO TOT-DESCRICAO.
           MOVE WSS-QTD-DIV-END        TO TOT-QTD-DET.
           WRITE REG-RELCNC            FROM TOT-RELCNC.
      *
           MOVE 'CIDADE/UF/CEP'        TO TOT-DESCRICAO.
           MOVE WSS-QTD-DIV-LOCAL      TO TOT-QTD-DET.
           WRITE REG-RELCNC            FROM TOT-RELCNC.
      *
           MOVE 'SITUACAO'             TO TOT-DESCRICAO.
           MOVE WSS-QTD-DIV-SIT        TO TOT-QTD-DET.
           WRITE REG-RELCNC            FROM TOT-RELCNC.
      *
       RT-EMITIR-RELATORIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LISTAR-DIVERGENCIA           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-DESCREVER-TIPO   THRU RT-DESCREVER-TIPOX.
      *
           MOVE SPACES                 TO DET-RELCNC.
           MOVE CNC-CNPJ-FDN           TO REL-CNPJ-DET.
           MOVE CNC-CCLIENTE-FDN       TO REL-CLIENTE-DET.
           MOVE CNC-FILIAL-FDN         TO REL-FILIAL-DET.
           MOVE CNC-ERP-CODIGO-FDN     TO REL-CODERP-DET.
           MOVE WSS-DESC-TIPO          TO REL-TIPO-DET.
           MOVE CNC-VLR-CRM-FDN        TO REL-VLR-CRM-DET.
           MOVE CNC-VLR-ERP-FDN        TO REL-VLR-ERP-DET.
      *
           PERFORM RT-GRAVAR-LINHA     THRU RT-GRAVAR-LINHAX.
      *
       RT-LISTAR-DIVERGENCIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-LINHA                 SECTION.
      *  ---> Linha do relatorio montada em DET-RELCNC (o ';' dos
      *       textos vira ',' para nao quebrar as colunas)
      *----------------------------------------------------------------*
      *
           INSPECT REL-VLR-CRM-DET     REPLACING ALL ';' BY ','.
           INSPECT REL-VLR-ERP-DET     REPLACING ALL ';' BY ','.
           INSPECT REL-CODERP-DET      REPLACING ALL ';' BY ','.
      *
           WRITE REG-RELCNC            FROM DET-RELCNC.
      *
       RT-GRAVAR-LINHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DESCREVER-TIPO               SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN CNC-SO-ERP-FDN
                    MOVE 'SO NO ERP'   TO WSS-DESC-TIPO
               WHEN CNC-SO-CRM-FDN
                    MOVE 'SO NO CRM'   TO WSS-DESC-TIPO
               WHEN CNC-DIV-NOME-FDN
                    MOVE 'RAZAO SOCIAL'
                                       TO WSS-DESC-TIPO
               WHEN CNC-DIV-ENDERECO-FDN
                    MOVE 'ENDERECO'    TO WSS-DESC-TIPO
               WHEN CNC-DIV-LOCAL-FDN
                    MOVE 'CIDADE/UF/CEP'
                                       TO WSS-DESC-TIPO
               WHEN CNC-DIV-SITUACAO-FDN
                    MOVE 'SITUACAO'    TO WSS-DESC-TIPO
               WHEN OTHER
                    MOVE SPACES        TO WSS-DESC-TIPO
           END-EVALUATE.
      *
           EVALUATE TRUE
               WHEN CNC-REENVIO-PENDENTE-FDN
                    MOVE 'REENVIAR'    TO WSS-DESC-REENVIO
               WHEN CNC-REENVIADO-FDN
                    MOVE 'REENVIADO'   TO WSS-DESC-REENVIO
               WHEN OTHER
                    MOVE SPACES        TO WSS-DESC-REENVIO
           END-EVALUATE.
      *
       RT-DESCREVER-TIPOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    MARCA PARA REENVIO NO PROXIMO DELTA AS DIVERGENCIAS DE UM
      *    CLIENTE DA ULTIMA CONCILIACAO (TODAS OU UM TIPO)
      *----------------------------------------------------------------*
       RT-MARCAR-REENVIO               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-CODIGO.
           DISPLAY TELA-LABEL-CODIGO.
      *
           MOVE "Informe o codigo do cliente (zero = voltar)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1A.
      *
           IF WSS-T-CODIGO             EQUAL ZEROS
              GO                       TO RT-MARCAR-REENVIOX
           END-IF.
      *
           MOVE WSS-T-CODIGO           TO CODIGO-FDC.
      *
           READ ARQ-CLIENTES
                INVALID KEY
                    MOVE "Cliente nao cadastrado."
                                       TO WSS-MENSAGEM
                    PERFORM RT-AVISAR  THRU RT-AVISARX
                    GO                 TO RT-MARCAR-REENVIOX
           END-READ.
      *
           MOVE FILIAL-FDC             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              MOVE SPACES              TO WSS-AUD-ACAO
              STRING 'ACESSO NEGADO FILIAL ' FILIAL-FDC
                     ' CLI ' CODIGO-FDC
                 DELIMITED BY SIZE     INTO WSS-AUD-ACAO
              END-STRING
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              MOVE "Cliente de filial nao permitida ao operador."
                                       TO WSS-MENSAGEM
              PERFORM RT-AVISAR        THRU RT-AVISARX
              GO                       TO RT-MARCAR-REENVIOX
           END-IF.
      *
           OPEN I-O ARQ-CONCILIA.
      *
           IF FS-CONCILIA              NOT EQUAL '00'
              MOVE "Nenhuma conciliacao com o ERP processada."
                                       TO WSS-MENSAGEM
              PERFORM RT-AVISAR        THRU RT-AVISARX
              GO                       TO RT-MARCAR-REENVIOX
           END-IF.
      *
           DISPLAY RSOCIAL-FDC         LINE 05 COL 44.
           DISPLAY 'DIVERGENCIA          VALOR CRM'
                                       LINE 07 COL 03.
           DISPLAY 'VALOR ERP                 REENVIO'
                                       LINE 07 COL 47.
           MOVE 8                      TO WSS-LINHA.
           MOVE ZEROS                  TO WSS-QTD-LISTADOS.
      *
           MOVE SPACES                 TO WSS-TIPO-REENVIO.
           PERFORM RT-PERCORRER-CLIENTE
                                       THRU RT-PERCORRER-CLIENTEX.
      *
           IF WSS-QTD-LISTADOS         EQUAL ZEROS
              CLOSE ARQ-CONCILIA
              MOVE "Cliente sem divergencia na ultima conciliacao."
                                       TO WSS-MENSAGEM
              PERFORM RT-AVISAR        THRU RT-AVISARX
              GO                       TO RT-MARCAR-REENVIOX
           END-IF.
      *
           MOVE "Reenviar N-nome D-end L-local S-sit C-cad T-todas"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE SPACES                 TO WSS-TIPO-REENVIO.
           ACCEPT WSS-TIPO-REENVIO     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
           INSPECT WSS-TIPO-REENVIO    CONVERTING 'ndlsct' TO 'NDLSCT'.
      *
           IF WSS-TIPO-REENVIO         NOT EQUAL 'N' AND 'D' AND 'L'
                                          AND 'S' AND 'C' AND 'T'
              CLOSE ARQ-CONCILIA
              GO                       TO RT-MARCAR-REENVIOX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-QTD-MARCADOS.
           PERFORM RT-PERCORRER-CLIENTE
                                       THRU RT-PERCORRER-CLIENTEX.
      *
           CLOSE ARQ-CONCILIA.
      *
           IF WSS-QTD-MARCADOS         EQUAL ZEROS
              MOVE "Nenhuma divergencia do tipo informado."
                                       TO WSS-MENSAGEM
              PERFORM RT-AVISAR        THRU RT-AVISARX
              GO                       TO RT-MARCAR-REENVIOX
           END-IF.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'REENVIO ERP CLI ' CODIGO-FDC ' TIPO '
                  WSS-TIPO-REENVIO ' (' WSS-QTD-MARCADOS ')'
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Marcado: o cliente vai no proximo delta cadastral."
                                       TO WSS-MENSAGEM.
           PERFORM RT-AVISAR           THRU RT-AVISARX.
      *
       RT-MARCAR-REENVIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PERCORRER-CLIENTE            SECTION.
      *  ---> Percorre o CONCILIA no CNPJ do cliente em REG-FDC: sem
      *       tipo escolhido lista as divergencias; com tipo marca
      *----------------------------------------------------------------*
      *
           MOVE CNPJ-FDC               TO CNC-CNPJ-FDN.
           MOVE LOW-VALUES             TO CNC-TIPO-FDN.
           MOVE 'N'                    TO WSS-FIM-ARQ-CNC.
      *
           START ARQ-CONCILIA          KEY IS NOT LESS CNC-CHAVE-FDN
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CNC
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CNC
                                       EQUAL 'S'
              READ ARQ-CONCILIA        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-CNC
                NOT AT END
                   IF CNC-CNPJ-FDN     NOT EQUAL CNPJ-FDC
                      MOVE 'S'         TO WSS-FIM-ARQ-CNC
                   ELSE
                      IF NOT CNC-IMAGEM-ERP-FDN
                         AND NOT CNC-SO-ERP-FDN
                         AND CNC-CCLIENTE-FDN
                                       EQUAL CODIGO-FDC
                         IF WSS-TIPO-REENVIO
                                       EQUAL SPACES
                            PERFORM RT-EXIBIR-DIVERGENCIA
                                       THRU RT-EXIBIR-DIVERGENCIAX
                         ELSE
                            PERFORM RT-MARCAR-DIVERGENCIA
                                       THRU RT-MARCAR-DIVERGENCIAX
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-PERCORRER-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXIBIR-DIVERGENCIA           SECTION.
      *----------------------------------------------------------------*
      *
           IF WSS-LINHA                GREATER 21
              GO                       TO RT-EXIBIR-DIVERGENCIAX
           END-IF.
      *
           PERFORM RT-DESCREVER-TIPO   THRU RT-DESCREVER-TIPOX.
      *
           ADD 1                       TO WSS-QTD-LISTADOS.
      *
           DISPLAY CNC-TIPO-FDN        LINE WSS-LINHA COL 03.
           DISPLAY WSS-DESC-TIPO(1:17) LINE WSS-LINHA COL 05.
           DISPLAY CNC-VLR-CRM-FDN(1:24)
                                       LINE WSS-LINHA COL 24.
           DISPLAY CNC-VLR-ERP-FDN(1:24)
                                       LINE WSS-LINHA COL 47.
           DISPLAY WSS-DESC-REENVIO    LINE WSS-LINHA COL 73.
      *
           ADD 1                       TO WSS-LINHA.
      *
       RT-EXIBIR-DIVERGENCIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-MARCAR-DIVERGENCIA           SECTION.
      *----------------------------------------------------------------*
      *
           IF WSS-TIPO-REENVIO         NOT EQUAL 'T'
              AND WSS-TIPO-REENVIO     NOT EQUAL CNC-TIPO-FDN
              GO                       TO RT-MARCAR-DIVERGENCIAX
           END-IF.
      *
           MOVE 'S'                    TO CNC-REENVIO-FDN.
           MOVE ZEROS                  TO CNC-DT-REENVIO-FDN.
           MOVE LKS-OPERADOR           TO CNC-OPER-REENVIO-FDN.
      *
           REWRITE REG-FDN
                 INVALID KEY
                    MOVE 'ao regravar' TO WSS-DESCRICAO
                    MOVE 'CONCILIA'    TO WSS-ARQUIVO
                    MOVE FS-CONCILIA   TO WSS-FSTATUS
                    MOVE 5             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-REWRITE.
      *
           ADD 1                       TO WSS-QTD-MARCADOS.
      *
       RT-MARCAR-DIVERGENCIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVISAR                       SECTION.
      *  ---> Exibe a mensagem e aguarda o operador
      *----------------------------------------------------------------*
      *
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-AVISARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONFERIR-GATEWAY             SECTION.
      *  ---> Conta os registros e calcula o checksum do CLIERP.ERP
      *       (mesmo calculo do PT000065) e procura no manifesto um
      *       aceite anterior com os mesmos totais
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-GTW-QTD-LIN
                                          WSS-GTW-CHECKSUM.
           MOVE 'N'                    TO WSS-GTW-DUPLICADO
                                          WSS-FIM-ARQ.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              READ ARQ-CLIERP
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   ADD 1               TO WSS-GTW-QTD-LIN
                   COMPUTE WSS-GTW-CHECKSUM = WSS-GTW-CHECKSUM
                         + FUNCTION ORD (REG-CLIERP(1:1))
                         + WSS-GTW-QTD-LIN
              END-READ
           END-PERFORM.
      *
      *  ---> Reposiciona o arquivo para o processamento normal
           CLOSE ARQ-CLIERP.
           OPEN INPUT ARQ-CLIERP.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           OPEN INPUT ARQ-GTWMANIF.
      *
           IF FS-GTWMANIF              NOT EQUAL '00'
              GO                       TO RT-CONFERIR-GATEWAYX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ-GTW.
      *
           PERFORM UNTIL WSS-FIM-ARQ-GTW
                                       EQUAL 'S' OR 's'
              READ ARQ-GTWMANIF
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-GTW
                NOT AT END
                   IF GTW-DIRECAO-FDW      EQUAL 'E'
                      AND GTW-SITUACAO-FDW EQUAL 'A'
                      AND GTW-NOME-FDW     EQUAL 'CLIERP.ERP'
                      AND GTW-QTD-FDW      EQUAL WSS-GTW-QTD-LIN
                      AND GTW-CHECKSUM-FDW EQUAL WSS-GTW-CHECKSUM
                      MOVE 'S'         TO WSS-GTW-DUPLICADO
                   END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-GTWMANIF.
      *
       RT-CONFERIR-GATEWAYX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-GATEWAY            SECTION.
      *  ---> Anexa no manifesto o aceite do CLIERP.ERP consumido
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-GTWMANIF.
      *
           IF FS-GTWMANIF              EQUAL '05' OR '35'
              CLOSE ARQ-GTWMANIF
              OPEN OUTPUT ARQ-GTWMANIF
           END-IF.
      *
           IF FS-GTWMANIF              NOT EQUAL '00'
              GO                       TO RT-REGISTRAR-GATEWAYX
           END-IF.
      *
           MOVE 'E'                    TO GTW-DIRECAO-FDW.
           MOVE 'CLIERP.ERP'           TO GTW-NOME-FDW.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO GTW-DATA-FDW.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO GTW-HORA-FDW.
           MOVE WSS-GTW-QTD-LIN        TO GTW-QTD-FDW.
           MOVE WSS-GTW-CHECKSUM       TO GTW-CHECKSUM-FDW.
           MOVE 'A'                    TO GTW-SITUACAO-FDW.
      *
           WRITE REG-FDW.
      *
           CLOSE ARQ-GTWMANIF.
      *
       RT-REGISTRAR-GATEWAYX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-CATALOGO           SECTION.
      *  ---> Registra o relatorio no catalogo central (CATREL), para
      *       revisualizacao pelo paginador do menu
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
           MOVE 'PT000110'             TO CAT-PROGRAMA-FDK.
           MOVE WSS-DATA-PROC-AMD      TO CAT-DATA-FDK.
           MOVE WSS-HORA-ARQ           TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE 'CONCILIACAO ERP'      TO CAT-FILTROS-FDK.
           MOVE WSS-ARQ-RELATORIO      TO CAT-ARQUIVO-FDK.
      *
           WRITE REG-FDK.
      *
           CLOSE ARQ-CATALOGO.
      *
       RT-REGISTRAR-CATALOGOX.
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
           MOVE 'PT000110'             TO AUD-PROGRAMA-FDA.
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
           MOVE 'PT000110'             TO WSE-ERR-PROGRAMA.
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
           CLOSE ARQ-CLIENTES
                 ARQ-AUDITORIA.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
