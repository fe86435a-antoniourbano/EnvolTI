      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000085.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000085 ---> CARGA DOS TITULOS EM ABERTO DO  *
      *     *            ERP (TITULOS.ERP) E AGING DO CONTAS A RECEBER *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : LE A POSICAO DIARIA DOS TITULOS EM ABERTO DO  *
      *     *            ERP (CNPJ;NUMERO;EMISSAO;VENCIMENTO;VALOR EM  *
      *     *            CENTAVOS), RESOLVE O CLIENTE PELO CNPJ E      *
      *     *            SUBSTITUI O ARQUIVO TITULOS PELA POSICAO DO   *
      *     *            DIA. EMITE O RELATORIO DA CARGA E O AGING     *
      *     *            (A VENCER, 1-30, 31-60, 61-90 E ACIMA DE 90   *
      *     *            DIAS) POR CLIENTE, POR VENDEDOR DA CARTEIRA   *
      *     *            (DISTRIBUICAO) E POR FILIAL. O ARQUIVO E      *
      *     *            CONFERIDO NO MANIFESTO GTWMANIF ANTES DE      *
      *     *            PROCESSAR E REGISTRADO DEPOIS DE CONSUMIDO.   *
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
      *  ---> Posicao diaria dos titulos em aberto do ERP
           SELECT ARQ-TITERP           ASSIGN TO DISK
                  ORGANIZATION         IS LINE SEQUENTIAL
                  FILE STATUS          IS FS-TITERP.
      *
      *  ---> Titulos em aberto por cliente (substituido a cada carga)
           COPY 'SEL-TITULOS.CPY'      REPLACING ==::== BY ==-FDR==.
      *
      *  ---> Cadastro de clientes (CNPJ, razao social e filial)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Arquivo DISTRIBUICAO (vendedor da carteira)
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Manifesto do gateway de transmissao (PT000065)
           COPY 'SEL-GTWMANIF.CPY'.
      *
      *  ---> Relatorio da carga e aging (nome datado)
           SELECT  REL-TITULOS         ASSIGN TO WSS-ARQ-TITULOS
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-REL-TIT.
      *
      *  ---> Catalogo central de relatorios gerados
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
       FD  ARQ-TITERP                  VALUE OF FILE-ID IS
                                                       'TITULOS.ERP'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-TITERP.
       01  REG-TITERP                  PIC  X(080).
      *
       FD  ARQ-TITULOS                 VALUE OF FILE-ID IS 'TITULOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-TITULOS.CPY'           REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-GTWMANIF
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-GTWMANIF.CPY'          REPLACING ==::== BY ==-FDW==.
      *
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-DISTRIBUIR              VALUE OF FILE-ID IS
                                                       'DISTRIBUICAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DISTRIBUIR.CPY'        REPLACING ==::== BY ==-FDD==.
      *
       FD  REL-TITULOS.
       01  REG-REL-TITULOS             PIC  X(120).
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
       77  WSS-FIM-ARQ-TIT             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-DIS             PIC  X(001)         VALUE 'N'.
      *
      *  ---> conferencia do TITULOS.ERP no manifesto do gateway
       77  FS-GTWMANIF                 PIC  X(002)         VALUE SPACES.
       77  WSS-GTW-QTD-LIN             PIC  9(007)         VALUE ZEROS.
       77  WSS-GTW-CHECKSUM            PIC  9(015)         VALUE ZEROS.
       77  WSS-GTW-DUPLICADO           PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-GTW             PIC  X(001)         VALUE 'N'.
       77  WSS-HOJE-GTW                PIC  9(008)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
       01  WSS-AUXILIARES.
           03  WSS-ARQ-TITULOS         PIC  X(030)         VALUE SPACES.
           03  WSS-HOJE-AMD            PIC  9(008)         VALUE ZEROS.
           03  WSS-QTD-CARREGADOS      PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-NAO-ENCONTR     PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-INVALIDOS       PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-DUPLICADOS      PIC  9(005)         VALUE ZEROS.
           03  WSS-CCLIENTE-ANT        PIC  9(007)         VALUE ZEROS.
           03  WSS-CVENDEDOR-ANT       PIC  9(007)         VALUE ZEROS.
           03  WSS-NOME-ANT            PIC  X(040)         VALUE SPACES.
           03  WSS-DIAS-ATRASO         PIC S9(007)         VALUE ZEROS.
           03  WSS-IDX-AGE             PIC  9(001)         VALUE ZEROS.
           03  WSS-IDX-FIL             PIC  9(004)         VALUE ZEROS.
           03  WSS-FILIAL-CLI          PIC  9(003)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CAMPOS DO REGISTRO DO ERP
      *    (CNPJ;NUMERO;EMISSAO;VENCIMENTO;VALOR EM CENTAVOS)
      *----------------------------------------------------------------*
           03  WSS-RET-CNPJ            PIC  X(014)         VALUE SPACES.
           03  WSS-RET-NUMERO          PIC  X(012)         VALUE SPACES.
           03  WSS-RET-EMISSAO         PIC  X(008)         VALUE SPACES.
           03  WSS-RET-VENCTO          PIC  X(008)         VALUE SPACES.
           03  WSS-RET-VALOR           PIC  X(011)         VALUE SPACES.
           03  WSS-RET-CNPJ-NUM        PIC  9(014)         VALUE ZEROS.
           03  WSS-RET-VALOR-NUM       PIC  9(011)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-TITERP               PIC  X(002)         VALUE SPACES.
           03  FS-TITULOS              PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-REL-TIT              PIC  X(002)         VALUE SPACES.
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
      *    ACUMULADORES DO AGING (1 A VENCER, 2 1-30, 3 31-60,
      *    4 61-90, 5 ACIMA DE 90 DIAS, 6 TOTAL)
      *----------------------------------------------------------------*
       01  WSS-AGE-QUEBRA.
           03  WSS-AGE-QBR             PIC  9(011)V99
                                       OCCURS 6 TIMES.
      *
       01  WSS-AGE-VENDEDORES.
           03  WSS-AGE-VEN             PIC  9(011)V99
                                       OCCURS 6 TIMES.
      *
       01  WSS-AGE-GERAL.
           03  WSS-AGE-GER             PIC  9(011)V99
                                       OCCURS 6 TIMES.
      *
      *  ---> Por filial: indice = filial + 1 (filial zero na 1a)
       01  WSS-AGE-FILIAIS.
           03  WSS-AGE-FIL-OCR         OCCURS 1000 TIMES.
               05  WSS-AGE-FIL         PIC  9(011)V99
                                       OCCURS 6 TIMES.
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
      *    LINHA DO RELATORIO DA CARGA
      *----------------------------------------------------------------*
       01  WSS-LINHA-REL.
           03  WSS-LR-CNPJ             PIC  X(014)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  WSS-LR-NUMERO           PIC  X(012)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  WSS-LR-ACAO             PIC  X(040)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO AGING
      *----------------------------------------------------------------*
       01  CAB-AGING.
           03  FILLER                  PIC  X(009)         VALUE
               'CODIGO'.
           03  FILLER                  PIC  X(031)         VALUE
               'NOME'.
           03  FILLER                  PIC  X(013)         VALUE
               '     A VENCER'.
           03  FILLER                  PIC  X(013)         VALUE
               '    1-30 DIAS'.
           03  FILLER                  PIC  X(013)         VALUE
               '   31-60 DIAS'.
           03  FILLER                  PIC  X(013)         VALUE
               '   61-90 DIAS'.
           03  FILLER                  PIC  X(013)         VALUE
               '  ACIMA DE 90'.
           03  FILLER                  PIC  X(013)         VALUE
               '        TOTAL'.
      *
       01  DET-AGING.
           03  AGE-CODIGO              PIC  X(007)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  AGE-NOME                PIC  X(030)         VALUE SPACES.
           03  AGE-COLUNA              OCCURS 6 TIMES.
               05  FILLER              PIC  X(001).
               05  AGE-VALOR           PIC  ZZZZZZZZ9,99.
      *
       01  LINHA-TRACO.
           03  FILLER                  PIC  X(120)         VALUE ALL
                                            '-'.
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(032)         VALUE
           'FFF  FIM DA WORKING-STORAGE  FFF'.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
           COPY 'SUB-PRGS.CPY'         REPLACING ==::== BY ==LKS==.
      *
      *================================================================*
       PROCEDURE                       DIVISION USING LKS-PARM.
      *================================================================*
       RT-PRINCIPAL                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-INICIALIZAR      THRU RT-INICIALIZARX.
      *
           PERFORM RT-PROCESSAR        THRU RT-PROCESSARX.
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
           INITIALIZE WSS-AGE-GERAL
                      WSS-AGE-FILIAIS.
           MOVE SPACES                 TO DET-AGING.
      *
           MOVE '00'                   TO LKS-RETORNO.
      *
           IF LKS-DATA-PROC            EQUAL SPACES
              MOVE FUNCTION CURRENT-DATE(1:4)
                                       TO WSS-DATA-SIS-ANO
              MOVE FUNCTION CURRENT-DATE(5:2)
                                       TO WSS-DATA-SIS-MES
              MOVE FUNCTION CURRENT-DATE(7:2)
                                       TO WSS-DATA-SIS-DIA
           ELSE
              MOVE LKS-DATA-PROC(5:4)  TO WSS-DATA-SIS-ANO
              MOVE LKS-DATA-PROC(3:2)  TO WSS-DATA-SIS-MES
              MOVE LKS-DATA-PROC(1:2)  TO WSS-DATA-SIS-DIA
           END-IF.
      *
           MOVE WSS-DATA-SIS-ANO       TO WSS-HOJE-AMD(1:4).
           MOVE WSS-DATA-SIS-MES       TO WSS-HOJE-AMD(5:2).
           MOVE WSS-DATA-SIS-DIA       TO WSS-HOJE-AMD(7:2).
      *
           STRING 'REL-TITULOS-'       DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
              INTO WSS-ARQ-TITULOS
           END-STRING.
      *
       RT-INICIALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PROCESSAR                    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-TITERP.
      *
           IF FS-TITERP                NOT EQUAL '00'
              MOVE '08'                TO LKS-RETORNO
              MOVE 'Sem titulos em aberto do ERP para processar'
                                       TO LKS-MENSAGEM
              GO                       TO RT-PROCESSARX
           END-IF.
      *
      *  ---> Gateway de transmissao: recusa o mesmo arquivo ja
      *       aceito no manifesto (nome, contagem e checksum)
           PERFORM RT-CONFERIR-GATEWAY THRU RT-CONFERIR-GATEWAYX.
      *
           IF WSS-GTW-DUPLICADO        EQUAL 'S'
              MOVE '07'                TO LKS-RETORNO
              MOVE 'TITULOS.ERP ja processado (manifesto GTWMANIF)'
                                       TO LKS-MENSAGEM
              CLOSE ARQ-TITERP
              GO                       TO RT-PROCESSARX
           END-IF.
      *
           OPEN INPUT ARQ-CLIENTES.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE '09'                TO LKS-RETORNO
              MOVE 'Erro ao abrir o arquivo CLIENTES'
                                       TO LKS-MENSAGEM
              CLOSE ARQ-TITERP
              GO                       TO RT-PROCESSARX
           END-IF.
      *
           OPEN INPUT ARQ-DISTRIBUIR.
      *
           IF FS-DISTRIBUIR            NOT EQUAL '00'
              MOVE '09'                TO LKS-RETORNO
              MOVE 'Erro ao abrir o arquivo DISTRIBUICAO'
                                       TO LKS-MENSAGEM
              CLOSE ARQ-TITERP
                    ARQ-CLIENTES
              GO                       TO RT-PROCESSARX
           END-IF.
      *
      *  ---> A posicao do dia substitui a anterior por inteiro
           OPEN OUTPUT ARQ-TITULOS.
           CLOSE ARQ-TITULOS.
           OPEN I-O ARQ-TITULOS.
      *
           IF FS-TITULOS               NOT EQUAL '00'
              MOVE '09'                TO LKS-RETORNO
              MOVE 'Erro ao abrir o arquivo TITULOS'
                                       TO LKS-MENSAGEM
              CLOSE ARQ-TITERP
                    ARQ-CLIENTES
                    ARQ-DISTRIBUIR
              GO                       TO RT-PROCESSARX
           END-IF.
      *
           OPEN OUTPUT REL-TITULOS.
           OPEN EXTEND ARQ-AUDITORIA.
      *
           MOVE 'TITULOS EM ABERTO DO ERP - CARGA'
                                       TO REG-REL-TITULOS.
           WRITE REG-REL-TITULOS.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              READ ARQ-TITERP
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   PERFORM RT-TRATAR-TITULO
                                       THRU RT-TRATAR-TITULOX
              END-READ
           END-PERFORM.
      *
           PERFORM RT-GRAVAR-TOTAIS    THRU RT-GRAVAR-TOTAISX.
      *
      *  ---> Arquivo consumido entra no manifesto do gateway
           PERFORM RT-REGISTRAR-GATEWAY
                                       THRU RT-REGISTRAR-GATEWAYX.
      *
      *  ---> Aging do contas a receber sobre a posicao carregada
           PERFORM RT-AGING-CLIENTE    THRU RT-AGING-CLIENTEX.
      *
           PERFORM RT-AGING-VENDEDOR   THRU RT-AGING-VENDEDORX.
      *
           PERFORM RT-AGING-FILIAL     THRU RT-AGING-FILIALX.
      *
           MOVE 'TITULOS EM ABERTO DO ERP CARREGADOS'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           CLOSE ARQ-TITERP
                 ARQ-TITULOS
                 ARQ-CLIENTES
                 ARQ-DISTRIBUIR
                 REL-TITULOS
                 ARQ-AUDITORIA.
      *
           MOVE WSS-ARQ-TITULOS        TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'Titulos em aberto carregados e aging emitido'
                                       TO LKS-MENSAGEM.
      *
       RT-PROCESSARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-TITULO                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-RET-CNPJ
                                          WSS-RET-NUMERO
                                          WSS-RET-EMISSAO
                                          WSS-RET-VENCTO
                                          WSS-RET-VALOR.
      *
           UNSTRING REG-TITERP         DELIMITED BY ';'
              INTO WSS-RET-CNPJ
                   WSS-RET-NUMERO
                   WSS-RET-EMISSAO
                   WSS-RET-VENCTO
                   WSS-RET-VALOR
           END-UNSTRING.
      *
           MOVE WSS-RET-CNPJ           TO WSS-LR-CNPJ.
           MOVE WSS-RET-NUMERO         TO WSS-LR-NUMERO.
      *
           IF WSS-RET-CNPJ             NOT NUMERIC
              OR WSS-RET-NUMERO        EQUAL SPACES
              OR WSS-RET-EMISSAO       NOT NUMERIC
              OR WSS-RET-VENCTO        NOT NUMERIC
              OR WSS-RET-VALOR         NOT NUMERIC
              ADD 1                    TO WSS-QTD-INVALIDOS
              MOVE 'REGISTRO INVALIDO - CAMPO NAO NUMERICO'
                                       TO WSS-LR-ACAO
              WRITE REG-REL-TITULOS    FROM WSS-LINHA-REL
              GO                       TO RT-TRATAR-TITULOX
           END-IF.
      *
      *  ---> Vencimento precisa ser data valida para o aging
           IF WSS-RET-VENCTO(5:2)      LESS '01'
              OR WSS-RET-VENCTO(5:2)   GREATER '12'
              OR WSS-RET-VENCTO(7:2)   LESS '01'
              OR WSS-RET-VENCTO(7:2)   GREATER '31'
              OR WSS-RET-VENCTO(1:4)   LESS '1601'
              ADD 1                    TO WSS-QTD-INVALIDOS
              MOVE 'REGISTRO INVALIDO - VENCIMENTO INVALIDO'
                                       TO WSS-LR-ACAO
              WRITE REG-REL-TITULOS    FROM WSS-LINHA-REL
              GO                       TO RT-TRATAR-TITULOX
           END-IF.
      *
           MOVE WSS-RET-CNPJ           TO WSS-RET-CNPJ-NUM.
           MOVE WSS-RET-CNPJ-NUM       TO CNPJ-FDC.
      *
      *  ---> O titulo fica com o primeiro cliente do CNPJ (a chave
      *       alternativa admite duplicados ate a consolidacao)
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
           IF FS-CLIENTES              NOT EQUAL '00'
              OR CNPJ-FDC              NOT EQUAL WSS-RET-CNPJ-NUM
              ADD 1                    TO WSS-QTD-NAO-ENCONTR
              MOVE 'CNPJ NAO ENCONTRADO NO CADASTRO'
                                       TO WSS-LR-ACAO
              WRITE REG-REL-TITULOS    FROM WSS-LINHA-REL
              GO                       TO RT-TRATAR-TITULOX
           END-IF.
      *
           MOVE WSS-RET-VALOR          TO WSS-RET-VALOR-NUM.
      *
           MOVE CODIGO-FDC             TO TIT-CCLIENTE-FDR.
           MOVE WSS-RET-NUMERO         TO TIT-NUMERO-FDR.
           MOVE WSS-RET-CNPJ-NUM       TO TIT-CNPJ-FDR.
           MOVE WSS-RET-EMISSAO        TO TIT-DT-EMISSAO-FDR.
           MOVE WSS-RET-VENCTO         TO TIT-DT-VENCTO-FDR.
           COMPUTE TIT-VLR-ABERTO-FDR  = WSS-RET-VALOR-NUM / 100.
           MOVE WSS-HOJE-AMD           TO TIT-DT-CARGA-FDR.
      *
           WRITE REG-FDR.
      *
           IF FS-TITULOS               EQUAL '00'
              ADD 1                    TO WSS-QTD-CARREGADOS
           ELSE
              ADD 1                    TO WSS-QTD-DUPLICADOS
              MOVE 'TITULO REPETIDO NO ARQUIVO - DESPREZADO'
                                       TO WSS-LR-ACAO
              WRITE REG-REL-TITULOS    FROM WSS-LINHA-REL
           END-IF.
      *
       RT-TRATAR-TITULOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-TOTAIS                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-REL-TITULOS.
           WRITE REG-REL-TITULOS.
      *
           MOVE SPACES                 TO REG-REL-TITULOS.
           STRING 'TITULOS CARREGADOS........: '
                  WSS-QTD-CARREGADOS
              DELIMITED BY SIZE        INTO REG-REL-TITULOS
           END-STRING.
           WRITE REG-REL-TITULOS.
      *
           MOVE SPACES                 TO REG-REL-TITULOS.
           STRING 'CNPJ NAO ENCONTRADOS......: '
                  WSS-QTD-NAO-ENCONTR
              DELIMITED BY SIZE        INTO REG-REL-TITULOS
           END-STRING.
           WRITE REG-REL-TITULOS.
      *
           MOVE SPACES                 TO REG-REL-TITULOS.
           STRING 'TITULOS REPETIDOS.........: '
                  WSS-QTD-DUPLICADOS
              DELIMITED BY SIZE        INTO REG-REL-TITULOS
           END-STRING.
           WRITE REG-REL-TITULOS.
      *
           MOVE SPACES                 TO REG-REL-TITULOS.
           STRING 'REGISTROS INVALIDOS.......: '
                  WSS-QTD-INVALIDOS
              DELIMITED BY SIZE        INTO REG-REL-TITULOS
           END-STRING.
           WRITE REG-REL-TITULOS.
      *
       RT-GRAVAR-TOTAISX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    AGING POR CLIENTE: PERCORRE OS TITULOS NA ORDEM DA CHAVE
      *    (CLIENTE+NUMERO), QUEBRANDO POR CLIENTE. ACUMULA TAMBEM O
      *    TOTAL GERAL E OS TOTAIS DA FILIAL DO CLIENTE.
      *----------------------------------------------------------------*
       RT-AGING-CLIENTE                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-REL-TITULOS.
           WRITE REG-REL-TITULOS.
           WRITE REG-REL-TITULOS       FROM LINHA-TRACO.
           MOVE 'AGING DO CONTAS A RECEBER POR CLIENTE'
                                       TO REG-REL-TITULOS.
           WRITE REG-REL-TITULOS.
           WRITE REG-REL-TITULOS       FROM LINHA-TRACO.
           WRITE REG-REL-TITULOS       FROM CAB-AGING.
      *
           INITIALIZE WSS-AGE-QUEBRA.
           MOVE ZEROS                  TO WSS-CCLIENTE-ANT.
           MOVE 'N'                    TO WSS-FIM-ARQ-TIT.
      *
           MOVE LOW-VALUES             TO TIT-CHAVE-FDR.
      *
           START ARQ-TITULOS           KEY IS NOT LESS TIT-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-TIT
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-TIT
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-TITULO    THRU RT-LER-TITULOX
              IF WSS-FIM-ARQ-TIT       NOT EQUAL 'S'
                 PERFORM RT-ACUMULAR-CLIENTE
                                       THRU RT-ACUMULAR-CLIENTEX
              END-IF
           END-PERFORM.
      *
           IF WSS-CCLIENTE-ANT         GREATER ZEROS
              PERFORM RT-IMPRIME-CLIENTE
                                       THRU RT-IMPRIME-CLIENTEX
           END-IF.
      *
           WRITE REG-REL-TITULOS       FROM LINHA-TRACO.
           MOVE WSS-AGE-GERAL          TO WSS-AGE-QUEBRA.
           MOVE SPACES                 TO AGE-CODIGO.
           MOVE 'TOTAL GERAL'          TO AGE-NOME.
           PERFORM RT-IMPRIME-AGING    THRU RT-IMPRIME-AGINGX.
      *
       RT-AGING-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-TITULO                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-TITULOS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-TIT
           END-READ.
      *
       RT-LER-TITULOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ACUMULAR-CLIENTE             SECTION.
      *----------------------------------------------------------------*
      *
           IF TIT-CCLIENTE-FDR         NOT EQUAL WSS-CCLIENTE-ANT
              IF WSS-CCLIENTE-ANT      GREATER ZEROS
                 PERFORM RT-IMPRIME-CLIENTE
                                       THRU RT-IMPRIME-CLIENTEX
              END-IF
              INITIALIZE WSS-AGE-QUEBRA
              MOVE TIT-CCLIENTE-FDR    TO WSS-CCLIENTE-ANT
                                          CODIGO-FDC
              READ ARQ-CLIENTES        KEY IS CODIGO-FDC
                   INVALID KEY
                       MOVE SPACES     TO RSOCIAL-FDC
                       MOVE ZEROS      TO FILIAL-FDC
              END-READ
              MOVE RSOCIAL-FDC         TO WSS-NOME-ANT
              MOVE FILIAL-FDC          TO WSS-FILIAL-CLI
           END-IF.
      *
           PERFORM RT-CLASSIFICAR-TITULO
                                       THRU RT-CLASSIFICAR-TITULOX.
      *
           COMPUTE WSS-IDX-FIL         = WSS-FILIAL-CLI + 1.
      *
           ADD TIT-VLR-ABERTO-FDR      TO WSS-AGE-QBR (WSS-IDX-AGE)
                                          WSS-AGE-QBR (6)
                                          WSS-AGE-GER (WSS-IDX-AGE)
                                          WSS-AGE-GER (6)
                                          WSS-AGE-FIL (WSS-IDX-FIL
                                                       WSS-IDX-AGE)
                                          WSS-AGE-FIL (WSS-IDX-FIL 6).
      *
       RT-ACUMULAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-CCLIENTE-ANT       TO AGE-CODIGO.
           MOVE WSS-NOME-ANT           TO AGE-NOME.
      *
           PERFORM RT-IMPRIME-AGING    THRU RT-IMPRIME-AGINGX.
      *
       RT-IMPRIME-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    FAIXA DO TITULO CORRENTE PELOS DIAS DE ATRASO NA DATA DO
      *    PROCESSAMENTO: 1 A VENCER, 2 1-30, 3 31-60, 4 61-90,
      *    5 ACIMA DE 90 DIAS
      *----------------------------------------------------------------*
       RT-CLASSIFICAR-TITULO           SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WSS-DIAS-ATRASO     =
                   FUNCTION INTEGER-OF-DATE (WSS-HOJE-AMD)
                 - FUNCTION INTEGER-OF-DATE (TIT-DT-VENCTO-FDR).
      *
           EVALUATE TRUE
               WHEN WSS-DIAS-ATRASO    NOT GREATER ZEROS
                    MOVE 1             TO WSS-IDX-AGE
               WHEN WSS-DIAS-ATRASO    NOT GREATER 30
                    MOVE 2             TO WSS-IDX-AGE
               WHEN WSS-DIAS-ATRASO    NOT GREATER 60
                    MOVE 3             TO WSS-IDX-AGE
               WHEN WSS-DIAS-ATRASO    NOT GREATER 90
                    MOVE 4             TO WSS-IDX-AGE
               WHEN OTHER
                    MOVE 5             TO WSS-IDX-AGE
           END-EVALUATE.
      *
       RT-CLASSIFICAR-TITULOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    AGING POR VENDEDOR: PERCORRE A DISTRIBUICAO PELA CHAVE
      *    ALTERNATIVA DE VENDEDOR E SOMA OS TITULOS DE CADA CLIENTE
      *    DA CARTEIRA. O QUE SOBRA DO TOTAL GERAL SAI COMO CLIENTES
      *    SEM VENDEDOR NA DISTRIBUICAO.
      *----------------------------------------------------------------*
       RT-AGING-VENDEDOR               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-REL-TITULOS.
           WRITE REG-REL-TITULOS.
           WRITE REG-REL-TITULOS       FROM LINHA-TRACO.
           MOVE 'AGING DO CONTAS A RECEBER POR VENDEDOR (CARTEIRA)'
                                       TO REG-REL-TITULOS.
           WRITE REG-REL-TITULOS.
           WRITE REG-REL-TITULOS       FROM LINHA-TRACO.
           WRITE REG-REL-TITULOS       FROM CAB-AGING.
      *
           INITIALIZE WSS-AGE-QUEBRA
                      WSS-AGE-VENDEDORES.
           MOVE ZEROS                  TO WSS-CVENDEDOR-ANT.
           MOVE 'N'                    TO WSS-FIM-ARQ-DIS.
      *
           MOVE ZEROS                  TO CVENDEDOR-FDD.
      *
           START ARQ-DISTRIBUIR        KEY IS NOT LESS CVENDEDOR-FDD
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-DIS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-DIS
                                       EQUAL 'S' OR 's'
              READ ARQ-DISTRIBUIR      NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-DIS
                NOT AT END
                   PERFORM RT-ACUMULAR-VENDEDOR
                                       THRU RT-ACUMULAR-VENDEDORX
              END-READ
           END-PERFORM.
      *
           IF WSS-CVENDEDOR-ANT        GREATER ZEROS
              PERFORM RT-IMPRIME-VENDEDOR
                                       THRU RT-IMPRIME-VENDEDORX
           END-IF.
      *
      *  ---> Titulos de clientes fora da distribuicao
           MOVE 1                      TO WSS-IDX-AGE.
           PERFORM UNTIL WSS-IDX-AGE   GREATER 6
              COMPUTE WSS-AGE-QBR (WSS-IDX-AGE)
                                       = WSS-AGE-GER (WSS-IDX-AGE)
                                       - WSS-AGE-VEN (WSS-IDX-AGE)
              ADD 1                    TO WSS-IDX-AGE
           END-PERFORM.
      *
           IF WSS-AGE-QBR (6)          GREATER ZEROS
              MOVE SPACES              TO AGE-CODIGO
              MOVE 'SEM VENDEDOR NA DISTRIBUICAO'
                                       TO AGE-NOME
              PERFORM RT-IMPRIME-AGING THRU RT-IMPRIME-AGINGX
           END-IF.
      *
           WRITE REG-REL-TITULOS       FROM LINHA-TRACO.
           MOVE WSS-AGE-GERAL          TO WSS-AGE-QUEBRA.
           MOVE SPACES                 TO AGE-CODIGO.
           MOVE 'TOTAL GERAL'          TO AGE-NOME.
           PERFORM RT-IMPRIME-AGING    THRU RT-IMPRIME-AGINGX.
      *
       RT-AGING-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ACUMULAR-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
      *
           IF CVENDEDOR-FDD            NOT EQUAL WSS-CVENDEDOR-ANT
              IF WSS-CVENDEDOR-ANT     GREATER ZEROS
                 PERFORM RT-IMPRIME-VENDEDOR
                                       THRU RT-IMPRIME-VENDEDORX
              END-IF
              INITIALIZE WSS-AGE-QUEBRA
              MOVE CVENDEDOR-FDD       TO WSS-CVENDEDOR-ANT
              MOVE NOME-FDD            TO WSS-NOME-ANT
           END-IF.
      *
      *  ---> Titulos do cliente da carteira corrente
           MOVE CCLIENTE-FDD           TO TIT-CCLIENTE-FDR.
           MOVE LOW-VALUES             TO TIT-NUMERO-FDR.
           MOVE 'N'                    TO WSS-FIM-ARQ-TIT.
      *
           START ARQ-TITULOS           KEY IS NOT LESS TIT-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-TIT
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-TIT
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-TITULO    THRU RT-LER-TITULOX
              IF WSS-FIM-ARQ-TIT       NOT EQUAL 'S'
                 IF TIT-CCLIENTE-FDR   NOT EQUAL CCLIENTE-FDD
                    MOVE 'S'           TO WSS-FIM-ARQ-TIT
                 ELSE
                    PERFORM RT-CLASSIFICAR-TITULO
                                       THRU RT-CLASSIFICAR-TITULOX
                    ADD TIT-VLR-ABERTO-FDR
                                       TO WSS-AGE-QBR (WSS-IDX-AGE)
                                          WSS-AGE-QBR (6)
                                          WSS-AGE-VEN (WSS-IDX-AGE)
                                          WSS-AGE-VEN (6)
                 END-IF
              END-IF
           END-PERFORM.
      *
       RT-ACUMULAR-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           IF WSS-AGE-QBR (6)          EQUAL ZEROS
              GO                       TO RT-IMPRIME-VENDEDORX
           END-IF.
      *
           MOVE WSS-CVENDEDOR-ANT      TO AGE-CODIGO.
           MOVE WSS-NOME-ANT           TO AGE-NOME.
      *
           PERFORM RT-IMPRIME-AGING    THRU RT-IMPRIME-AGINGX.
      *
       RT-IMPRIME-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    AGING POR FILIAL DO CLIENTE (ACUMULADO NO AGING POR CLIENTE)
      *----------------------------------------------------------------*
       RT-AGING-FILIAL                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-REL-TITULOS.
           WRITE REG-REL-TITULOS.
           WRITE REG-REL-TITULOS       FROM LINHA-TRACO.
           MOVE 'AGING DO CONTAS A RECEBER POR FILIAL'
                                       TO REG-REL-TITULOS.
           WRITE REG-REL-TITULOS.
           WRITE REG-REL-TITULOS       FROM LINHA-TRACO.
           WRITE REG-REL-TITULOS       FROM CAB-AGING.
      *
           MOVE 1                      TO WSS-IDX-FIL.
      *
           PERFORM UNTIL WSS-IDX-FIL   GREATER 1000
              IF WSS-AGE-FIL (WSS-IDX-FIL 6)
                                       GREATER ZEROS
                 MOVE WSS-AGE-FIL-OCR (WSS-IDX-FIL)
                                       TO WSS-AGE-QUEBRA
                 COMPUTE WSS-FILIAL-CLI = WSS-IDX-FIL - 1
                 MOVE WSS-FILIAL-CLI   TO AGE-CODIGO
                 MOVE 'FILIAL'         TO AGE-NOME
                 PERFORM RT-IMPRIME-AGING
                                       THRU RT-IMPRIME-AGINGX
              END-IF
              ADD 1                    TO WSS-IDX-FIL
           END-PERFORM.
      *
           WRITE REG-REL-TITULOS       FROM LINHA-TRACO.
           MOVE WSS-AGE-GERAL          TO WSS-AGE-QUEBRA.
           MOVE SPACES                 TO AGE-CODIGO.
           MOVE 'TOTAL GERAL'          TO AGE-NOME.
           PERFORM RT-IMPRIME-AGING    THRU RT-IMPRIME-AGINGX.
      *
       RT-AGING-FILIALX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    IMPRIME UMA LINHA DO AGING COM AS FAIXAS DE WSS-AGE-QUEBRA
      *    (CODIGO E NOME JA MOVIDOS PELO CHAMADOR)
      *----------------------------------------------------------------*
       RT-IMPRIME-AGING                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO WSS-IDX-AGE.
      *
           PERFORM UNTIL WSS-IDX-AGE   GREATER 6
              MOVE WSS-AGE-QBR (WSS-IDX-AGE)
                                       TO AGE-VALOR (WSS-IDX-AGE)
              ADD 1                    TO WSS-IDX-AGE
           END-PERFORM.
      *
           WRITE REG-REL-TITULOS       FROM DET-AGING.
      *
       RT-IMPRIME-AGINGX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-AUDITORIA             SECTION.
      *----------------------------------------------------------------*
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
           MOVE 'PT000085'             TO AUD-PROGRAMA-FDA.
           MOVE WSS-AUD-ACAO           TO AUD-ACAO-FDA.
      *
           WRITE REG-FDA.
      *
       RT-GRAVAR-AUDITORIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-CATALOGO           SECTION.
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
           MOVE 'PT000085'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE 'AGING TITULOS'        TO CAT-FILTROS-FDK.
           MOVE WSS-ARQ-TITULOS        TO CAT-ARQUIVO-FDK.
      *
           WRITE REG-FDK.
      *
           CLOSE ARQ-CATALOGO.
      *
       RT-REGISTRAR-CATALOGOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONFERIR-GATEWAY             SECTION.
      *  ---> Conta os registros e calcula o checksum do TITULOS.ERP
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
              READ ARQ-TITERP
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   ADD 1               TO WSS-GTW-QTD-LIN
                   COMPUTE WSS-GTW-CHECKSUM = WSS-GTW-CHECKSUM
                         + FUNCTION ORD (REG-TITERP(1:1))
                         + WSS-GTW-QTD-LIN
              END-READ
           END-PERFORM.
      *
      *  ---> Reposiciona o arquivo para o processamento normal
           CLOSE ARQ-TITERP.
           OPEN INPUT ARQ-TITERP.
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
                      AND GTW-NOME-FDW     EQUAL 'TITULOS.ERP'
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
      *  ---> Anexa no manifesto o aceite do TITULOS.ERP consumido
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
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WSS-HOJE-GTW.
           MOVE 'E'                    TO GTW-DIRECAO-FDW.
           MOVE 'TITULOS.ERP'          TO GTW-NOME-FDW.
           MOVE WSS-HOJE-GTW           TO GTW-DATA-FDW.
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
       RT-FINALIZAR                    SECTION.
      *----------------------------------------------------------------*
      *
           CONTINUE.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
