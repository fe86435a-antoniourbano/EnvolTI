      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000094.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000094 ---> CUSTO DE ATENDIMENTO POR        *
      *     *            CLIENTE E RECOMENDACAO DE PERIODICIDADE       *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : APURA, NO MES INFORMADO (NA GRADE DE JOBS, O  *
      *     *            MES ANTERIOR A DATA DE PROCESSAMENTO), O      *
      *     *            CUSTO DE ATENDER CADA CLIENTE DISTRIBUIDO:    *
      *     *            VISITAS DO MES (MINUTOS POR VISITA DO         *
      *     *            PARAMDIST), DESLOCAMENTO (KM DA DESPESA OU    *
      *     *            IDA E VOLTA PELA DISTANCIA DA DISTRIBUICAO) E *
      *     *            DESPESAS DE VISITA, E COMPARA COM A MARGEM    *
      *     *            BRUTA DA RECEITA DOS PEDIDOS VALIDOS DO MES.  *
      *     *            RECOMENDA VISITAR MENOS (CUSTO DA             *
      *     *            PERIODICIDADE ATUAL ACIMA DA MARGEM BRUTA) OU *
      *     *            MAIS (CUSTO DA PERIODICIDADE SEGUINTE ATE A   *
      *     *            METADE DA MARGEM BRUTA). EMITE                *
      *     *            CUSTO-ATEND-AAAAMM.CSV (CATREL) E GRAVA AS    *
      *     *            RECOMENDACOES NO RECPER, DECIDIDAS NA         *
      *     *            MANUTENCAO DE CLIENTES (PT00001C).            *
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    15.10.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA DE PROCESSAMENTO.               *
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
      *  ---> Arquivo CLIENTES (situacao e periodicidade de visita)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Arquivo PEDIDOS (receita do cliente no mes)
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Arquivo VISITAS (visitas do cliente no mes)
           COPY 'SEL-VISITAS.CPY'      REPLACING ==::== BY ==-FDT==.
      *
      *  ---> Arquivo DESPESA (km e valores da visita)
           COPY 'SEL-DESPESA.CPY'      REPLACING ==::== BY ==-FDX==.
      *
      *  ---> Arquivo DISTRIBUICAO (vendedor e distancia ao cliente)
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Arquivo de PARAMETROS (minutos, velocidade e custos)
           COPY 'SEL-PARAMETROS.CPY'.
      *
      *  ---> Recomendacoes de periodicidade de visita
           COPY 'SEL-RECPER.CPY'       REPLACING ==::== BY ==-FDR==.
      *
      *  ---> Catalogo central de relatorios gerados (assinaturas)
           COPY 'SEL-CATALOGO.CPY'     REPLACING ==::== BY ==-FDK==.
      *
      *  ---> Relatorio do custo de atendimento (CSV)
           SELECT  REL-CUSTO           ASSIGN TO WSS-ARQ-CUSTO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-RELCUS.
      *
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-PEDIDOS                 VALUE OF FILE-ID IS 'PEDIDOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PEDIDOS.CPY'           REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-VISITAS                 VALUE OF FILE-ID IS 'VISITAS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDT.
       COPY 'FD-VISITAS.CPY'           REPLACING ==::== BY ==-FDT==.
      *
       FD  ARQ-DESPESA                 VALUE OF FILE-ID IS 'DESPESA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDX.
       COPY 'FD-DESPESA.CPY'           REPLACING ==::== BY ==-FDX==.
      *
       FD  ARQ-DISTRIBUIR              VALUE OF FILE-ID IS
                                                       'DISTRIBUICAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DISTRIBUIR.CPY'        REPLACING ==::== BY ==-FDD==.
      *
       COPY 'FD-PARAMETROS.CPY'.
      *
       FD  ARQ-RECPER                  VALUE OF FILE-ID IS 'RECPER'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-RECPER.CPY'            REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-CATALOGO
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-CATALOGO.CPY'          REPLACING ==::== BY ==-FDK==.
      *
       FD  REL-CUSTO.
       01  REG-RELCUS                  PIC  X(200).
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
      *  ---> Versao do PARAMDIST em vigor na data de processamento
       77  WSS-PVG-DATA                PIC  9(008)         VALUE ZEROS.
       77  WSS-PVG-LIDOS               PIC  9(004)         VALUE ZEROS.
       77  WSS-PVG-VIGENTE             PIC  9(004)         VALUE ZEROS.
      *
       77  WSS-FIM-ARQ-CLI             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-PED             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-VIS             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-DESPESA-ABERTO          PIC  X(001)         VALUE 'N'.
           88  DESPESA-ABERTO          VALUE 'S'.
      *
      *  ---> Padroes quando o PARAMDIST vem zerado: minutos por visita,
      *       velocidade media, custo da hora, custo do km e margem
       77  WSS-MIN-PADRAO              PIC  9(003)         VALUE 30.
       77  WSS-KMH-PADRAO              PIC  9(003)         VALUE 40.
       77  WSS-HORA-PADRAO             PIC  9(005)V9(002)  VALUE 40.
       77  WSS-KM-PADRAO               PIC  9(003)V9(002)  VALUE 1,20.
       77  WSS-MARGEM-PADRAO           PIC  9(003)         VALUE 30.
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
           03  WSS-ARQ-CUSTO           PIC  X(030)         VALUE SPACES.
           03  WSS-PARAM               PIC  X(001)         VALUE SPACES.
               88  MODO-BATCH                      VALUE 'B' 'b'.
           03  WSS-DATA-PROC-AMD       PIC  9(008)         VALUE ZEROS.
      *
      *  ---> Mes apurado
           03  WSS-T-ANOMES            PIC  X(006)         VALUE SPACES.
           03  WSS-ANOMES-NUM          PIC  9(006)         VALUE ZEROS.
           03  WSS-ANO                 PIC  9(004)         VALUE ZEROS.
           03  WSS-MES                 PIC  9(002)         VALUE ZEROS.
           03  WSS-MES-INI-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-MES-FIM-AMD         PIC  9(008)         VALUE ZEROS.
      *
      *  ---> Parametros do custo (ja com os padroes aplicados)
           03  WSS-MIN-VISITA          PIC  9(003)         VALUE ZEROS.
           03  WSS-KM-HORA             PIC  9(003)         VALUE ZEROS.
           03  WSS-CUSTO-HORA          PIC  9(005)V9(002)  VALUE ZEROS.
           03  WSS-CUSTO-KM            PIC  9(003)V9(002)  VALUE ZEROS.
           03  WSS-MARGEM-PCT          PIC  9(003)         VALUE ZEROS.
      *
      *  ---> Apuracao do cliente no mes
           03  WSS-VISITAS             PIC  9(003)         VALUE ZEROS.
           03  WSS-KM-VISITA           PIC  9(005)V9(002)  VALUE ZEROS.
           03  WSS-KM-IDA-VOLTA        PIC  9(005)V9(002)  VALUE ZEROS.
           03  WSS-KM                  PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-DESPESAS            PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-CUSTO               PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-CUSTO-VISITA        PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-RECEITA             PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-MARGEM-BRUTA        PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-MARGEM              PIC S9(009)V9(002)  VALUE ZEROS.
           03  WSS-PCT-CUSTO           PIC  9(005)         VALUE ZEROS.
      *
      *  ---> Periodicidade vigente, recomendada e visitas por mes
      *       (semanal 4, quinzenal 2, mensal 1)
           03  WSS-PERIOD-ATUAL        PIC  X(001)         VALUE SPACES.
           03  WSS-PERIOD-SUGERIDA     PIC  X(001)         VALUE SPACES.
           03  WSS-VIS-ATUAL           PIC  9(001)         VALUE ZEROS.
           03  WSS-VIS-MAIS            PIC  9(001)         VALUE ZEROS.
           03  WSS-CUSTO-PROJ          PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-RECOMENDACAO        PIC  X(008)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CONTADORES
      *----------------------------------------------------------------*
           03  WSS-QTD-CLIENTES        PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-REDUZIR         PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-AUMENTAR        PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-VISITAS              PIC  X(002)         VALUE SPACES.
           03  FS-DESPESA              PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-PARAMETROS           PIC  X(002)         VALUE SPACES.
           03  FS-RECPER               PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
           03  FS-RELCUS               PIC  X(002)         VALUE SPACES.
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
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO DE CUSTO DE ATENDIMENTO (CSV)
      *----------------------------------------------------------------*
       01  CAB-CUSTO.
           03  FILLER                  PIC  X(009)         VALUE
               'VENDEDOR;'.
           03  FILLER                  PIC  X(008)         VALUE
               'CLIENTE;'.
           03  FILLER                  PIC  X(013)         VALUE
               'RAZAO SOCIAL;'.
           03  FILLER                  PIC  X(014)         VALUE
               'PERIODICIDADE;'.
           03  FILLER                  PIC  X(008)         VALUE
               'VISITAS;'.
           03  FILLER                  PIC  X(003)         VALUE
               'KM;'.
           03  FILLER                  PIC  X(009)         VALUE
               'DESPESAS;'.
           03  FILLER                  PIC  X(006)         VALUE
               'CUSTO;'.
           03  FILLER                  PIC  X(008)         VALUE
               'RECEITA;'.
           03  FILLER                  PIC  X(013)         VALUE
               'MARGEM BRUTA;'.
           03  FILLER                  PIC  X(007)         VALUE
               'MARGEM;'.
           03  FILLER                  PIC  X(016)         VALUE
               'CUSTO/RECEITA %;'.
           03  FILLER                  PIC  X(010)         VALUE
               'SUGERIDA;'.
           03  FILLER                  PIC  X(012)         VALUE
               'RECOMENDACAO'.
      *
       01  DET-CUSTO.
           03  RLC-CVENDEDOR           PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-CCLIENTE            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-RSOCIAL             PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-PERIOD-ATUAL        PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-VISITAS             PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-KM                  PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-DESPESAS            PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-CUSTO               PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-RECEITA             PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-MARGEM-BRUTA        PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-MARGEM              PIC  -ZZZZZZZZ9,99  VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-PCT-CUSTO           PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-PERIOD-SUGERIDA     PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-RECOMENDACAO        PIC  X(008)         VALUE SPACES.
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
       01  TELA-FILTRO-MES.
           03 F LINE 08 COL 20   VALUE " Mes da apuracao (AAAAMM): ".
      *
       01  TELA-FILTRO-MES-T.
           03 T1F LINE 08 COL 48 PIC X(006)      TO WSS-T-ANOMES.
      *
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
           MOVE LKS-PARAM              TO WSS-PARAM.
           MOVE '00'                   TO LKS-RETORNO.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS-ANO       TO WSS-DATA-PROC-AMD(1:4).
           MOVE WSS-DATA-SIS-MES       TO WSS-DATA-PROC-AMD(5:2).
           MOVE WSS-DATA-SIS-DIA       TO WSS-DATA-PROC-AMD(7:2).
      *
           PERFORM RT-LER-PARAMETROS   THRU RT-LER-PARAMETROSX.
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
           OPEN INPUT ARQ-PEDIDOS.
      *
           IF FS-PEDIDOS               NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'PEDIDOS'           TO WSS-ARQUIVO
              MOVE FS-PEDIDOS          TO WSS-FSTATUS
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN INPUT ARQ-VISITAS.
      *
           IF FS-VISITAS               NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'VISITAS'           TO WSS-ARQUIVO
              MOVE FS-VISITAS          TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN INPUT ARQ-DISTRIBUIR.
      *
           IF FS-DISTRIBUIR            NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'DISTRIBUIR'        TO WSS-ARQUIVO
              MOVE FS-DISTRIBUIR       TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> DESPESA e opcional: sem ela o km sai da DISTANCIA e as
      *       despesas ficam zeradas
           OPEN INPUT ARQ-DESPESA.
           IF FS-DESPESA               EQUAL '00'
              MOVE 'S'                 TO WSS-DESPESA-ABERTO
           END-IF.
      *
      *  ---> Recomendacoes acumulam de mes a mes ate a decisao
           OPEN I-O ARQ-RECPER.
      *
           EVALUATE FS-RECPER
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-RECPER
                    OPEN OUTPUT ARQ-RECPER
                    CLOSE ARQ-RECPER
                    OPEN I-O ARQ-RECPER
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'RECPER'      TO WSS-ARQUIVO
                    MOVE FS-RECPER     TO WSS-FSTATUS
                    MOVE 5             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'AUDITORIA'         TO WSS-ARQUIVO
              MOVE FS-AUDITORIA        TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-INICIALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-PARAMETROS               SECTION.
      *  ---> Minutos por visita, velocidade, custos e margem; zerados
      *       (ou sem PARAMDIST) assumem os padroes
      *----------------------------------------------------------------*
      *
           MOVE WSS-MIN-PADRAO         TO WSS-MIN-VISITA.
           MOVE WSS-KMH-PADRAO         TO WSS-KM-HORA.
           MOVE WSS-HORA-PADRAO        TO WSS-CUSTO-HORA.
           MOVE WSS-KM-PADRAO          TO WSS-CUSTO-KM.
           MOVE WSS-MARGEM-PADRAO      TO WSS-MARGEM-PCT.
      *
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS             NOT EQUAL '00'
              GO                       TO RT-LER-PARAMETROSX
           END-IF.
      *
           PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX.
      *
           IF FS-PARAMETROS             EQUAL '00'
              IF PARM-MIN-VISITA        NUMERIC
                 AND PARM-MIN-VISITA    GREATER ZEROS
                 MOVE PARM-MIN-VISITA   TO WSS-MIN-VISITA
              END-IF
              IF PARM-KM-HORA           NUMERIC
                 AND PARM-KM-HORA       GREATER ZEROS
                 MOVE PARM-KM-HORA      TO WSS-KM-HORA
              END-IF
              IF PARM-CTS-CUSTO-HORA    NUMERIC
                 AND PARM-CTS-CUSTO-HORA
                                        GREATER ZEROS
                 MOVE PARM-CTS-CUSTO-HORA
                                        TO WSS-CUSTO-HORA
              END-IF
              IF PARM-CTS-CUSTO-KM      NUMERIC
                 AND PARM-CTS-CUSTO-KM  GREATER ZEROS
                 MOVE PARM-CTS-CUSTO-KM TO WSS-CUSTO-KM
              END-IF
              IF PARM-CTS-MARGEM-PCT    NUMERIC
                 AND PARM-CTS-MARGEM-PCT
                                        GREATER ZEROS
                 MOVE PARM-CTS-MARGEM-PCT
                                        TO WSS-MARGEM-PCT
              END-IF
           END-IF.
      *
           CLOSE ARQ-PARAMETROS.
      *
       RT-LER-PARAMETROSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PROCESSAR                    SECTION.
      *----------------------------------------------------------------*
      *
      *  ---> Mes padrao: o anterior a data de processamento
           MOVE WSS-DATA-PROC-AMD(1:4) TO WSS-ANO.
           MOVE WSS-DATA-PROC-AMD(5:2) TO WSS-MES.
           IF WSS-MES                  EQUAL 1
              MOVE 12                  TO WSS-MES
              SUBTRACT 1               FROM WSS-ANO
           ELSE
              SUBTRACT 1               FROM WSS-MES
           END-IF.
           COMPUTE WSS-ANOMES-NUM      = WSS-ANO * 100 + WSS-MES.
      *
           IF NOT MODO-BATCH
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
              DISPLAY ' ..... CUSTO DE ATENDIMENTO POR CLIENTE .....'
                                       LINE 05 COL 17
              DISPLAY TELA-FILTRO-MES
              MOVE "Informe o mes (AAAAMM) ou ENTER p/ o mes anterior."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT T1F
              IF WSS-T-ANOMES          NOT EQUAL SPACES
                 IF WSS-T-ANOMES       NUMERIC
                    AND WSS-T-ANOMES(5:2)
                                       GREATER '00'
                    AND WSS-T-ANOMES(5:2)
                                       LESS '13'
                    MOVE WSS-T-ANOMES  TO WSS-ANOMES-NUM
                 ELSE
                    MOVE "Mes invalido - informe AAAAMM numerico."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    MOVE 'Mes invalido.'
                                       TO LKS-MENSAGEM
                    GO                 TO RT-PROCESSARX
                 END-IF
              END-IF
              MOVE "Processando... aguarde."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
           END-IF.
      *
           COMPUTE WSS-MES-INI-AMD     = WSS-ANOMES-NUM * 100 + 1.
           COMPUTE WSS-MES-FIM-AMD     = WSS-ANOMES-NUM * 100 + 31.
      *
           MOVE SPACES                 TO WSS-ARQ-CUSTO.
           STRING 'CUSTO-ATEND-'       DELIMITED BY SIZE
                  WSS-ANOMES-NUM       DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-CUSTO
           END-STRING.
      *
           OPEN OUTPUT REL-CUSTO.
      *
           IF FS-RELCUS                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'REL-CUSTO'         TO WSS-ARQUIVO
              MOVE FS-RELCUS           TO WSS-FSTATUS
              MOVE 7                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           WRITE REG-RELCUS            FROM CAB-CUSTO.
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
                                       EQUAL 'S' OR 's'
              PERFORM RT-APURAR-CLIENTE
                                       THRU RT-APURAR-CLIENTEX
           END-PERFORM.
      *
           CLOSE REL-CUSTO.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE WSS-ARQ-CUSTO          TO LKS-ARQ-REL.
      *
           MOVE 'CUSTO DE ATENDIMENTO APURADO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'Clientes: ' WSS-QTD-CLIENTES
                  ' Reduzir: ' WSS-QTD-REDUZIR
                  ' Aumentar: ' WSS-QTD-AUMENTAR
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
       RT-PROCESSARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APURAR-CLIENTE               SECTION.
      *  ---> Cliente ativo com vendedor na distribuicao: custo de
      *       atender no mes, receita, margem e recomendacao
      *----------------------------------------------------------------*
      *
           READ ARQ-CLIENTES           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-CLI
                GO                     TO RT-APURAR-CLIENTEX
           END-READ.
      *
           IF NOT ATIVO-FDC
              GO                       TO RT-APURAR-CLIENTEX
           END-IF.
      *
           MOVE CODIGO-FDC             TO CCLIENTE-FDD.
           READ ARQ-DISTRIBUIR         KEY IS CCLIENTE-FDD
                INVALID KEY
                    GO                 TO RT-APURAR-CLIENTEX
           END-READ.
      *
      *  ---> Ida e volta ao cliente pela distancia (metros) da
      *       distribuicao, quando a visita nao tem km na despesa
           COMPUTE WSS-KM-IDA-VOLTA ROUNDED =
                   DISTANCIA-FDD * 2 / 1000
              ON SIZE ERROR
                 MOVE 99999,99         TO WSS-KM-IDA-VOLTA
           END-COMPUTE.
      *
           PERFORM RT-APURAR-VISITAS   THRU RT-APURAR-VISITASX.
           PERFORM RT-APURAR-RECEITA   THRU RT-APURAR-RECEITAX.
      *
      *  ---> Custo do mes: tempo de visita e de deslocamento ao custo
      *       da hora, km rodado ao custo do km e despesas da visita
           COMPUTE WSS-CUSTO ROUNDED   =
                   (WSS-VISITAS * WSS-MIN-VISITA / 60
                    + WSS-KM / WSS-KM-HORA) * WSS-CUSTO-HORA
                   + WSS-KM * WSS-CUSTO-KM
                   + WSS-DESPESAS
              ON SIZE ERROR
                 MOVE 9999999,99       TO WSS-CUSTO
           END-COMPUTE.
      *
      *  ---> Custo de uma visita: o medio do mes ou, sem visita, o
      *       estimado pela distancia
           IF WSS-VISITAS              GREATER ZEROS
              COMPUTE WSS-CUSTO-VISITA ROUNDED =
                      WSS-CUSTO / WSS-VISITAS
           ELSE
              COMPUTE WSS-CUSTO-VISITA ROUNDED =
                      (WSS-MIN-VISITA / 60
                       + WSS-KM-IDA-VOLTA / WSS-KM-HORA)
                      * WSS-CUSTO-HORA
                      + WSS-KM-IDA-VOLTA * WSS-CUSTO-KM
                 ON SIZE ERROR
                    MOVE 9999999,99    TO WSS-CUSTO-VISITA
              END-COMPUTE
           END-IF.
      *
           COMPUTE WSS-MARGEM-BRUTA ROUNDED =
                   WSS-RECEITA * WSS-MARGEM-PCT / 100.
           COMPUTE WSS-MARGEM          = WSS-MARGEM-BRUTA - WSS-CUSTO.
      *
           IF WSS-RECEITA              GREATER ZEROS
              COMPUTE WSS-PCT-CUSTO ROUNDED =
                      WSS-CUSTO * 100 / WSS-RECEITA
                 ON SIZE ERROR
                    MOVE 99999         TO WSS-PCT-CUSTO
              END-COMPUTE
           ELSE
              MOVE ZEROS               TO WSS-PCT-CUSTO
           END-IF.
      *
           PERFORM RT-RECOMENDAR       THRU RT-RECOMENDARX.
      *
           MOVE CVENDEDOR-FDD          TO RLC-CVENDEDOR.
           MOVE CODIGO-FDC             TO RLC-CCLIENTE.
           MOVE RSOCIAL-FDC            TO RLC-RSOCIAL.
           MOVE WSS-PERIOD-ATUAL       TO RLC-PERIOD-ATUAL.
           MOVE WSS-VISITAS            TO RLC-VISITAS.
           MOVE WSS-KM                 TO RLC-KM.
           MOVE WSS-DESPESAS           TO RLC-DESPESAS.
           MOVE WSS-CUSTO              TO RLC-CUSTO.
           MOVE WSS-RECEITA            TO RLC-RECEITA.
           MOVE WSS-MARGEM-BRUTA       TO RLC-MARGEM-BRUTA.
           MOVE WSS-MARGEM             TO RLC-MARGEM.
           MOVE WSS-PCT-CUSTO          TO RLC-PCT-CUSTO.
           MOVE WSS-PERIOD-SUGERIDA    TO RLC-PERIOD-SUGERIDA.
           MOVE WSS-RECOMENDACAO       TO RLC-RECOMENDACAO.
      *
           WRITE REG-RELCUS            FROM DET-CUSTO.
      *
           ADD 1                       TO WSS-QTD-CLIENTES.
      *
           IF WSS-PERIOD-SUGERIDA      NOT EQUAL WSS-PERIOD-ATUAL
              PERFORM RT-GRAVAR-RECOMENDACAO
                                       THRU RT-GRAVAR-RECOMENDACAOX
           END-IF.
      *
       RT-APURAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APURAR-VISITAS               SECTION.
      *  ---> Visitas do cliente no mes, km (da despesa da visita ou
      *       ida e volta pela distancia) e despesas de visita
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-VISITAS
                                          WSS-KM
                                          WSS-DESPESAS.
      *
           MOVE CODIGO-FDC             TO VIS-CCLIENTE-FDT.
           MOVE WSS-MES-INI-AMD        TO VIS-DATA-FDT.
           MOVE 'N'                    TO WSS-FIM-ARQ-VIS.
      *
           START ARQ-VISITAS           KEY IS NOT LESS VIS-CHAVE-FDT
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-VIS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-VIS
                                       EQUAL 'S' OR 's'
              READ ARQ-VISITAS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-VIS
                NOT AT END
                   IF VIS-CCLIENTE-FDT NOT EQUAL CODIGO-FDC
                      OR VIS-DATA-FDT  GREATER WSS-MES-FIM-AMD
                      MOVE 'S'         TO WSS-FIM-ARQ-VIS
                   ELSE
                      PERFORM RT-SOMAR-VISITA
                                       THRU RT-SOMAR-VISITAX
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-APURAR-VISITASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SOMAR-VISITA                 SECTION.
      *----------------------------------------------------------------*
      *
           IF WSS-VISITAS              LESS 999
              ADD 1                    TO WSS-VISITAS
           END-IF.
      *
           MOVE WSS-KM-IDA-VOLTA       TO WSS-KM-VISITA.
      *
           IF DESPESA-ABERTO
              MOVE VIS-CCLIENTE-FDT    TO DSP-CCLIENTE-FDX
              MOVE VIS-DATA-FDT        TO DSP-DATA-FDX
              READ ARQ-DESPESA         KEY IS DSP-CHAVE-FDX
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-DESPESA            EQUAL '00'
                 IF DSP-KM-FDX         GREATER ZEROS
                    MOVE DSP-KM-FDX    TO WSS-KM-VISITA
                 END-IF
                 ADD DSP-VLR-REFEICAO-FDX
                     DSP-VLR-OUTROS-FDX
                                       TO WSS-DESPESAS
              END-IF
           END-IF.
      *
           ADD WSS-KM-VISITA           TO WSS-KM.
      *
       RT-SOMAR-VISITAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APURAR-RECEITA               SECTION.
      *  ---> Receita do mes: pedidos validos (nem cancelados, nem
      *       reprovados) do cliente
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-RECEITA.
      *
           MOVE CODIGO-FDC             TO PED-CCLIENTE-FDP.
           MOVE WSS-MES-INI-AMD        TO PED-DATA-FDP.
           MOVE ZEROS                  TO PED-SEQ-FDP.
           MOVE 'N'                    TO WSS-FIM-ARQ-PED.
      *
           START ARQ-PEDIDOS           KEY IS NOT LESS PED-CHAVE-FDP
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-PED
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-PED
                                       EQUAL 'S' OR 's'
              READ ARQ-PEDIDOS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-PED
                NOT AT END
                   IF PED-CCLIENTE-FDP NOT EQUAL CODIGO-FDC
                      OR PED-DATA-FDP  GREATER WSS-MES-FIM-AMD
                      MOVE 'S'         TO WSS-FIM-ARQ-PED
                   ELSE
                      IF NOT PEDIDO-CANCELADO-FDP
                         AND NOT PEDIDO-REPROVADO-FDP
                         ADD PED-VALOR-FDP
                                       TO WSS-RECEITA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-APURAR-RECEITAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RECOMENDAR                   SECTION.
      *  ---> Visitar menos quando o custo de um mes na periodicidade
      *       atual passa da margem bruta; visitar mais quando o custo
      *       na periodicidade seguinte cabe na metade da margem bruta
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN VISITA-SEMANAL-FDC
                    MOVE 'S'           TO WSS-PERIOD-ATUAL
                    MOVE 4             TO WSS-VIS-ATUAL
                    MOVE ZEROS         TO WSS-VIS-MAIS
               WHEN VISITA-QUINZENAL-FDC
                    MOVE 'Q'           TO WSS-PERIOD-ATUAL
                    MOVE 2             TO WSS-VIS-ATUAL
                    MOVE 4             TO WSS-VIS-MAIS
               WHEN OTHER
                    MOVE 'M'           TO WSS-PERIOD-ATUAL
                    MOVE 1             TO WSS-VIS-ATUAL
                    MOVE 2             TO WSS-VIS-MAIS
           END-EVALUATE.
      *
           MOVE WSS-PERIOD-ATUAL       TO WSS-PERIOD-SUGERIDA.
           MOVE 'MANTER'               TO WSS-RECOMENDACAO.
      *
           COMPUTE WSS-CUSTO-PROJ      =
                   WSS-CUSTO-VISITA * WSS-VIS-ATUAL.
      *
           IF WSS-PERIOD-ATUAL         NOT EQUAL 'M'
              AND WSS-CUSTO-PROJ       GREATER WSS-MARGEM-BRUTA
              MOVE 'REDUZIR'           TO WSS-RECOMENDACAO
              ADD 1                    TO WSS-QTD-REDUZIR
              IF WSS-PERIOD-ATUAL      EQUAL 'S'
                 MOVE 'Q'              TO WSS-PERIOD-SUGERIDA
              ELSE
                 MOVE 'M'              TO WSS-PERIOD-SUGERIDA
              END-IF
              GO                       TO RT-RECOMENDARX
           END-IF.
      *
           IF WSS-PERIOD-ATUAL         EQUAL 'S'
              OR WSS-RECEITA           EQUAL ZEROS
              GO                       TO RT-RECOMENDARX
           END-IF.
      *
           COMPUTE WSS-CUSTO-PROJ      =
                   WSS-CUSTO-VISITA * WSS-VIS-MAIS.
      *
           IF WSS-CUSTO-PROJ * 2       NOT GREATER WSS-MARGEM-BRUTA
              MOVE 'AUMENTAR'          TO WSS-RECOMENDACAO
              ADD 1                    TO WSS-QTD-AUMENTAR
              IF WSS-PERIOD-ATUAL      EQUAL 'M'
                 MOVE 'Q'              TO WSS-PERIOD-SUGERIDA
              ELSE
                 MOVE 'S'              TO WSS-PERIOD-SUGERIDA
              END-IF
           END-IF.
      *
       RT-RECOMENDARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-RECOMENDACAO          SECTION.
      *  ---> Recomendacao pendente do cliente no mes; uma ja aceita
      *       ou recusada na manutencao de clientes nao e refeita
      *----------------------------------------------------------------*
      *
           MOVE CODIGO-FDC             TO RCP-CCLIENTE-FDR.
           MOVE WSS-ANOMES-NUM         TO RCP-ANOMES-FDR.
      *
           READ ARQ-RECPER             KEY IS RCP-CHAVE-FDR
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-RECPER                EQUAL '00'
              AND NOT RCP-PENDENTE-FDR
              GO                       TO RT-GRAVAR-RECOMENDACAOX
           END-IF.
      *
           MOVE CVENDEDOR-FDD          TO RCP-CVENDEDOR-FDR.
           MOVE WSS-PERIOD-ATUAL       TO RCP-PERIOD-ATUAL-FDR.
           MOVE WSS-PERIOD-SUGERIDA    TO RCP-PERIOD-SUGERIDA-FDR.
           MOVE WSS-VISITAS            TO RCP-VISITAS-FDR.
           MOVE WSS-CUSTO              TO RCP-CUSTO-FDR.
           MOVE WSS-RECEITA            TO RCP-RECEITA-FDR.
           MOVE WSS-MARGEM             TO RCP-MARGEM-FDR.
           MOVE 'P'                    TO RCP-SITUACAO-FDR.
           MOVE ZEROS                  TO RCP-DT-DECISAO-FDR.
           MOVE SPACES                 TO RCP-OPERADOR-FDR.
      *
           IF FS-RECPER                EQUAL '00'
              REWRITE REG-FDR
           ELSE
              WRITE REG-FDR
           END-IF.
      *
           IF FS-RECPER                NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'RECPER'            TO WSS-ARQUIVO
              MOVE FS-RECPER           TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-GRAVAR-RECOMENDACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-CATALOGO           SECTION.
      *  ---> Registra o relatorio no catalogo central (CATREL):
      *       revisualizacao pelo paginador e entrega aos assinantes
      *       pelo PT000078
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
           MOVE 'PT000094'             TO CAT-PROGRAMA-FDK.
           MOVE WSS-DATA-PROC-AMD      TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE SPACES                 TO CAT-FILTROS-FDK.
           STRING 'MES ' WSS-ANOMES-NUM
              DELIMITED BY SIZE        INTO CAT-FILTROS-FDK
           END-STRING.
           MOVE WSS-ARQ-CUSTO          TO CAT-ARQUIVO-FDK.
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
           MOVE 'PT000094'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000094'             TO WSE-ERR-PROGRAMA.
           MOVE WSS-PONTO-ERRO         TO WSE-ERR-PONTO.
           MOVE WSS-ARQUIVO            TO WSE-ERR-ARQUIVO.
           MOVE WSS-FSTATUS            TO WSE-ERR-FSTATUS.
           MOVE SPACES                 TO WSE-ERR-CHAVE.
           MOVE WSS-DESCRICAO          TO WSE-ERR-DESCRICAO.
           CALL WSPRV901               USING WSE-ERR-PARM.
      *
           IF NOT MODO-BATCH
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
                 ARQ-PEDIDOS
                 ARQ-VISITAS
                 ARQ-DISTRIBUIR
                 ARQ-RECPER
                 ARQ-AUDITORIA.
      *
           IF DESPESA-ABERTO
              CLOSE ARQ-DESPESA
              MOVE 'N'                 TO WSS-DESPESA-ABERTO
           END-IF.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    A PARTIR DO ARQUIVO ABERTO, POSICIONA NA VERSAO DO PARAMDIST
      *    EM VIGOR NA DATA DE PROCESSAMENTO: A ULTIMA LINHA COM
      *    VIGENCIA ATE A DATA (LINHA SEM VIGENCIA VALE DESDE SEMPRE).
      *    FS-PARAMETROS '00' COM A VERSAO EM REG-PARAMETROS; '10'
      *    QUANDO NENHUMA VERSAO VALE NA DATA.
      *----------------------------------------------------------------*
       RT-LER-PARM-VIGENTE             SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-PARAMETROS            NOT EQUAL '00'
              GO                       TO RT-LER-PARM-VIGENTEX
           END-IF.
      *
           IF LKS-DATA-PROC            EQUAL SPACES
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WSS-PVG-DATA
           ELSE
              MOVE LKS-DATA-PROC(5:4)  TO WSS-PVG-DATA(1:4)
              MOVE LKS-DATA-PROC(3:2)  TO WSS-PVG-DATA(5:2)
              MOVE LKS-DATA-PROC(1:2)  TO WSS-PVG-DATA(7:2)
           END-IF.
      *
      *  ---> Primeira passada: numero da linha da versao em vigor
           MOVE ZEROS                  TO WSS-PVG-LIDOS
                                          WSS-PVG-VIGENTE.
      *
           PERFORM UNTIL FS-PARAMETROS NOT EQUAL '00'
              READ ARQ-PARAMETROS
                 AT END
                    CONTINUE
              END-READ
              IF FS-PARAMETROS         EQUAL '00'
                 ADD 1                 TO WSS-PVG-LIDOS
                 IF PARM-DT-VIGENCIA   NOT NUMERIC
                    OR PARM-DT-VIGENCIA
                                       NOT GREATER WSS-PVG-DATA
                    MOVE WSS-PVG-LIDOS TO WSS-PVG-VIGENTE
                 END-IF
              END-IF
           END-PERFORM.
      *
      *  ---> Segunda passada: rele ate a versao em vigor
           CLOSE ARQ-PARAMETROS.
           OPEN INPUT ARQ-PARAMETROS.
      *
           MOVE ZEROS                  TO WSS-PVG-LIDOS.
      *
           PERFORM UNTIL WSS-PVG-LIDOS EQUAL WSS-PVG-VIGENTE
                      OR FS-PARAMETROS NOT EQUAL '00'
              READ ARQ-PARAMETROS
                 AT END
                    CONTINUE
              END-READ
              ADD 1                    TO WSS-PVG-LIDOS
           END-PERFORM.
      *
           IF WSS-PVG-VIGENTE          EQUAL ZEROS
              AND FS-PARAMETROS        EQUAL '00'
              MOVE '10'                TO FS-PARAMETROS
           END-IF.
      *
       RT-LER-PARM-VIGENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
