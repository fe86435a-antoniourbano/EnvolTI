      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000116.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000116 ---> MONITOR DE DURACAO DA GRADE DE  *
      *     *            JOBS E TENDENCIA POR JOB                      *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : LE O HISTORICO DE DURACAO DOS PASSOS DA GRADE *
      *     *            (JOBHIST, GRAVADO PELO PT000064) E DISPARA    *
      *     *            ALERTA TIPO 'J' NO ARQUIVO ALERTAS PARA O JOB *
      *     *            AINDA EM EXECUCAO DEPOIS DO TERMINO PREVISTO  *
      *     *            NO JOBS OU HA MAIS QUE O DOBRO DA SUA MEDIA,  *
      *     *            E PARA O JOB QUE TERMINOU ACIMA DO DOBRO DA   *
      *     *            MEDIA OU DEPOIS DO PREVISTO (UM ALERTA POR    *
      *     *            PASSO). EM LOTE ('B') SO MONITORA: PODE SER   *
      *     *            AGENDADO EM CICLOS DURANTE A CADEIA NOTURNA.  *
      *     *            O RELATORIO DE TENDENCIA LISTA AS EXECUCOES   *
      *     *            DE CADA JOB NA JANELA E COMPARA A MEDIA COM A *
      *     *            DA JANELA ANTERIOR DE MESMO TAMANHO.          *
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
      *  ---> Grade de jobs (descricao no relatorio)
           COPY 'SEL-JOBS.CPY'         REPLACING ==::== BY ==-FDJ==.
      *
      *  ---> Historico de duracao dos passos
           COPY 'SEL-JOBHIST.CPY'      REPLACING ==::== BY ==-FDH==.
      *
      *  ---> Fila de alertas (ciencia pelo PT000077)
           COPY 'SEL-ALERTAS.CPY'      REPLACING ==::== BY ==-FDL==.
      *
      *  ---> Relatorio de tendencia de duracao por job
           SELECT  REL-DURJOB          ASSIGN TO WSS-ARQ-RELDUR
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RELDUR.
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
       FD  ARQ-JOBS                    VALUE OF FILE-ID IS 'JOBS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDJ.
       COPY 'FD-JOBS.CPY'              REPLACING ==::== BY ==-FDJ==.
      *
       FD  ARQ-JOBHIST                 VALUE OF FILE-ID IS 'JOBHIST'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDH.
       COPY 'FD-JOBHIST.CPY'           REPLACING ==::== BY ==-FDH==.
      *
       FD  ARQ-ALERTAS                 VALUE OF FILE-ID IS 'ALERTAS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDL.
       COPY 'FD-ALERTAS.CPY'           REPLACING ==::== BY ==-FDL==.
      *
       FD  REL-DURJOB.
       01  REG-RELDUR                  PIC  X(200).
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
       77  WSS-FIM-ARQ-JHS             PIC  X(001)         VALUE 'N'.
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
      *
      *  ---> Monitor: relogio e tempos em segundos corridos
           03  WSS-AGORA-DT            PIC  9(008)         VALUE ZEROS.
           03  WSS-HMS                 PIC  X(006)         VALUE SPACES.
           03  WSS-HMS-R               REDEFINES WSS-HMS.
               05  WSS-HMS-HOR         PIC  9(002).
               05  WSS-HMS-MIN         PIC  9(002).
               05  WSS-HMS-SEG         PIC  9(002).
           03  WSS-PREV-HHMM           PIC  9(004)         VALUE ZEROS.
           03  WSS-PREV-HHMM-R         REDEFINES WSS-PREV-HHMM.
               05  WSS-PREV-HOR        PIC  9(002).
               05  WSS-PREV-MIN        PIC  9(002).
           03  WSS-AGORA-SEG           PIC S9(011)         VALUE ZEROS.
           03  WSS-INI-SEG             PIC S9(011)         VALUE ZEROS.
           03  WSS-FIM-SEG             PIC S9(011)         VALUE ZEROS.
           03  WSS-PREV-SEG            PIC S9(011)         VALUE ZEROS.
           03  WSS-DECORRIDO           PIC  9(007)         VALUE ZEROS.
           03  WSS-LIMITE-MEDIA        PIC  9(009)         VALUE ZEROS.
           03  WSS-MIN-DECORRIDO       PIC  9(005)         VALUE ZEROS.
           03  WSS-MIN-MEDIA           PIC  9(005)         VALUE ZEROS.
           03  WSS-ALERTAR             PIC  X(001)         VALUE 'N'.
           03  WSS-TEXTO-ALERTA        PIC  X(060)         VALUE SPACES.
           03  WSS-PROX-SEQ-ALT        PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-ALERTAS         PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-AVALIADOS       PIC  9(005)         VALUE ZEROS.
      *
      *  ---> Limiares do monitor: duracao acima da media em mais de
      *       WSS-PCT-ACIMA por cento, com pelo menos WSS-MIN-BASE
      *       execucoes na media e WSS-MIN-DURACAO segundos (passos
      *       curtos variam demais para alertar)
           03  WSS-PCT-ACIMA           PIC  9(003)         VALUE 100.
           03  WSS-MIN-BASE            PIC  9(003)         VALUE 3.
           03  WSS-MIN-DURACAO         PIC  9(005)         VALUE 300.
      *
      *  ---> Relatorio de tendencia
           03  WSS-T-SEQ               PIC  9(003)         VALUE ZEROS.
           03  WSS-T-DIAS              PIC  9(003)         VALUE ZEROS.
           03  WSS-DT-INI-JAN          PIC  9(008)         VALUE ZEROS.
           03  WSS-DT-INI-ANT          PIC  9(008)         VALUE ZEROS.
           03  WSS-SEQ-ATUAL           PIC  9(003)         VALUE ZEROS.
           03  WSS-PROGRAMA-ATUAL      PIC  X(008)         VALUE SPACES.
           03  WSS-JOB-LISTADO         PIC  X(001)         VALUE 'N'.
           03  WSS-JAN-QTD             PIC  9(005)         VALUE ZEROS.
           03  WSS-JAN-SOMA            PIC  9(011)         VALUE ZEROS.
           03  WSS-JAN-MIN             PIC  9(007)         VALUE ZEROS.
           03  WSS-JAN-MAX             PIC  9(007)         VALUE ZEROS.
           03  WSS-JAN-MEDIA           PIC  9(007)         VALUE ZEROS.
           03  WSS-ANT-QTD             PIC  9(005)         VALUE ZEROS.
           03  WSS-ANT-SOMA            PIC  9(011)         VALUE ZEROS.
           03  WSS-ANT-MEDIA           PIC  9(007)         VALUE ZEROS.
           03  WSS-VARIACAO            PIC S9(005)V9(002)  VALUE ZEROS.
           03  WSS-QTD-JOBS            PIC  9(003)         VALUE ZEROS.
           03  WSS-QTD-LINHAS          PIC  9(005)         VALUE ZEROS.
           03  WSS-ARQ-RELDUR          PIC  X(030)         VALUE SPACES.
           03  WSS-CAT-ARQUIVO         PIC  X(030)         VALUE SPACES.
           03  WSS-CAT-FILTROS         PIC  X(040)         VALUE SPACES.
      *
      *  ---> Janela padrao (dias) e faixa de estabilidade (%) da
      *       tendencia
           03  WSS-DIAS-PADRAO         PIC  9(003)         VALUE 30.
           03  WSS-PCT-TENDENCIA       PIC  9(003)         VALUE 10.
      *
      *  ---> Grade de jobs e opcional (so a descricao no relatorio)
           03  WSS-JOBS-ABERTO         PIC  X(001)         VALUE 'N'.
               88  JOBS-ABERTO         VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-JOBS                 PIC  X(002)         VALUE SPACES.
           03  FS-JOBHIST              PIC  X(002)         VALUE SPACES.
           03  FS-ALERTAS              PIC  X(002)         VALUE SPACES.
           03  FS-RELDUR               PIC  X(002)         VALUE SPACES.
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
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO DE TENDENCIA DE DURACAO (CSV ';')
      *----------------------------------------------------------------*
       01  CAB-DURJOB.
           03  FILLER                  PIC  X(029)         VALUE
               'DURACAO DOS JOBS - JANELA DE '.
           03  CDJ-DIAS                PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(010)         VALUE
               ' DIAS ATE '.
           03  CDJ-DATA                PIC  9999/99/99     VALUE ZEROS.
      *
       01  CAB-DURJOB-COL.
           03  FILLER                  PIC  X(045)         VALUE
               'JOB;PROGRAMA;DATA;INICIO;FIM;DURACAO (S);'.
           03  FILLER                  PIC  X(040)         VALUE
               'MEDIA NO INICIO (S);VARIACAO %;RETORNO'.
      *
       01  DET-DURJOB.
           03  DDJ-SEQ                 PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DDJ-PROGRAMA            PIC  X(008)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DDJ-DATA                PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DDJ-INICIO              PIC  X(006)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DDJ-FIM                 PIC  X(006)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DDJ-DURACAO             PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DDJ-MEDIA               PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DDJ-VARIACAO            PIC  -ZZZZ9,99      VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DDJ-RETORNO             PIC  X(002)         VALUE SPACES.
      *
       01  RES-DURJOB.
           03  FILLER                  PIC  X(007)         VALUE
               'RESUMO;'.
           03  RDJ-SEQ                 PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RDJ-DESCRICAO           PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(014)         VALUE
               ';EXECUCOES OK;'.
           03  RDJ-QTD                 PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(007)         VALUE
               ';MEDIA;'.
           03  RDJ-MEDIA               PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(008)         VALUE
               ';MINIMA;'.
           03  RDJ-MINIMA              PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(008)         VALUE
               ';MAXIMA;'.
           03  RDJ-MAXIMA              PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(025)         VALUE
               ';MEDIA JANELA ANTERIOR;'.
           03  RDJ-MEDIA-ANT           PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(012)         VALUE
               ';VARIACAO %;'.
           03  RDJ-VARIACAO            PIC  -ZZZZ9,99      VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RDJ-TENDENCIA           PIC  X(008)         VALUE SPACES.
      *
       01  RDP-DURJOB.
           03  FILLER                  PIC  X(015)         VALUE
               'JOBS LISTADOS: '.
           03  RDP-QTD-JOBS            PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(015)         VALUE
               ' - EXECUCOES: '.
           03  RDP-QTD-LINHAS          PIC  ZZZZ9          VALUE ZEROS.
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
               ' ..... MONITOR DE DURACAO DOS JOBS ..... '     BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Verificar Agora   ".
           03 F LINE 10 COL 28   VALUE " 2 - Tendencia p/ Job  ".
           03 F LINE 14 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 16 COL 28   VALUE " Opcao:[ ]             ".
      *
       01  TELA-RELATORIO.
           03 F LINE 05 COL 20   VALUE
               ' ..... TENDENCIA DE DURACAO POR JOB ..... '    BLINK.
           03 F LINE 08 COL 18   VALUE
               " Sequencia do job (ZEROS = todos)..: ".
           03 F LINE 10 COL 18   VALUE
               " Janela em dias (ZEROS = 30).......: ".
      *
       01  TELA-RELATORIO-T.
           03 T1X LINE 08 COL 56 PIC ZZ9         TO WSS-T-SEQ.
           03 T2X LINE 10 COL 56 PIC ZZ9         TO WSS-T-DIAS.
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
              PERFORM RT-MONITORAR     THRU RT-MONITORARX
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
           MOVE 100                    TO WSS-PCT-ACIMA.
           MOVE 3                      TO WSS-MIN-BASE.
           MOVE 300                    TO WSS-MIN-DURACAO.
           MOVE 30                     TO WSS-DIAS-PADRAO.
           MOVE 10                     TO WSS-PCT-TENDENCIA.
      *
           MOVE LKS-PARAM              TO WSS-PARAM.
           MOVE '00'                   TO LKS-RETORNO.
           MOVE SPACES                 TO LKS-ARQ-REL.
      *
           MOVE 'N'                    TO WSS-JOBS-ABERTO.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           OPEN I-O ARQ-JOBHIST.
      *
           EVALUATE FS-JOBHIST
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-JOBHIST
                    OPEN OUTPUT ARQ-JOBHIST
                    CLOSE ARQ-JOBHIST
                    OPEN I-O ARQ-JOBHIST
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'JOBHIST'     TO WSS-ARQUIVO
                    MOVE FS-JOBHIST    TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-ALERTAS.
      *
           EVALUATE FS-ALERTAS
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-ALERTAS
                    OPEN OUTPUT ARQ-ALERTAS
                    CLOSE ARQ-ALERTAS
                    OPEN I-O ARQ-ALERTAS
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'ALERTAS'     TO WSS-ARQUIVO
                    MOVE FS-ALERTAS    TO WSS-FSTATUS
                    MOVE 2             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'AUDITORIA'         TO WSS-ARQUIVO
              MOVE FS-AUDITORIA        TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Sem a grade o relatorio sai sem a descricao do job
           OPEN INPUT ARQ-JOBS.
           IF FS-JOBS                  EQUAL '00'
              MOVE 'S'                 TO WSS-JOBS-ABERTO
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
           ACCEPT WSS-FUN              LINE 16 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
               WHEN 1
                    PERFORM RT-MONITORAR
                                       THRU RT-MONITORARX
                    MOVE LKS-MENSAGEM  TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
               WHEN 2
                    PERFORM RT-PEDIR-TENDENCIA
                                       THRU RT-PEDIR-TENDENCIAX
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
      *    MONITOR: PASSOS EM EXECUCAO ATRASADOS E PASSOS TERMINADOS
      *    AINDA NAO AVALIADOS (PASSAGEM DO PROPRIO PT000116 NA GRADE
      *    NAO E AVALIADA)
      *----------------------------------------------------------------*
       RT-MONITORAR                    SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-ALERTAS
                                          WSS-QTD-AVALIADOS.
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WSS-AGORA-DT.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO WSS-HMS.
           COMPUTE WSS-AGORA-SEG =
                   FUNCTION INTEGER-OF-DATE (WSS-AGORA-DT) * 86400
                 + WSS-HMS-HOR * 3600 + WSS-HMS-MIN * 60
                 + WSS-HMS-SEG.
      *
      *  ---> Passos em execucao (situacao 'E')
           MOVE 'E'                    TO JHS-SITUACAO-FDH.
           MOVE 'N'                    TO WSS-FIM-ARQ-JHS.
      *
           START ARQ-JOBHIST           KEY IS EQUAL JHS-SITUACAO-FDH
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-JHS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-JHS
                                       EQUAL 'S'
              READ ARQ-JOBHIST         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-JHS
                NOT AT END
                   IF JHS-EM-EXECUCAO-FDH
                      PERFORM RT-CHECAR-EM-EXECUCAO
                                       THRU RT-CHECAR-EM-EXECUCAOX
                   ELSE
                      MOVE 'S'         TO WSS-FIM-ARQ-JHS
                   END-IF
              END-READ
           END-PERFORM.
      *
      *  ---> Passos terminados a avaliar (situacao 'T'): cada um
      *       passa para 'A', entao a busca recomeca a cada passo
           MOVE 'N'                    TO WSS-FIM-ARQ-JHS.
           PERFORM UNTIL WSS-FIM-ARQ-JHS
                                       EQUAL 'S'
              PERFORM RT-AVALIAR-TERMINADO
                                       THRU RT-AVALIAR-TERMINADOX
           END-PERFORM.
      *
           IF WSS-QTD-ALERTAS          GREATER ZEROS
              MOVE SPACES              TO WSS-AUD-ACAO
              STRING 'MONITOR DE JOBS: ' WSS-QTD-ALERTAS
                     ' ALERTAS'
                 DELIMITED BY SIZE     INTO WSS-AUD-ACAO
              END-STRING
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
           END-IF.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'Jobs avaliados: ' WSS-QTD-AVALIADOS
                  ' Alertas: '       WSS-QTD-ALERTAS
              DELIMITED BY SIZE        INTO LKS-MENSAGEM
           END-STRING.
      *
       RT-MONITORARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CHECAR-EM-EXECUCAO           SECTION.
      *  ---> Passo ainda rodando: passou do termino previsto ou ja
      *       dura mais que a media mais WSS-PCT-ACIMA por cento
      *----------------------------------------------------------------*
      *
           IF JHS-PROGRAMA-FDH         EQUAL 'PT000116'
              OR JHS-ALERTA-ATRASO-FDH EQUAL 'S'
              OR JHS-DT-INI-FDH        NOT NUMERIC
              OR JHS-DT-INI-FDH        EQUAL ZEROS
              GO                       TO RT-CHECAR-EM-EXECUCAOX
           END-IF.
      *
           PERFORM RT-CALCULAR-INICIO  THRU RT-CALCULAR-INICIOX.
      *
           MOVE ZEROS                  TO WSS-DECORRIDO.
           IF WSS-AGORA-SEG            GREATER WSS-INI-SEG
              COMPUTE WSS-DECORRIDO = WSS-AGORA-SEG - WSS-INI-SEG
           END-IF.
      *
           MOVE 'N'                    TO WSS-ALERTAR.
      *
           IF JHS-HORA-PREVISTA-FDH    GREATER ZEROS
              PERFORM RT-CALCULAR-PREVISTO
                                       THRU RT-CALCULAR-PREVISTOX
              IF WSS-AGORA-SEG         GREATER WSS-PREV-SEG
                 MOVE 'S'              TO WSS-ALERTAR
                 MOVE SPACES           TO WSS-TEXTO-ALERTA
                 STRING 'JOB ' JHS-SEQ-FDH ' ' JHS-PROGRAMA-FDH
                        ' EM EXECUCAO APOS O PREVISTO '
                        WSS-PREV-HOR ':' WSS-PREV-MIN
                    DELIMITED BY SIZE  INTO WSS-TEXTO-ALERTA
                 END-STRING
              END-IF
           END-IF.
      *
           IF WSS-ALERTAR              NOT EQUAL 'S'
              AND JHS-QTD-BASE-FDH     NOT LESS WSS-MIN-BASE
              AND JHS-MEDIA-FDH        GREATER ZEROS
              AND WSS-DECORRIDO        NOT LESS WSS-MIN-DURACAO
              COMPUTE WSS-LIMITE-MEDIA =
                      JHS-MEDIA-FDH * (100 + WSS-PCT-ACIMA) / 100
              IF WSS-DECORRIDO         GREATER WSS-LIMITE-MEDIA
                 MOVE 'S'              TO WSS-ALERTAR
                 COMPUTE WSS-MIN-DECORRIDO = WSS-DECORRIDO / 60
                 COMPUTE WSS-MIN-MEDIA = JHS-MEDIA-FDH / 60
                 MOVE SPACES           TO WSS-TEXTO-ALERTA
                 STRING 'JOB ' JHS-SEQ-FDH ' ' JHS-PROGRAMA-FDH
                        ' EM EXECUCAO HA ' WSS-MIN-DECORRIDO
                        ' MIN (MEDIA ' WSS-MIN-MEDIA ')'
                    DELIMITED BY SIZE  INTO WSS-TEXTO-ALERTA
                 END-STRING
              END-IF
           END-IF.
      *
           IF WSS-ALERTAR              NOT EQUAL 'S'
              GO                       TO RT-CHECAR-EM-EXECUCAOX
           END-IF.
      *
           PERFORM RT-DISPARAR-ALERTA  THRU RT-DISPARAR-ALERTAX.
      *
           MOVE 'S'                    TO JHS-ALERTA-ATRASO-FDH.
           REWRITE REG-FDH.
      *
           IF FS-JOBHIST               NOT EQUAL '00'
              MOVE 'ao regravar'       TO WSS-DESCRICAO
              MOVE 'JOBHIST'           TO WSS-ARQUIVO
              MOVE FS-JOBHIST          TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-CHECAR-EM-EXECUCAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVALIAR-TERMINADO            SECTION.
      *  ---> Primeiro passo 'T': acima da media mais WSS-PCT-ACIMA
      *       por cento ou terminado depois do previsto (se o atraso
      *       ja foi alertado em execucao, nao repete); fica 'A'
      *----------------------------------------------------------------*
      *
           MOVE 'T'                    TO JHS-SITUACAO-FDH.
      *
           START ARQ-JOBHIST           KEY IS EQUAL JHS-SITUACAO-FDH
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-JHS
                    GO                 TO RT-AVALIAR-TERMINADOX
           END-START.
      *
           READ ARQ-JOBHIST            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-JHS
                GO                     TO RT-AVALIAR-TERMINADOX
           END-READ.
      *
           IF NOT JHS-TERMINADO-FDH
              MOVE 'S'                 TO WSS-FIM-ARQ-JHS
              GO                       TO RT-AVALIAR-TERMINADOX
           END-IF.
      *
           MOVE 'N'                    TO WSS-ALERTAR.
      *
           IF JHS-PROGRAMA-FDH         NOT EQUAL 'PT000116'
              AND JHS-ALERTA-ATRASO-FDH
                                       NOT EQUAL 'S'
              AND JHS-DT-INI-FDH       NUMERIC
              AND JHS-DT-INI-FDH       GREATER ZEROS
              PERFORM RT-CHECAR-TERMINADO
                                       THRU RT-CHECAR-TERMINADOX
           END-IF.
      *
           IF WSS-ALERTAR              EQUAL 'S'
              PERFORM RT-DISPARAR-ALERTA
                                       THRU RT-DISPARAR-ALERTAX
              MOVE 'S'                 TO JHS-ALERTA-ATRASO-FDH
           END-IF.
      *
           MOVE 'A'                    TO JHS-SITUACAO-FDH.
           REWRITE REG-FDH.
      *
           IF FS-JOBHIST               NOT EQUAL '00'
              MOVE 'S'                 TO WSS-FIM-ARQ-JHS
              MOVE 'ao regravar'       TO WSS-DESCRICAO
              MOVE 'JOBHIST'           TO WSS-ARQUIVO
              MOVE FS-JOBHIST          TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-AVALIADOS.
      *
       RT-AVALIAR-TERMINADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CHECAR-TERMINADO             SECTION.
      *----------------------------------------------------------------*
      *
           IF JHS-QTD-BASE-FDH         NOT LESS WSS-MIN-BASE
              AND JHS-MEDIA-FDH        GREATER ZEROS
              AND JHS-DURACAO-FDH      NOT LESS WSS-MIN-DURACAO
              COMPUTE WSS-LIMITE-MEDIA =
                      JHS-MEDIA-FDH * (100 + WSS-PCT-ACIMA) / 100
              IF JHS-DURACAO-FDH       GREATER WSS-LIMITE-MEDIA
                 MOVE 'S'              TO WSS-ALERTAR
                 COMPUTE WSS-MIN-DECORRIDO = JHS-DURACAO-FDH / 60
                 COMPUTE WSS-MIN-MEDIA = JHS-MEDIA-FDH / 60
                 MOVE SPACES           TO WSS-TEXTO-ALERTA
                 STRING 'JOB ' JHS-SEQ-FDH ' ' JHS-PROGRAMA-FDH
                        ' DUROU ' WSS-MIN-DECORRIDO
                        ' MIN (MEDIA ' WSS-MIN-MEDIA ')'
                    DELIMITED BY SIZE  INTO WSS-TEXTO-ALERTA
                 END-STRING
                 GO                    TO RT-CHECAR-TERMINADOX
              END-IF
           END-IF.
      *
           IF JHS-HORA-PREVISTA-FDH    EQUAL ZEROS
              OR JHS-DT-FIM-FDH        NOT NUMERIC
              OR JHS-DT-FIM-FDH        EQUAL ZEROS
              GO                       TO RT-CHECAR-TERMINADOX
           END-IF.
      *
           PERFORM RT-CALCULAR-INICIO  THRU RT-CALCULAR-INICIOX.
           PERFORM RT-CALCULAR-PREVISTO
                                       THRU RT-CALCULAR-PREVISTOX.
      *
           MOVE JHS-HORA-FIM-FDH       TO WSS-HMS.
           COMPUTE WSS-FIM-SEG =
                   FUNCTION INTEGER-OF-DATE (JHS-DT-FIM-FDH) * 86400
                 + WSS-HMS-HOR * 3600 + WSS-HMS-MIN * 60
                 + WSS-HMS-SEG.
      *
           IF WSS-FIM-SEG              GREATER WSS-PREV-SEG
              MOVE 'S'                 TO WSS-ALERTAR
              MOVE SPACES              TO WSS-TEXTO-ALERTA
              STRING 'JOB ' JHS-SEQ-FDH ' ' JHS-PROGRAMA-FDH
                     ' TERMINOU APOS O PREVISTO '
                     WSS-PREV-HOR ':' WSS-PREV-MIN
                 DELIMITED BY SIZE     INTO WSS-TEXTO-ALERTA
              END-STRING
           END-IF.
      *
       RT-CHECAR-TERMINADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CALCULAR-INICIO              SECTION.
      *  ---> Inicio do passo em segundos corridos (data + hora do
      *       relogio gravadas pelo PT000064)
      *----------------------------------------------------------------*
      *
           MOVE JHS-HORA-INI-FDH       TO WSS-HMS.
           COMPUTE WSS-INI-SEG =
                   FUNCTION INTEGER-OF-DATE (JHS-DT-INI-FDH) * 86400
                 + WSS-HMS-HOR * 3600 + WSS-HMS-MIN * 60
                 + WSS-HMS-SEG.
      *
       RT-CALCULAR-INICIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CALCULAR-PREVISTO            SECTION.
      *  ---> Termino previsto (HHMM) no dia do inicio; se ficar mais
      *       de 12 horas antes do inicio, vale para o dia seguinte
      *       (cadeia que vira a meia-noite)
      *----------------------------------------------------------------*
      *
           MOVE JHS-HORA-PREVISTA-FDH  TO WSS-PREV-HHMM.
      *
           COMPUTE WSS-PREV-SEG =
                   FUNCTION INTEGER-OF-DATE (JHS-DT-INI-FDH) * 86400
                 + WSS-PREV-HOR * 3600 + WSS-PREV-MIN * 60.
      *
           IF WSS-PREV-SEG + 43200     LESS WSS-INI-SEG
              ADD 86400                TO WSS-PREV-SEG
           END-IF.
      *
       RT-CALCULAR-PREVISTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DISPARAR-ALERTA              SECTION.
      *  ---> Grava o alerta 'J' (sem ciencia) na fila ALERTAS
      *----------------------------------------------------------------*
      *
           PERFORM RT-PROXIMO-ALERTA   THRU RT-PROXIMO-ALERTAX.
      *
           MOVE WSS-PROX-SEQ-ALT       TO ALT-SEQ-FDL.
           MOVE WSS-HOJE-AMD           TO ALT-DATA-FDL.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO ALT-HORA-FDL.
           MOVE 'J'                    TO ALT-TIPO-FDL.
           MOVE WSS-TEXTO-ALERTA       TO ALT-TEXTO-FDL.
           MOVE 'N'                    TO ALT-SITUACAO-FDL.
           MOVE SPACES                 TO ALT-OPERADOR-CIEN-FDL.
           MOVE ZEROS                  TO ALT-DT-CIENCIA-FDL.
      *
           WRITE REG-FDL.
      *
           IF FS-ALERTAS               EQUAL '00'
              ADD 1                    TO WSS-QTD-ALERTAS
           END-IF.
      *
       RT-DISPARAR-ALERTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PROXIMO-ALERTA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-PROX-SEQ-ALT
                                          ALT-SEQ-FDL.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-ALERTAS           KEY IS NOT LESS ALT-SEQ-FDL
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              READ ARQ-ALERTAS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   MOVE ALT-SEQ-FDL    TO WSS-PROX-SEQ-ALT
              END-READ
           END-PERFORM.
      *
           ADD 1                       TO WSS-PROX-SEQ-ALT.
      *
       RT-PROXIMO-ALERTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PEDIR-TENDENCIA              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-SEQ
                                          WSS-T-DIAS.
      *
           DISPLAY TELA-RELATORIO.
      *
           MOVE "Informe o job e a janela do relatorio."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1X.
           ACCEPT T2X.
      *
           IF WSS-T-DIAS               EQUAL ZEROS
              MOVE WSS-DIAS-PADRAO     TO WSS-T-DIAS
           END-IF.
      *
           PERFORM RT-REL-TENDENCIA    THRU RT-REL-TENDENCIAX.
      *
       RT-PEDIR-TENDENCIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO DE TENDENCIA: EXECUCOES DA JANELA POR JOB (ORDEM
      *    DA CHAVE: JOB + DATA + HORA) E RESUMO COM A MEDIA DA JANELA
      *    CONTRA A DA JANELA ANTERIOR (SO PASSOS TERMINADOS COM '00')
      *----------------------------------------------------------------*
       RT-REL-TENDENCIA                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE ZEROS                  TO WSS-QTD-JOBS
                                          WSS-QTD-LINHAS
                                          WSS-SEQ-ATUAL.
           MOVE 'N'                    TO WSS-JOB-LISTADO.
      *
           COMPUTE WSS-DT-INI-JAN =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSS-HOJE-AMD)
                    - WSS-T-DIAS + 1).
           COMPUTE WSS-DT-INI-ANT =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSS-DT-INI-JAN)
                    - WSS-T-DIAS).
      *
           MOVE SPACES                 TO WSS-ARQ-RELDUR.
           STRING 'REL-DURJOB-'        DELIMITED BY SIZE
                  WSS-HOJE-AMD         DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-RELDUR
           END-STRING.
      *
           OPEN OUTPUT REL-DURJOB.
      *
           IF FS-RELDUR                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELDURJOB'         TO WSS-ARQUIVO
              MOVE FS-RELDUR           TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE WSS-T-DIAS             TO CDJ-DIAS.
           MOVE WSS-HOJE-AMD           TO CDJ-DATA.
           WRITE REG-RELDUR            FROM CAB-DURJOB.
           WRITE REG-RELDUR            FROM CAB-DURJOB-COL.
      *
           MOVE WSS-T-SEQ              TO JHS-SEQ-FDH.
           MOVE ZEROS                  TO JHS-DATA-FDH.
           MOVE LOW-VALUES             TO JHS-HORA-INI-FDH.
           MOVE 'N'                    TO WSS-FIM-ARQ-JHS.
      *
           START ARQ-JOBHIST           KEY IS NOT LESS JHS-CHAVE-FDH
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-JHS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-JHS
                                       EQUAL 'S'
              READ ARQ-JOBHIST         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-JHS
                NOT AT END
                   IF WSS-T-SEQ        GREATER ZEROS
                      AND JHS-SEQ-FDH  NOT EQUAL WSS-T-SEQ
                      MOVE 'S'         TO WSS-FIM-ARQ-JHS
                   ELSE
                      PERFORM RT-TRATAR-EXECUCAO
                                       THRU RT-TRATAR-EXECUCAOX
                   END-IF
              END-READ
           END-PERFORM.
      *
           PERFORM RT-FECHAR-JOB       THRU RT-FECHAR-JOBX.
      *
           MOVE WSS-QTD-JOBS           TO RDP-QTD-JOBS.
           MOVE WSS-QTD-LINHAS         TO RDP-QTD-LINHAS.
           WRITE REG-RELDUR            FROM RDP-DURJOB.
      *
           CLOSE REL-DURJOB.
      *
           MOVE WSS-ARQ-RELDUR         TO LKS-ARQ-REL
                                          WSS-CAT-ARQUIVO.
           MOVE 'TENDENCIA DURACAO JOBS'
                                       TO WSS-CAT-FILTROS.
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'TENDENCIA DE DURACAO DOS JOBS GERADA'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'Tendencia: ' WSS-QTD-JOBS ' jobs, '
                  WSS-QTD-LINHAS ' execucoes'
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
       RT-REL-TENDENCIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-EXECUCAO              SECTION.
      *  ---> Uma execucao do historico: quebra por job, janela
      *       anterior so soma, janela atual lista e soma
      *----------------------------------------------------------------*
      *
           IF JHS-SEQ-FDH              NOT EQUAL WSS-SEQ-ATUAL
              PERFORM RT-FECHAR-JOB    THRU RT-FECHAR-JOBX
              MOVE JHS-SEQ-FDH         TO WSS-SEQ-ATUAL
              MOVE JHS-PROGRAMA-FDH    TO WSS-PROGRAMA-ATUAL
              MOVE 'N'                 TO WSS-JOB-LISTADO
              MOVE ZEROS               TO WSS-JAN-QTD
                                          WSS-JAN-SOMA
                                          WSS-JAN-MIN
                                          WSS-JAN-MAX
                                          WSS-ANT-QTD
                                          WSS-ANT-SOMA
           END-IF.
      *
           IF JHS-EM-EXECUCAO-FDH
              OR JHS-DATA-FDH          LESS WSS-DT-INI-ANT
              OR JHS-DATA-FDH          GREATER WSS-HOJE-AMD
              GO                       TO RT-TRATAR-EXECUCAOX
           END-IF.
      *
      *  ---> Janela anterior: so entra na media de comparacao
           IF JHS-DATA-FDH             LESS WSS-DT-INI-JAN
              IF JHS-RETORNO-FDH       EQUAL '00'
                 AND (JHS-TERMINADO-FDH OR JHS-AVALIADO-FDH)
                 ADD 1                 TO WSS-ANT-QTD
                 ADD JHS-DURACAO-FDH   TO WSS-ANT-SOMA
              END-IF
              GO                       TO RT-TRATAR-EXECUCAOX
           END-IF.
      *
           MOVE 'S'                    TO WSS-JOB-LISTADO.
           MOVE JHS-PROGRAMA-FDH       TO WSS-PROGRAMA-ATUAL.
      *
           MOVE JHS-SEQ-FDH            TO DDJ-SEQ.
           MOVE JHS-PROGRAMA-FDH       TO DDJ-PROGRAMA.
           MOVE JHS-DATA-FDH           TO DDJ-DATA.
           MOVE JHS-HORA-INI-FDH       TO DDJ-INICIO.
           MOVE JHS-HORA-FIM-FDH       TO DDJ-FIM.
           MOVE JHS-DURACAO-FDH        TO DDJ-DURACAO.
           MOVE JHS-MEDIA-FDH          TO DDJ-MEDIA.
           MOVE JHS-RETORNO-FDH        TO DDJ-RETORNO.
      *
           MOVE ZEROS                  TO WSS-VARIACAO.
           IF JHS-MEDIA-FDH            GREATER ZEROS
              AND NOT JHS-INTERROMPIDO-FDH
              COMPUTE WSS-VARIACAO ROUNDED =
                      (JHS-DURACAO-FDH - JHS-MEDIA-FDH) * 100
                      / JHS-MEDIA-FDH
                 ON SIZE ERROR
                      MOVE 99999,99    TO WSS-VARIACAO
              END-COMPUTE
           END-IF.
           MOVE WSS-VARIACAO           TO DDJ-VARIACAO.
      *
           WRITE REG-RELDUR            FROM DET-DURJOB.
           ADD 1                       TO WSS-QTD-LINHAS.
      *
           IF JHS-RETORNO-FDH          EQUAL '00'
              AND (JHS-TERMINADO-FDH OR JHS-AVALIADO-FDH)
              ADD 1                    TO WSS-JAN-QTD
              ADD JHS-DURACAO-FDH      TO WSS-JAN-SOMA
              IF WSS-JAN-QTD           EQUAL 1
                 OR JHS-DURACAO-FDH    LESS WSS-JAN-MIN
                 MOVE JHS-DURACAO-FDH  TO WSS-JAN-MIN
              END-IF
              IF JHS-DURACAO-FDH       GREATER WSS-JAN-MAX
                 MOVE JHS-DURACAO-FDH  TO WSS-JAN-MAX
              END-IF
           END-IF.
      *
       RT-TRATAR-EXECUCAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR-JOB                   SECTION.
      *  ---> Resumo do job com execucao na janela: media, minima,
      *       maxima e tendencia contra a janela anterior
      *----------------------------------------------------------------*
      *
           IF WSS-JOB-LISTADO          NOT EQUAL 'S'
              GO                       TO RT-FECHAR-JOBX
           END-IF.
      *
           MOVE 'N'                    TO WSS-JOB-LISTADO.
           ADD 1                       TO WSS-QTD-JOBS.
      *
           MOVE ZEROS                  TO WSS-JAN-MEDIA
                                          WSS-ANT-MEDIA
                                          WSS-VARIACAO.
           IF WSS-JAN-QTD              GREATER ZEROS
              COMPUTE WSS-JAN-MEDIA ROUNDED =
                      WSS-JAN-SOMA / WSS-JAN-QTD
           END-IF.
           IF WSS-ANT-QTD              GREATER ZEROS
              COMPUTE WSS-ANT-MEDIA ROUNDED =
                      WSS-ANT-SOMA / WSS-ANT-QTD
           END-IF.
      *
           MOVE WSS-SEQ-ATUAL          TO RDJ-SEQ.
           MOVE WSS-PROGRAMA-ATUAL     TO RDJ-DESCRICAO.
           IF JOBS-ABERTO
              MOVE WSS-SEQ-ATUAL       TO JOB-SEQ-FDJ
              READ ARQ-JOBS            KEY IS JOB-SEQ-FDJ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JOB-DESCRICAO-FDJ
                                       TO RDJ-DESCRICAO
              END-READ
           END-IF.
      *
           MOVE WSS-JAN-QTD            TO RDJ-QTD.
           MOVE WSS-JAN-MEDIA          TO RDJ-MEDIA.
           MOVE WSS-JAN-MIN            TO RDJ-MINIMA.
           MOVE WSS-JAN-MAX            TO RDJ-MAXIMA.
           MOVE WSS-ANT-MEDIA          TO RDJ-MEDIA-ANT.
      *
           IF WSS-JAN-MEDIA            EQUAL ZEROS
              OR WSS-ANT-MEDIA         EQUAL ZEROS
              MOVE 'SEM BASE'          TO RDJ-TENDENCIA
           ELSE
              COMPUTE WSS-VARIACAO ROUNDED =
                      (WSS-JAN-MEDIA - WSS-ANT-MEDIA) * 100
                      / WSS-ANT-MEDIA
                 ON SIZE ERROR
                      MOVE 99999,99    TO WSS-VARIACAO
              END-COMPUTE
              EVALUATE TRUE
                  WHEN WSS-VARIACAO    GREATER WSS-PCT-TENDENCIA
                       MOVE 'SUBINDO'  TO RDJ-TENDENCIA
                  WHEN WSS-VARIACAO + WSS-PCT-TENDENCIA
                                       LESS ZEROS
                       MOVE 'CAINDO'   TO RDJ-TENDENCIA
                  WHEN OTHER
                       MOVE 'ESTAVEL'  TO RDJ-TENDENCIA
              END-EVALUATE
           END-IF.
           MOVE WSS-VARIACAO           TO RDJ-VARIACAO.
      *
           WRITE REG-RELDUR            FROM RES-DURJOB.
      *
       RT-FECHAR-JOBX.
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
           MOVE 'PT000116'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE WSS-CAT-FILTROS        TO CAT-FILTROS-FDK.
           MOVE WSS-CAT-ARQUIVO        TO CAT-ARQUIVO-FDK.
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
           MOVE 'PT000116'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000116'             TO WSE-ERR-PROGRAMA.
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
           CLOSE ARQ-JOBHIST
                 ARQ-ALERTAS
                 ARQ-AUDITORIA.
      *
           IF JOBS-ABERTO
              CLOSE ARQ-JOBS
           END-IF.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
