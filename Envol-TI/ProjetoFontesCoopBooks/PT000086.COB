      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000086.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000086 ---> EXPOSICAO DE CREDITO - CLIENTES *
      *     *            E GRUPOS ACIMA DE 80% DO LIMITE               *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : RELATORIO SEMANAL (GRADE DE JOBS PT000064 OU  *
      *     *            MENU COMERCIAL) DOS CLIENTES COM EXPOSICAO    *
      *     *            ACIMA DE 80% DO LIMITE DE CREDITO. EXPOSICAO  *
      *     *            = TITULOS EM ABERTO DO ERP (ARQ TITULOS) +    *
      *     *            PEDIDOS NAO CANCELADOS/REPROVADOS AINDA NAO   *
      *     *            FATURADOS. CLIENTE DE GRUPO COM LIMITE ENTRA  *
      *     *            PELO GRUPO (SOMA DOS MEMBROS, LISTADOS SOB O  *
      *     *            GRUPO); OS DEMAIS PELO LIMITE PROPRIO. SEM    *
      *     *            LIMITE CADASTRADO O CLIENTE NAO E AVALIADO.   *
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
      *  ---> Cadastro de clientes (limite individual e grupo)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Grupos economicos (limite de credito do grupo)
           COPY 'SEL-GRUPO.CPY'        REPLACING ==::== BY ==-FDQ==.
      *
      *  ---> Titulos em aberto do ERP (carga PT000085)
           COPY 'SEL-TITULOS.CPY'      REPLACING ==::== BY ==-FDR==.
      *
      *  ---> Pedidos de venda (pedidos ainda nao faturados)
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Relatorio de exposicao de credito (nome datado)
           SELECT  REL-CREDITO         ASSIGN TO WSS-ARQ-CREDITO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-REL-CRED.
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
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-GRUPO                   VALUE OF FILE-ID IS 'GRUPO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDQ.
       COPY 'FD-GRUPO.CPY'             REPLACING ==::== BY ==-FDQ==.
      *
       FD  ARQ-TITULOS                 VALUE OF FILE-ID IS 'TITULOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-TITULOS.CPY'           REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-PEDIDOS                 VALUE OF FILE-ID IS 'PEDIDOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PEDIDOS.CPY'           REPLACING ==::== BY ==-FDP==.
      *
       FD  REL-CREDITO.
       01  REG-REL-CREDITO             PIC  X(120).
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
       77  WSS-FIM-ARQ-CLI             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-GRP             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-TIT             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-PED             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-GRUPO-ABERTO            PIC  X(001)         VALUE 'N'.
           88  GRUPO-ABERTO            VALUE 'S'.
       77  WSS-TITULOS-ABERTO          PIC  X(001)         VALUE 'N'.
           88  TITULOS-ABERTO          VALUE 'S'.
       77  WSS-PEDIDOS-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PEDIDOS-ABERTO          VALUE 'S'.
      *
      *  ---> Percentual de uso do limite a partir do qual o cliente
      *       (ou grupo) entra no relatorio
       77  WSS-PCT-ALERTA              PIC  9(003)V9(002)  VALUE 80.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
       01  WSS-AUXILIARES.
           03  WSS-ARQ-CREDITO         PIC  X(030)         VALUE SPACES.
           03  WSS-CRED-CLIENTE        PIC  9(007)         VALUE ZEROS.
           03  WSS-CRED-GRUPO          PIC  9(005)         VALUE ZEROS.
           03  WSS-CRED-LIMITE         PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-CRED-TITULOS        PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-CRED-PEDIDOS        PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-GRP-TITULOS         PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-GRP-PEDIDOS         PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-CRED-EXPOSICAO      PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-PCT-USO             PIC  9(005)V9(002)  VALUE ZEROS.
           03  WSS-QTD-CLIENTES        PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-GRUPOS          PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-EXCEDIDOS       PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-EDT             PIC  ZZZZ9          VALUE ZEROS.
           03  WSS-TEM-LIMITE-GRP      PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-GRUPO                PIC  X(002)         VALUE SPACES.
           03  FS-TITULOS              PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-REL-CRED             PIC  X(002)         VALUE SPACES.
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
      *    LINHAS DO RELATORIO
      *----------------------------------------------------------------*
       01  CAB-CREDITO-1.
           03  FILLER                  PIC  X(040)         VALUE
               'EXPOSICAO DE CREDITO ACIMA DE 80% - DATA'.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CAB-DATA                PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(069)         VALUE SPACES.
      *
       01  CAB-CREDITO-2.
           03  FILLER                  PIC  X(009)         VALUE
               'CODIGO'.
           03  FILLER                  PIC  X(030)         VALUE
               'NOME'.
           03  FILLER                  PIC  X(013)         VALUE
               '       LIMITE'.
           03  FILLER                  PIC  X(013)         VALUE
               '      TITULOS'.
           03  FILLER                  PIC  X(013)         VALUE
               '      PEDIDOS'.
           03  FILLER                  PIC  X(013)         VALUE
               '    EXPOSICAO'.
           03  FILLER                  PIC  X(009)         VALUE
               '    %USO'.
           03  FILLER                  PIC  X(020)         VALUE SPACES.
      *
       01  DET-CREDITO.
           03  CRD-CODIGO              PIC  X(007)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  CRD-NOME                PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CRD-LIMITE              PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CRD-TITULOS             PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CRD-PEDIDOS             PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CRD-EXPOSICAO           PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CRD-PCT-USO             PIC  ZZZZ9,99       VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  CRD-ALERTA              PIC  X(008)         VALUE SPACES.
           03  FILLER                  PIC  X(009)         VALUE SPACES.
      *
       01  DET-MEMBRO.
           03  FILLER                  PIC  X(004)         VALUE SPACES.
           03  MBR-CODIGO              PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  MBR-NOME                PIC  X(027)         VALUE SPACES.
           03  FILLER                  PIC  X(013)         VALUE SPACES.
           03  MBR-TITULOS             PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  MBR-PEDIDOS             PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(042)         VALUE SPACES.
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
           STRING 'REL-CREDITO-'       DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
              INTO WSS-ARQ-CREDITO
           END-STRING.
      *
           STRING WSS-DATA-SIS-DIA '/' WSS-DATA-SIS-MES '/'
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                                       INTO CAB-DATA.
      *
       RT-INICIALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PROCESSAR                    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CLIENTES.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE '09'                TO LKS-RETORNO
              MOVE 'Erro ao abrir o arquivo CLIENTES'
                                       TO LKS-MENSAGEM
              GO                       TO RT-PROCESSARX
           END-IF.
      *
      *  ---> Grupos, titulos e pedidos ausentes = exposicao sem
      *       aquela parcela (e sem limite de grupo)
           OPEN INPUT ARQ-GRUPO.
           IF FS-GRUPO                 EQUAL '00'
              MOVE 'S'                 TO WSS-GRUPO-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-TITULOS.
           IF FS-TITULOS               EQUAL '00'
              MOVE 'S'                 TO WSS-TITULOS-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-PEDIDOS.
           IF FS-PEDIDOS               EQUAL '00'
              MOVE 'S'                 TO WSS-PEDIDOS-ABERTO
           END-IF.
      *
           OPEN OUTPUT REL-CREDITO.
           OPEN EXTEND ARQ-AUDITORIA.
      *
           WRITE REG-REL-CREDITO       FROM CAB-CREDITO-1.
      *
      *  ---> Parte 1: clientes avaliados pelo limite proprio
           MOVE SPACES                 TO REG-REL-CREDITO.
           WRITE REG-REL-CREDITO.
           WRITE REG-REL-CREDITO       FROM LINHA-TRACO.
           MOVE 'CLIENTES (LIMITE INDIVIDUAL)'
                                       TO REG-REL-CREDITO.
           WRITE REG-REL-CREDITO.
           WRITE REG-REL-CREDITO       FROM LINHA-TRACO.
           WRITE REG-REL-CREDITO       FROM CAB-CREDITO-2.
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
              PERFORM RT-TRATAR-CLIENTE
                                       THRU RT-TRATAR-CLIENTEX
           END-PERFORM.
      *
      *  ---> Parte 2: grupos economicos com limite (soma dos membros)
           MOVE SPACES                 TO REG-REL-CREDITO.
           WRITE REG-REL-CREDITO.
           WRITE REG-REL-CREDITO       FROM LINHA-TRACO.
           MOVE 'GRUPOS ECONOMICOS (LIMITE DO GRUPO)'
                                       TO REG-REL-CREDITO.
           WRITE REG-REL-CREDITO.
           WRITE REG-REL-CREDITO       FROM LINHA-TRACO.
           WRITE REG-REL-CREDITO       FROM CAB-CREDITO-2.
      *
           IF GRUPO-ABERTO
              MOVE ZEROS               TO GRP-CODIGO-FDQ
              MOVE 'N'                 TO WSS-FIM-ARQ-GRP
              START ARQ-GRUPO          KEY IS NOT LESS GRP-CODIGO-FDQ
                   INVALID KEY
                       MOVE 'S'        TO WSS-FIM-ARQ-GRP
              END-START
              PERFORM UNTIL WSS-FIM-ARQ-GRP
                                       EQUAL 'S' OR 's'
                 PERFORM RT-TRATAR-GRUPO
                                       THRU RT-TRATAR-GRUPOX
              END-PERFORM
           END-IF.
      *
           PERFORM RT-GRAVAR-TOTAIS    THRU RT-GRAVAR-TOTAISX.
      *
           MOVE 'EXPOSICAO DE CREDITO EMITIDA'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           CLOSE ARQ-CLIENTES
                 REL-CREDITO
                 ARQ-AUDITORIA.
      *
           IF GRUPO-ABERTO
              CLOSE ARQ-GRUPO
           END-IF.
      *
           IF TITULOS-ABERTO
              CLOSE ARQ-TITULOS
           END-IF.
      *
           IF PEDIDOS-ABERTO
              CLOSE ARQ-PEDIDOS
           END-IF.
      *
           MOVE WSS-ARQ-CREDITO        TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'Relatorio de exposicao de credito emitido'
                                       TO LKS-MENSAGEM.
      *
       RT-PROCESSARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-CLIENTE               SECTION.
      *  ---> Cliente com limite proprio e fora de grupo com limite
      *----------------------------------------------------------------*
      *
           READ ARQ-CLIENTES           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-CLI
                GO                     TO RT-TRATAR-CLIENTEX
           END-READ.
      *
           IF LIMITE-CREDITO-FDC       EQUAL ZEROS
              GO                       TO RT-TRATAR-CLIENTEX
           END-IF.
      *
      *  ---> Grupo com limite prevalece: o cliente sai na parte 2
           MOVE 'N'                    TO WSS-TEM-LIMITE-GRP.
      *
           IF GRUPO-FDC                GREATER ZEROS
              AND GRUPO-ABERTO
              MOVE GRUPO-FDC           TO GRP-CODIGO-FDQ
              READ ARQ-GRUPO           KEY IS GRP-CODIGO-FDQ
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-GRUPO              EQUAL '00'
                 AND GRP-LIMITE-CREDITO-FDQ
                                       GREATER ZEROS
                 MOVE 'S'              TO WSS-TEM-LIMITE-GRP
              END-IF
           END-IF.
      *
           IF WSS-TEM-LIMITE-GRP       EQUAL 'S'
              GO                       TO RT-TRATAR-CLIENTEX
           END-IF.
      *
           MOVE CODIGO-FDC             TO WSS-CRED-CLIENTE.
           MOVE LIMITE-CREDITO-FDC     TO WSS-CRED-LIMITE.
      *
           PERFORM RT-SOMAR-EXPOSICAO  THRU RT-SOMAR-EXPOSICAOX.
      *
           COMPUTE WSS-CRED-EXPOSICAO  = WSS-CRED-TITULOS
                                       + WSS-CRED-PEDIDOS.
      *
           PERFORM RT-CALCULAR-USO     THRU RT-CALCULAR-USOX.
      *
           IF WSS-PCT-USO              LESS WSS-PCT-ALERTA
              GO                       TO RT-TRATAR-CLIENTEX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-CLIENTES.
      *
           MOVE CODIGO-FDC             TO CRD-CODIGO.
           MOVE RSOCIAL-FDC            TO CRD-NOME.
           MOVE WSS-CRED-TITULOS       TO CRD-TITULOS.
           MOVE WSS-CRED-PEDIDOS       TO CRD-PEDIDOS.
      *
           PERFORM RT-IMPRIME-CREDITO  THRU RT-IMPRIME-CREDITOX.
      *
       RT-TRATAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    GRUPO COM LIMITE: SOMA A EXPOSICAO DOS MEMBROS E, ACIMA DO
      *    PERCENTUAL DE ALERTA, IMPRIME O GRUPO E CADA MEMBRO
      *----------------------------------------------------------------*
       RT-TRATAR-GRUPO                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-GRUPO              NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-GRP
                GO                     TO RT-TRATAR-GRUPOX
           END-READ.
      *
           IF GRP-LIMITE-CREDITO-FDQ   EQUAL ZEROS
              GO                       TO RT-TRATAR-GRUPOX
           END-IF.
      *
           MOVE GRP-CODIGO-FDQ         TO WSS-CRED-GRUPO.
           MOVE GRP-LIMITE-CREDITO-FDQ TO WSS-CRED-LIMITE.
           MOVE ZEROS                  TO WSS-GRP-TITULOS
                                          WSS-GRP-PEDIDOS.
      *
      *  ---> 1a passada: soma dos membros
           PERFORM RT-VARRER-MEMBROS   THRU RT-VARRER-MEMBROSX.
      *
           COMPUTE WSS-CRED-EXPOSICAO  = WSS-GRP-TITULOS
                                       + WSS-GRP-PEDIDOS.
      *
           PERFORM RT-CALCULAR-USO     THRU RT-CALCULAR-USOX.
      *
           IF WSS-PCT-USO              LESS WSS-PCT-ALERTA
              GO                       TO RT-TRATAR-GRUPOX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-GRUPOS.
      *
           MOVE GRP-CODIGO-FDQ         TO CRD-CODIGO.
           MOVE GRP-NOME-FDQ           TO CRD-NOME.
           MOVE WSS-GRP-TITULOS        TO CRD-TITULOS.
           MOVE WSS-GRP-PEDIDOS        TO CRD-PEDIDOS.
      *
           PERFORM RT-IMPRIME-CREDITO  THRU RT-IMPRIME-CREDITOX.
      *
      *  ---> 2a passada: detalhe de cada membro sob o grupo
           MOVE 'S'                    TO WSS-TEM-LIMITE-GRP.
           PERFORM RT-VARRER-MEMBROS   THRU RT-VARRER-MEMBROSX.
           MOVE 'N'                    TO WSS-TEM-LIMITE-GRP.
      *
       RT-TRATAR-GRUPOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VARRER-MEMBROS               SECTION.
      *  ---> Varre o cadastro de clientes pelo grupo corrente; com
      *       WSS-TEM-LIMITE-GRP = 'S' imprime o membro, senao soma
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
                                       EQUAL 'S' OR 's'
              PERFORM RT-TRATAR-MEMBRO THRU RT-TRATAR-MEMBROX
           END-PERFORM.
      *
       RT-VARRER-MEMBROSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-MEMBRO                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CLIENTES           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-CLI
                GO                     TO RT-TRATAR-MEMBROX
           END-READ.
      *
           IF GRUPO-FDC                NOT EQUAL WSS-CRED-GRUPO
              GO                       TO RT-TRATAR-MEMBROX
           END-IF.
      *
           MOVE CODIGO-FDC             TO WSS-CRED-CLIENTE.
      *
           PERFORM RT-SOMAR-EXPOSICAO  THRU RT-SOMAR-EXPOSICAOX.
      *
           IF WSS-TEM-LIMITE-GRP       EQUAL 'S'
              MOVE CODIGO-FDC          TO MBR-CODIGO
              MOVE RSOCIAL-FDC         TO MBR-NOME
              MOVE WSS-CRED-TITULOS    TO MBR-TITULOS
              MOVE WSS-CRED-PEDIDOS    TO MBR-PEDIDOS
              WRITE REG-REL-CREDITO    FROM DET-MEMBRO
           ELSE
              ADD WSS-CRED-TITULOS     TO WSS-GRP-TITULOS
              ADD WSS-CRED-PEDIDOS     TO WSS-GRP-PEDIDOS
           END-IF.
      *
       RT-TRATAR-MEMBROX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EXPOSICAO DO CLIENTE WSS-CRED-CLIENTE: TITULOS EM ABERTO E
      *    PEDIDOS NAO CANCELADOS/REPROVADOS AINDA NAO FATURADOS (NAO
      *    ENVIADOS OU ENVIADOS AO ERP), INCLUSIVE OS RETIDOS
      *----------------------------------------------------------------*
       RT-SOMAR-EXPOSICAO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-CRED-TITULOS
                                          WSS-CRED-PEDIDOS.
      *
           IF TITULOS-ABERTO
              MOVE WSS-CRED-CLIENTE    TO TIT-CCLIENTE-FDR
              MOVE SPACES              TO TIT-NUMERO-FDR
              MOVE 'N'                 TO WSS-FIM-ARQ-TIT
              START ARQ-TITULOS        KEY IS NOT LESS TIT-CHAVE-FDR
                   INVALID KEY
                       MOVE 'S'        TO WSS-FIM-ARQ-TIT
              END-START
              PERFORM UNTIL WSS-FIM-ARQ-TIT
                                       EQUAL 'S' OR 's'
                 PERFORM RT-LER-TITULO THRU RT-LER-TITULOX
              END-PERFORM
           END-IF.
      *
           IF PEDIDOS-ABERTO
              MOVE WSS-CRED-CLIENTE    TO PED-CCLIENTE-FDP
              MOVE ZEROS               TO PED-DATA-FDP
                                          PED-SEQ-FDP
              MOVE 'N'                 TO WSS-FIM-ARQ-PED
              START ARQ-PEDIDOS        KEY IS NOT LESS PED-CHAVE-FDP
                   INVALID KEY
                       MOVE 'S'        TO WSS-FIM-ARQ-PED
              END-START
              PERFORM UNTIL WSS-FIM-ARQ-PED
                                       EQUAL 'S' OR 's'
                 PERFORM RT-LER-PEDIDO THRU RT-LER-PEDIDOX
              END-PERFORM
           END-IF.
      *
       RT-SOMAR-EXPOSICAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-TITULO                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-TITULOS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-TIT
                GO                     TO RT-LER-TITULOX
           END-READ.
      *
           IF TIT-CCLIENTE-FDR         NOT EQUAL WSS-CRED-CLIENTE
              MOVE 'S'                 TO WSS-FIM-ARQ-TIT
              GO                       TO RT-LER-TITULOX
           END-IF.
      *
           ADD TIT-VLR-ABERTO-FDR      TO WSS-CRED-TITULOS.
      *
       RT-LER-TITULOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-PEDIDO                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDIDOS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-PED
                GO                     TO RT-LER-PEDIDOX
           END-READ.
      *
           IF PED-CCLIENTE-FDP         NOT EQUAL WSS-CRED-CLIENTE
              MOVE 'S'                 TO WSS-FIM-ARQ-PED
              GO                       TO RT-LER-PEDIDOX
           END-IF.
      *
           IF PEDIDO-CANCELADO-FDP
              OR PEDIDO-REPROVADO-FDP
              GO                       TO RT-LER-PEDIDOX
           END-IF.
      *
           IF PED-NAO-ENVIADO-FDP
              OR PED-ENVIADO-FDP
              ADD PED-VALOR-FDP        TO WSS-CRED-PEDIDOS
           END-IF.
      *
       RT-LER-PEDIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CALCULAR-USO                 SECTION.
      *  ---> Percentual da exposicao sobre o limite (WSS-CRED-LIMITE
      *       sempre maior que zero aqui)
      *----------------------------------------------------------------*
      *
           COMPUTE WSS-PCT-USO ROUNDED = WSS-CRED-EXPOSICAO * 100
                                       / WSS-CRED-LIMITE
                   ON SIZE ERROR
                      MOVE 99999,99    TO WSS-PCT-USO
           END-COMPUTE.
      *
       RT-CALCULAR-USOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-CREDITO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-CRED-LIMITE        TO CRD-LIMITE.
           MOVE WSS-CRED-EXPOSICAO     TO CRD-EXPOSICAO.
           MOVE WSS-PCT-USO            TO CRD-PCT-USO.
      *
           IF WSS-CRED-EXPOSICAO       GREATER WSS-CRED-LIMITE
              MOVE 'EXCEDIDO'          TO CRD-ALERTA
              ADD 1                    TO WSS-QTD-EXCEDIDOS
           ELSE
              MOVE SPACES              TO CRD-ALERTA
           END-IF.
      *
           WRITE REG-REL-CREDITO       FROM DET-CREDITO.
      *
       RT-IMPRIME-CREDITOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-TOTAIS                SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-REL-CREDITO       FROM LINHA-TRACO.
      *
           MOVE WSS-QTD-CLIENTES       TO WSS-QTD-EDT.
           MOVE SPACES                 TO REG-REL-CREDITO.
           STRING 'CLIENTES ACIMA DE 80% DO LIMITE......: '
                                       DELIMITED BY SIZE
                  WSS-QTD-EDT          DELIMITED BY SIZE
              INTO REG-REL-CREDITO
           END-STRING.
           WRITE REG-REL-CREDITO.
      *
           MOVE WSS-QTD-GRUPOS         TO WSS-QTD-EDT.
           MOVE SPACES                 TO REG-REL-CREDITO.
           STRING 'GRUPOS ACIMA DE 80% DO LIMITE........: '
                                       DELIMITED BY SIZE
                  WSS-QTD-EDT          DELIMITED BY SIZE
              INTO REG-REL-CREDITO
           END-STRING.
           WRITE REG-REL-CREDITO.
      *
           MOVE WSS-QTD-EXCEDIDOS      TO WSS-QTD-EDT.
           MOVE SPACES                 TO REG-REL-CREDITO.
           STRING 'COM LIMITE JA EXCEDIDO...............: '
                                       DELIMITED BY SIZE
                  WSS-QTD-EDT          DELIMITED BY SIZE
              INTO REG-REL-CREDITO
           END-STRING.
           WRITE REG-REL-CREDITO.
      *
       RT-GRAVAR-TOTAISX.
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
           MOVE 'PT000086'             TO AUD-PROGRAMA-FDA.
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
           MOVE 'PT000086'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE 'EXPOSICAO CREDITO 80%'
                                       TO CAT-FILTROS-FDK.
           MOVE WSS-ARQ-CREDITO        TO CAT-ARQUIVO-FDK.
      *
           WRITE REG-FDK.
      *
           CLOSE ARQ-CATALOGO.
      *
       RT-REGISTRAR-CATALOGOX.
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
