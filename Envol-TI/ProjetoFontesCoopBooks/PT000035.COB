      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    22.08.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            SO VENDEDORES E CLIENTES DAS FILIAIS DO       *
      *     *            OPERADOR; TENTATIVA NEGADA VAI PARA AUDITORIA.*
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *  ---> Distribuicao (carteira atual de cada vendedor)
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DISTRIBUIR.CPY'        REPLACING ==::== BY ==-FDD==.
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
       77  WSS-FIM-ARQ-DIS             PIC  X(001)         VALUE 'N'.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
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
      *    LINHA DE EXIBICAO DO VENDEDOR PROXIMO
                                       THRU RT-CARREGAR-VENDEDORESX.
      *
           OPEN INPUT ARQ-CLIENTES.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
      *
       RT-INICIALIZARX.
           EXIT.
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   MOVE FILIAL-FDV     TO WSS-FIL-TESTE
                   PERFORM RT-CONFERIR-FILIAL
                                       THRU RT-CONFERIR-FILIALX
                   IF ATIVO-FDV
                      AND FILIAL-PERMITIDA
                      AND WSS-QTD-VENDEDOR
                                       LESS 500
                      PERFORM RT-CARREGAR-UM-VENDEDOR
                                            WITH PROMPT AUTO-SKIP
                 GO                    TO RT-PROCESSARX
              END-IF
              MOVE FILIAL-FDC          TO WSS-FIL-TESTE
              PERFORM RT-CONFERIR-FILIAL
                                       THRU RT-CONFERIR-FILIALX
              IF NOT FILIAL-PERMITIDA
                 PERFORM RT-NEGAR-FILIAL
                                       THRU RT-NEGAR-FILIALX
                 GO                    TO RT-PROCESSARX
              END-IF
              MOVE LATITUDE-FDC        TO WSS-T-LATITUDE
              MOVE LONGITUDE-FDC       TO WSS-T-LONGITUDE
           END-IF.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-CLIENTES.
      *
           IF FS-AUDITORIA             EQUAL '00'
              CLOSE ARQ-AUDITORIA
           END-IF.
      *
           MOVE '00'                   TO LKS-RETORNO.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-NEGAR-FILIAL                 SECTION.
      *  ---> Cliente de filial nao permitida ao operador: tentativa
      *       registrada na auditoria
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'ACESSO NEGADO FILIAL ' WSS-FIL-TESTE
                  ' CLIENTE ' CODIGO-FDC
                                       DELIMITED BY SIZE
                                       INTO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE 'Cliente de filial nao permitida ao operador.'
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-NEGAR-FILIALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DATA-SISTEMA                 SECTION.
      *----------------------------------------------------------------*
      *
           IF LKS-DATA-PROC            EQUAL SPACES
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
           IF FS-AUDITORIA             NOT EQUAL '00'
              GO                       TO RT-GRAVAR-AUDITORIAX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE 'PT000035'             TO WSS-AUD-PROGRAMA.
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
