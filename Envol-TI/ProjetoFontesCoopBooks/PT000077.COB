      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            REGRA TIPO D: DOCUMENTO/LICENCA DE CLIENTE    *
      *     *            (CLIDOC) VENCIDO OU VENCENDO EM ATE VALOR     *
      *     *            DIAS (ZERO = 30); AVISA CADA VENDEDOR DA      *
      *     *            CARTEIRA EM OUTBOX-DOC-NNNNNNN.TXT (FORMATO   *
      *     *            DO GATEWAY DE E-MAIL) E DISPARA UM ALERTA.    *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            REGRA 'V': VISITAS DA JANELA DE 7 DIAS LIDAS  *
      *     *            POR VENDEDOR PELA CHAVE VENDEDOR + DATA.      *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            REGRA TIPO K: CONTRATO DE FORNECIMENTO        *
      *     *            (PT000113) ATIVO VENCENDO EM ATE VALOR DIAS   *
      *     *            (ZERO = 60); UM ALERTA POR CONTRATO, SEM      *
      *     *            REPETIR (CTR-DT-AVISO).                       *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           COPY 'SEL-ULTIMPORT.CPY'.
      *
           COPY 'SEL-RUNSTATS.CPY'.
      *
           COPY 'SEL-CLIDOC.CPY'       REPLACING ==::== BY ==-FDO==.
      *
      *  ---> Contratos de fornecimento (regra 'K')
           COPY 'SEL-CONTRATO.CPY'     REPLACING ==::== BY ==-FDN==.
      *
      *  ---> Aviso ao vendedor dos documentos a vencer (regra 'D')
           SELECT  ARQ-OUTBOX          ASSIGN TO WSS-ARQ-OUTBOX
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-OUTBOX.
      *
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-RUNSTATS.CPY'          REPLACING ==::== BY ==-FDS==.
      *
       FD  ARQ-CLIDOC                  VALUE OF FILE-ID IS 'CLIDOC'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-CLIDOC.CPY'            REPLACING ==::== BY ==-FDO==.
      *
       FD  ARQ-CONTRATO                VALUE OF FILE-ID IS 'CONTRATO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDN.
       COPY 'FD-CONTRATO.CPY'          REPLACING ==::== BY ==-FDN==.
      *
       FD  ARQ-OUTBOX.
       01  REG-OUTBOX                  PIC  X(120).
      *
       FD  ARQ-AUDITORIA
           LABEL RECORD                IS STANDARD
      *
       77  WSS-FIM-ARQ                 PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-RGR             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-DOC             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-CTR             PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-QTD-PARADOS         PIC  9(007)         VALUE ZEROS.
           03  WSS-DIAS-HOJE           PIC S9(009)         VALUE ZEROS.
           03  WSS-DIAS-REF            PIC S9(009)         VALUE ZEROS.
           03  WSS-DT-JANELA-AMD       PIC  9(008)         VALUE ZEROS.
           03  WSS-LIMITE-CARGA        PIC  9(009)         VALUE ZEROS.
           03  WSS-TEXTO-ALERTA        PIC  X(060)         VALUE SPACES.
           03  WSS-LINHA-LISTA         PIC  X(078)         VALUE SPACES.
      *
      *  ---> Regra 'D' (documentos de clientes a vencer)
           03  WSS-DOC-DIAS            PIC  9(003)         VALUE ZEROS.
           03  WSS-DOC-LIMITE          PIC  9(008)         VALUE ZEROS.
           03  WSS-DOC-QTD             PIC  9(007)         VALUE ZEROS.
           03  WSS-DOC-VEND-ANT        PIC  9(007)         VALUE ZEROS.
           03  WSS-ARQ-OUTBOX          PIC  X(030)         VALUE SPACES.
           03  WSS-OUTBOX-ABERTO       PIC  X(001)         VALUE 'N'.
      *
      *  ---> Regra 'K' (contratos de fornecimento a vencer)
           03  WSS-CTR-DIAS            PIC  9(003)         VALUE ZEROS.
           03  WSS-CTR-LIMITE          PIC  9(008)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-VISITAS              PIC  X(002)         VALUE SPACES.
           03  FS-ULTIMPORT            PIC  X(002)         VALUE SPACES.
           03  FS-RUNSTATS             PIC  X(002)         VALUE SPACES.
           03  FS-CLIDOC               PIC  X(002)         VALUE SPACES.
           03  FS-OUTBOX               PIC  X(002)         VALUE SPACES.
           03  FS-CONTRATO             PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
       77  WSS-IDX-BUSCA               PIC  9(005) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO AVISO DE DOCUMENTOS (FORMATO DO GATEWAY DE E-MAIL)
      *----------------------------------------------------------------*
       01  OUT-PARA.
           03  FILLER                  PIC  X(006)         VALUE
               'PARA: '.
           03  OUT-EMAIL               PIC  X(040)         VALUE SPACES.
      *
       01  OUT-ASSUNTO.
           03  FILLER                  PIC  X(009)         VALUE
               'ASSUNTO: '.
           03  FILLER                  PIC  X(041)         VALUE
               'DOCUMENTOS DE CLIENTES VENCIDOS/A VENCER '.
           03  OUT-ASS-DIA             PIC  9(002)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  OUT-ASS-MES             PIC  9(002)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  OUT-ASS-ANO             PIC  9(004)         VALUE ZEROS.
      *
       01  OUT-LINHA-DOCUMENTO.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  OUT-CCLIENTE            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  OUT-RSOCIAL             PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  OUT-TIPO                PIC  X(003)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  OUT-NUMERO              PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  OUT-VAL-DIA             PIC  9(002)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  OUT-VAL-MES             PIC  9(002)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  OUT-VAL-ANO             PIC  9(004)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  OUT-SITUACAO            PIC  X(008)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00901
      *    - Gravador do log central de erros (ERRSYS)
      *----------------------------------------------------------------*
      *
       01  TELA-LABEL-REGRA.
           03 F LINE 08 COL 18   VALUE
               " Tipo (E/C/I/V/T/D/K)....: ".
           03 F LINE 10 COL 18   VALUE
               " Valor do limiar.........: ".
      *
      *
           DISPLAY TELA-LABEL-REGRA.
      *
           MOVE "E excecao C carga% I import V visita T tempo D docto K
      -         "contrato"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1R.
      *
           IF WSS-TIPO-INF             NOT EQUAL 'E' AND 'C' AND 'I'
                                           AND 'V' AND 'T' AND 'D'
                                           AND 'K'
              MOVE "Tipo invalido."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
           OPEN INPUT ARQ-VISITAS.
      *
           IF FS-VISITAS               EQUAL '00'
              COMPUTE WSS-DT-JANELA-AMD =
                      FUNCTION DATE-OF-INTEGER (WSS-DIAS-HOJE - 7)
              PERFORM RT-MARCAR-VISITA THRU RT-MARCAR-VISITAX
                 VARYING WSS-IDX-VEN   FROM 1 BY 1
                 UNTIL   WSS-IDX-VEN   GREATER WSS-QTD-VEN-TAB
              CLOSE ARQ-VISITAS
           END-IF.
      *
      *
      *----------------------------------------------------------------*
       RT-MARCAR-VISITA                SECTION.
      *  ---> Primeira visita do vendedor em WSS-IDX-VEN na janela de
      *       7 dias, pela chave vendedor + data a partir do inicio
      *       da janela
      *----------------------------------------------------------------*
      *
           MOVE WSS-VEN-CODIGO (WSS-IDX-VEN)
                                       TO VIS-CVENDEDOR-FDT.
           MOVE WSS-DT-JANELA-AMD      TO VIS-DATA-FDT.
      *
           START ARQ-VISITAS           KEY IS NOT LESS
                                               VIS-VEND-DATA-FDT
                INVALID KEY
                    GO                 TO RT-MARCAR-VISITAX
           END-START.
      *
           READ ARQ-VISITAS            NEXT
             AT END
                GO                     TO RT-MARCAR-VISITAX
           END-READ.
      *
           IF VIS-CVENDEDOR-FDT        EQUAL
                                       WSS-VEN-CODIGO (WSS-IDX-VEN)
              AND VIS-DATA-FDT         NOT GREATER WSS-DATA-PROC-AMD
              MOVE 'S'                 TO WSS-VEN-VISITOU
                                           (WSS-IDX-VEN)
           END-IF.
      *
       RT-MARCAR-VISITAX.
               WHEN 'T'
                    PERFORM RT-REGRA-TEMPO
                                       THRU RT-REGRA-TEMPOX
               WHEN 'D'
                    PERFORM RT-REGRA-DOCUMENTOS
                                       THRU RT-REGRA-DOCUMENTOSX
               WHEN 'K'
                    PERFORM RT-REGRA-CONTRATOS
                                       THRU RT-REGRA-CONTRATOSX
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
       RT-REGRA-TEMPOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGRA-DOCUMENTOS             SECTION.
      *  ---> Documentos dos clientes (CLIDOC) vencidos ou que vencem
      *       ate VALOR dias (zero = 30): cada vendedor da carteira
      *       (DISTRIBUICAO) recebe um aviso OUTBOX-DOC-NNNNNNN.TXT
      *       e a regra dispara um alerta com o total
      *----------------------------------------------------------------*
      *
           MOVE RGR-VALOR-FDR          TO WSS-DOC-DIAS.
           IF WSS-DOC-DIAS             EQUAL ZEROS
              MOVE 30                  TO WSS-DOC-DIAS
           END-IF.
      *
           COMPUTE WSS-DOC-LIMITE       =
                   FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WSS-DATA-PROC-AMD)
                 + WSS-DOC-DIAS).
      *
           MOVE ZEROS                  TO WSS-DOC-QTD
                                          WSS-DOC-VEND-ANT.
           MOVE 'N'                    TO WSS-OUTBOX-ABERTO.
      *
           OPEN INPUT ARQ-CLIDOC.
           IF FS-CLIDOC                NOT EQUAL '00'
              GO                       TO RT-REGRA-DOCUMENTOSX
           END-IF.
      *
           OPEN INPUT ARQ-DISTRIBUIR.
           IF FS-DISTRIBUIR            NOT EQUAL '00'
              CLOSE ARQ-CLIDOC
              GO                       TO RT-REGRA-DOCUMENTOSX
           END-IF.
      *
      *  ---> Carteira percorrida por vendedor (chave alternativa)
           MOVE ZEROS                  TO CVENDEDOR-FDD.
           MOVE 'N'                    TO WSS-FIM-ARQ.
           START ARQ-DISTRIBUIR        KEY IS NOT LESS CVENDEDOR-FDD
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S'
              READ ARQ-DISTRIBUIR      NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   PERFORM RT-DOCUMENTOS-CLIENTE
                                       THRU RT-DOCUMENTOS-CLIENTEX
              END-READ
           END-PERFORM.
      *
           IF WSS-OUTBOX-ABERTO        EQUAL 'S'
              CLOSE ARQ-OUTBOX
              MOVE 'N'                 TO WSS-OUTBOX-ABERTO
           END-IF.
      *
           CLOSE ARQ-DISTRIBUIR
                 ARQ-CLIDOC.
      *
           IF WSS-DOC-QTD              GREATER ZEROS
              MOVE SPACES              TO WSS-TEXTO-ALERTA
              STRING 'DOCTOS DE CLIENTE VENCIDOS/A VENCER ('
                     WSS-DOC-QTD ') ATE ' WSS-DOC-DIAS ' DIAS'
                 DELIMITED BY SIZE     INTO WSS-TEXTO-ALERTA
              END-STRING
              PERFORM RT-DISPARAR-ALERTA
                                       THRU RT-DISPARAR-ALERTAX
           END-IF.
      *
       RT-REGRA-DOCUMENTOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGRA-CONTRATOS              SECTION.
      *  ---> Contratos de fornecimento ativos que vencem ate VALOR
      *       dias (zero = 60) e ainda sem aviso: um alerta por
      *       contrato, marcado em CTR-DT-AVISO para nao repetir. A
      *       renovacao (nova data fim no PT000113) rearma o aviso
      *----------------------------------------------------------------*
      *
           MOVE RGR-VALOR-FDR          TO WSS-CTR-DIAS.
           IF WSS-CTR-DIAS             EQUAL ZEROS
              MOVE 60                  TO WSS-CTR-DIAS
           END-IF.
      *
           COMPUTE WSS-CTR-LIMITE       =
                   FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WSS-DATA-PROC-AMD)
                 + WSS-CTR-DIAS).
      *
           OPEN I-O ARQ-CONTRATO.
           IF FS-CONTRATO              NOT EQUAL '00'
              GO                       TO RT-REGRA-CONTRATOSX
           END-IF.
      *
           MOVE LOW-VALUES             TO CTR-NUMERO-FDN.
           MOVE 'N'                    TO WSS-FIM-ARQ-CTR.
           START ARQ-CONTRATO          KEY IS NOT LESS CTR-NUMERO-FDN
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CTR
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CTR
                                       EQUAL 'S'
              READ ARQ-CONTRATO        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-CTR
                NOT AT END
                   IF CTR-ATIVO-FDN
                      AND CTR-DT-AVISO-FDN
                                       EQUAL ZEROS
                      AND CTR-DT-FIM-FDN
                                       NOT GREATER WSS-CTR-LIMITE
                      PERFORM RT-AVISAR-CONTRATO
                                       THRU RT-AVISAR-CONTRATOX
                   END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-CONTRATO.
      *
       RT-REGRA-CONTRATOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVISAR-CONTRATO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-TEXTO-ALERTA.
           STRING 'CONTRATO ' CTR-NUMERO-FDN ' ' CTR-TIPO-FDN '/'
                  CTR-CODIGO-FDN ' VENCE EM '
                  CTR-DT-FIM-FDN(7:2) '/' CTR-DT-FIM-FDN(5:2) '/'
                  CTR-DT-FIM-FDN(1:4)
              DELIMITED BY SIZE        INTO WSS-TEXTO-ALERTA
           END-STRING.
      *
           PERFORM RT-DISPARAR-ALERTA  THRU RT-DISPARAR-ALERTAX.
      *
           MOVE WSS-DATA-PROC-AMD      TO CTR-DT-AVISO-FDN.
           REWRITE REG-FDN.
      *
       RT-AVISAR-CONTRATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DOCUMENTOS-CLIENTE           SECTION.
      *  ---> Documentos do cliente da carteira corrente dentro da
      *       janela de aviso
      *----------------------------------------------------------------*
      *
           MOVE CCLIENTE-FDD           TO CDC-CCLIENTE-FDO.
           MOVE LOW-VALUES             TO CDC-TIPO-FDO.
           MOVE 'N'                    TO WSS-FIM-ARQ-DOC.
      *
           START ARQ-CLIDOC            KEY IS NOT LESS CDC-CHAVE-FDO
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-DOC
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-DOC
                                       EQUAL 'S'
              READ ARQ-CLIDOC          NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-DOC
                NOT AT END
                   IF CDC-CCLIENTE-FDO NOT EQUAL CCLIENTE-FDD
                      MOVE 'S'         TO WSS-FIM-ARQ-DOC
                   ELSE
                      IF CDC-DT-VALIDADE-FDO
                                       NOT GREATER WSS-DOC-LIMITE
                         PERFORM RT-AVISAR-DOCUMENTO
                                       THRU RT-AVISAR-DOCUMENTOX
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-DOCUMENTOS-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVISAR-DOCUMENTO             SECTION.
      *----------------------------------------------------------------*
      *
      *  ---> Quebra de vendedor: fecha o aviso anterior e abre o
      *       do vendedor corrente com o cabecalho do gateway
           IF CVENDEDOR-FDD            NOT EQUAL WSS-DOC-VEND-ANT
              IF WSS-OUTBOX-ABERTO     EQUAL 'S'
                 CLOSE ARQ-OUTBOX
                 MOVE 'N'              TO WSS-OUTBOX-ABERTO
              END-IF
              MOVE CVENDEDOR-FDD       TO WSS-DOC-VEND-ANT
              PERFORM RT-ABRIR-OUTBOX  THRU RT-ABRIR-OUTBOXX
           END-IF.
      *
           IF WSS-OUTBOX-ABERTO        NOT EQUAL 'S'
              GO                       TO RT-AVISAR-DOCUMENTOX
           END-IF.
      *
           MOVE CCLIENTE-FDD           TO OUT-CCLIENTE.
           MOVE RSOCIAL-FDD            TO OUT-RSOCIAL.
           MOVE CDC-TIPO-FDO           TO OUT-TIPO.
           MOVE CDC-NUMERO-FDO         TO OUT-NUMERO.
           MOVE CDC-DT-VALIDADE-FDO(7:2)
                                       TO OUT-VAL-DIA.
           MOVE CDC-DT-VALIDADE-FDO(5:2)
                                       TO OUT-VAL-MES.
           MOVE CDC-DT-VALIDADE-FDO(1:4)
                                       TO OUT-VAL-ANO.
      *
           IF CDC-DT-VALIDADE-FDO      LESS WSS-DATA-PROC-AMD
              MOVE 'VENCIDO'           TO OUT-SITUACAO
           ELSE
              MOVE 'A VENCER'          TO OUT-SITUACAO
           END-IF.
      *
           WRITE REG-OUTBOX            FROM OUT-LINHA-DOCUMENTO.
           ADD 1                       TO WSS-DOC-QTD.
      *
       RT-AVISAR-DOCUMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR-OUTBOX                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-ARQ-OUTBOX.
           STRING 'OUTBOX-DOC-'        DELIMITED BY SIZE
                  CVENDEDOR-FDD        DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
              INTO WSS-ARQ-OUTBOX
           END-STRING.
      *
           OPEN OUTPUT ARQ-OUTBOX.
      *
           IF FS-OUTBOX                NOT EQUAL '00'
              GO                       TO RT-ABRIR-OUTBOXX
           END-IF.
      *
           MOVE 'S'                    TO WSS-OUTBOX-ABERTO.
      *
      *  ---> E-mail do vendedor no cadastro (sem cadastro ou sem
      *       e-mail, o campo PARA sai em branco e o gateway devolve)
           MOVE CVENDEDOR-FDD          TO CODIGO-FDV.
           READ ARQ-VENDEDOR           KEY IS CODIGO-FDV
                INVALID KEY
                    MOVE SPACES        TO EMAIL-FDV
           END-READ.
      *
           IF FS-VENDEDOR              NOT EQUAL '00'
              MOVE SPACES              TO EMAIL-FDV
           END-IF.
      *
           MOVE EMAIL-FDV              TO OUT-EMAIL.
           MOVE WSS-DATA-PROC-AMD(7:2) TO OUT-ASS-DIA.
           MOVE WSS-DATA-PROC-AMD(5:2) TO OUT-ASS-MES.
           MOVE WSS-DATA-PROC-AMD(1:4) TO OUT-ASS-ANO.
      *
           WRITE REG-OUTBOX            FROM OUT-PARA.
           WRITE REG-OUTBOX            FROM OUT-ASSUNTO.
           MOVE SPACES                 TO REG-OUTBOX.
           WRITE REG-OUTBOX.
      *
       RT-ABRIR-OUTBOXX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DISPARAR-ALERTA              SECTION.
      *  ---> Grava o alerta 'N' (sem ciencia) na fila ALERTAS
