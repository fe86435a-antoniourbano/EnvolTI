      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PRV00909.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PRV00909 ---> CONSENTIMENTO LGPD DO CONTATO   *
      *     *            POR CANAL                                     *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : DIZ SE O CONTATO DO CLIENTE (OU ALGUM CONTATO *
      *     *            DO CLIENTE) TEM CONSENTIMENTO VALIDO NO CANAL *
      *     *            NA DATA, PELO ARQUIVO CONSENT MANTIDO NO      *
      *     *            PT000103. USADO PELAS SAIDAS QUE CONTATAM O   *
      *     *            TITULAR (PESQUISA, NOTIFICACAO, EXTRACAO BI,  *
      *     *            CAMPANHAS). SEM O ARQUIVO NINGUEM TEM         *
      *     *            CONSENTIMENTO. O ARQUIVO E ABERTO NA PRIMEIRA *
      *     *            CHAMADA E FECHADO PELA FUNCAO 'F'.            *
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
      *  ---> Consentimento LGPD por contato e canal
           COPY 'SEL-CONSENT.CPY'      REPLACING ==::== BY ==-FDN==.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD  ARQ-CONSENT                 VALUE OF FILE-ID IS 'CONSENT'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDN.
       COPY 'FD-CONSENT.CPY'           REPLACING ==::== BY ==-FDN==.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77  WSS-PRIMEIRA-CHAMADA        PIC  X(001)         VALUE 'S'.
           88  PRIMEIRA-CHAMADA                            VALUE 'S'.
      *
       77  WSS-CONSENT-ABERTO          PIC  X(001)         VALUE 'N'.
           88  CONSENT-ABERTO                              VALUE 'S'.
      *
       01  WSS-AUXILIARES.
           03  FS-CONSENT              PIC  X(002)         VALUE SPACES.
           03  WSS-FIM-ARQ-CNS         PIC  X(001)         VALUE 'N'.
           03  WSS-DATA-REF            PIC  9(008)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
           COPY 'SUB-CNS.CPY'          REPLACING ==::== BY ==LKS==.
      *
      *================================================================*
       PROCEDURE                       DIVISION USING LKS-CNS-PARM.
      *================================================================*
       RT-PRINCIPAL                    SECTION.
      *----------------------------------------------------------------*
      *
           IF LKS-CNS-FUNCAO           EQUAL 'F'
              PERFORM RT-FECHAR        THRU RT-FECHARX
              GOBACK
           END-IF.
      *
           IF PRIMEIRA-CHAMADA
              PERFORM RT-ABRIR         THRU RT-ABRIRX
           END-IF.
      *
           MOVE 'N'                    TO LKS-CNS-VALIDO.
      *
           IF NOT CONSENT-ABERTO
              GOBACK
           END-IF.
      *
           IF LKS-CNS-DATA             NUMERIC
              AND LKS-CNS-DATA         GREATER ZEROS
              MOVE LKS-CNS-DATA        TO WSS-DATA-REF
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WSS-DATA-REF
           END-IF.
      *
           IF LKS-CNS-FUNCAO           EQUAL 'L'
              PERFORM RT-CONSULTAR-CLIENTE
                                       THRU RT-CONSULTAR-CLIENTEX
           ELSE
              PERFORM RT-CONSULTAR-CONTATO
                                       THRU RT-CONSULTAR-CONTATOX
           END-IF.
      *
           GOBACK.
      *
       RT-PRINCIPALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR                        SECTION.
      *  ---> Arquivo opcional: sem CONSENT ninguem tem consentimento
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-PRIMEIRA-CHAMADA.
      *
           OPEN INPUT ARQ-CONSENT.
           IF FS-CONSENT               EQUAL '00'
              MOVE 'S'                 TO WSS-CONSENT-ABERTO
           END-IF.
      *
       RT-ABRIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR                       SECTION.
      *----------------------------------------------------------------*
      *
           IF CONSENT-ABERTO
              CLOSE ARQ-CONSENT
              MOVE 'N'                 TO WSS-CONSENT-ABERTO
           END-IF.
      *
           MOVE 'S'                    TO WSS-PRIMEIRA-CHAMADA.
      *
       RT-FECHARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONSULTAR-CONTATO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LKS-CNS-CCLIENTE       TO CNS-CCLIENTE-FDN.
           MOVE LKS-CNS-SEQ            TO CNS-SEQ-FDN.
           MOVE LKS-CNS-CANAL          TO CNS-CANAL-FDN.
      *
           READ ARQ-CONSENT            KEY IS CNS-CHAVE-FDN
                INVALID KEY
                    GO                 TO RT-CONSULTAR-CONTATOX
           END-READ.
      *
           PERFORM RT-AVALIAR          THRU RT-AVALIARX.
      *
       RT-CONSULTAR-CONTATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONSULTAR-CLIENTE            SECTION.
      *  ---> Percorre os consentimentos do cliente ate o primeiro
      *       contato valido no canal
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO LKS-CNS-SEQ.
      *
           MOVE LKS-CNS-CCLIENTE       TO CNS-CCLIENTE-FDN.
           MOVE ZEROS                  TO CNS-SEQ-FDN.
           MOVE SPACES                 TO CNS-CANAL-FDN.
           MOVE 'N'                    TO WSS-FIM-ARQ-CNS.
      *
           START ARQ-CONSENT           KEY IS NOT LESS CNS-CHAVE-FDN
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CNS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CNS
                                       EQUAL 'S'
              PERFORM RT-LER-CONSENT   THRU RT-LER-CONSENTX
           END-PERFORM.
      *
       RT-CONSULTAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-CONSENT                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONSENT            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-CNS
                GO                     TO RT-LER-CONSENTX
           END-READ.
      *
           IF CNS-CCLIENTE-FDN         NOT EQUAL LKS-CNS-CCLIENTE
              MOVE 'S'                 TO WSS-FIM-ARQ-CNS
              GO                       TO RT-LER-CONSENTX
           END-IF.
      *
           IF CNS-CANAL-FDN            NOT EQUAL LKS-CNS-CANAL
              GO                       TO RT-LER-CONSENTX
           END-IF.
      *
           PERFORM RT-AVALIAR          THRU RT-AVALIARX.
      *
           IF LKS-CNS-VALIDO           EQUAL 'S'
              MOVE CNS-SEQ-FDN         TO LKS-CNS-SEQ
              MOVE 'S'                 TO WSS-FIM-ARQ-CNS
           END-IF.
      *
       RT-LER-CONSENTX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVALIAR                      SECTION.
      *  ---> Concedido ate a data e nao revogado ate ela
      *----------------------------------------------------------------*
      *
           IF CNS-DT-CONCESSAO-FDN     EQUAL ZEROS
              OR CNS-DT-CONCESSAO-FDN  GREATER WSS-DATA-REF
              GO                       TO RT-AVALIARX
           END-IF.
      *
           IF REVOGADO-FDN
              AND CNS-DT-REVOGACAO-FDN NOT GREATER WSS-DATA-REF
              GO                       TO RT-AVALIARX
           END-IF.
      *
           MOVE 'S'                    TO LKS-CNS-VALIDO.
      *
       RT-AVALIARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
