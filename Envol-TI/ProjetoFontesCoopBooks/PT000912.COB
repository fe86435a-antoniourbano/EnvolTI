      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PRV00911.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PRV00911 ---> ABERTURA DE TAREFA DE           *
      *     *            ACOMPANHAMENTO DO CLIENTE                     *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : GRAVA NO ARQUIVO TAREFA A TAREFA ABERTA PELOS *
      *     *            PROGRAMAS DE ORIGEM (VISITA, OCORRENCIA,      *
      *     *            PESQUISA DE SATISFACAO), COM A PROXIMA        *
      *     *            SEQUENCIA DO CLIENTE NA DATA DE ABERTURA. O   *
      *     *            ARQUIVO E CRIADO SE NAO EXISTIR, ABERTO NA    *
      *     *            PRIMEIRA CHAMADA E FECHADO PELA FUNCAO 'F'.   *
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
      *  ---> Tarefas de acompanhamento por cliente
           COPY 'SEL-TAREFA.CPY'       REPLACING ==::== BY ==-FDJ==.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD  ARQ-TAREFA                  VALUE OF FILE-ID IS 'TAREFA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDJ.
       COPY 'FD-TAREFA.CPY'            REPLACING ==::== BY ==-FDJ==.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77  WSS-PRIMEIRA-CHAMADA        PIC  X(001)         VALUE 'S'.
           88  PRIMEIRA-CHAMADA                            VALUE 'S'.
      *
       77  WSS-TAREFA-ABERTO           PIC  X(001)         VALUE 'N'.
           88  TAREFA-ABERTO                               VALUE 'S'.
      *
       01  WSS-AUXILIARES.
           03  FS-TAREFA               PIC  X(002)         VALUE SPACES.
           03  WSS-GRAVOU              PIC  X(001)         VALUE 'N'.
           03  WSS-DATA-REF            PIC  9(008)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
           COPY 'SUB-TAR.CPY'          REPLACING ==::== BY ==LKS==.
      *
      *================================================================*
       PROCEDURE                       DIVISION USING LKS-TAR-PARM.
      *================================================================*
       RT-PRINCIPAL                    SECTION.
      *----------------------------------------------------------------*
      *
           IF LKS-TAR-FUNCAO           EQUAL 'F'
              PERFORM RT-FECHAR        THRU RT-FECHARX
              GOBACK
           END-IF.
      *
           IF PRIMEIRA-CHAMADA
              PERFORM RT-ABRIR         THRU RT-ABRIRX
           END-IF.
      *
           MOVE '09'                   TO LKS-TAR-RETORNO.
      *
           IF NOT TAREFA-ABERTO
              GOBACK
           END-IF.
      *
           MOVE '01'                   TO LKS-TAR-RETORNO.
      *
           IF LKS-TAR-CCLIENTE         NOT NUMERIC
              OR LKS-TAR-CCLIENTE      EQUAL ZEROS
              OR LKS-TAR-TIPO-RESP     NOT EQUAL 'V' AND 'O'
              OR LKS-TAR-ID-RESP       EQUAL SPACES
              OR LKS-TAR-DESCRICAO     EQUAL SPACES
              GOBACK
           END-IF.
      *
           IF LKS-TAR-DATA             NUMERIC
              AND LKS-TAR-DATA         GREATER ZEROS
              MOVE LKS-TAR-DATA        TO WSS-DATA-REF
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WSS-DATA-REF
           END-IF.
      *
      *  ---> Sem vencimento informado a tarefa vence na abertura
           IF LKS-TAR-DT-VENCIMENTO    NOT NUMERIC
              OR LKS-TAR-DT-VENCIMENTO LESS WSS-DATA-REF
              MOVE WSS-DATA-REF        TO LKS-TAR-DT-VENCIMENTO
           END-IF.
      *
           PERFORM RT-INCLUIR          THRU RT-INCLUIRX.
      *
           GOBACK.
      *
       RT-PRINCIPALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR                        SECTION.
      *  ---> Cria o arquivo TAREFA na primeira tarefa aberta
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-PRIMEIRA-CHAMADA.
      *
           OPEN I-O ARQ-TAREFA.
           IF FS-TAREFA                EQUAL '05' OR '35'
              CLOSE ARQ-TAREFA
              OPEN OUTPUT ARQ-TAREFA
              CLOSE ARQ-TAREFA
              OPEN I-O ARQ-TAREFA
           END-IF.
      *
           IF FS-TAREFA                EQUAL '00'
              MOVE 'S'                 TO WSS-TAREFA-ABERTO
           END-IF.
      *
       RT-ABRIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR                       SECTION.
      *----------------------------------------------------------------*
      *
           IF TAREFA-ABERTO
              CLOSE ARQ-TAREFA
              MOVE 'N'                 TO WSS-TAREFA-ABERTO
           END-IF.
      *
           MOVE 'S'                    TO WSS-PRIMEIRA-CHAMADA.
      *
       RT-FECHARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-INCLUIR                      SECTION.
      *  ---> Tenta as sequencias do cliente no dia ate a primeira
      *       livre
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-FDJ.
      *
           MOVE LKS-TAR-CCLIENTE       TO TAR-CCLIENTE-FDJ.
           MOVE WSS-DATA-REF           TO TAR-DATA-FDJ.
           MOVE LKS-TAR-TIPO-RESP      TO TAR-TIPO-RESP-FDJ.
           MOVE LKS-TAR-ID-RESP        TO TAR-ID-RESP-FDJ.
           MOVE LKS-TAR-DT-VENCIMENTO  TO TAR-DT-VENCIMENTO-FDJ.
           MOVE LKS-TAR-ORIGEM-PRG     TO TAR-ORIGEM-PRG-FDJ.
           MOVE LKS-TAR-ORIGEM-CHAVE   TO TAR-ORIGEM-CHAVE-FDJ.
           MOVE LKS-TAR-DESCRICAO      TO TAR-DESCRICAO-FDJ.
           MOVE 'A'                    TO TAR-SITUACAO-FDJ.
           MOVE LKS-TAR-OPERADOR       TO TAR-OPERADOR-FDJ.
           MOVE ZEROS                  TO TAR-DT-CONCLUSAO-FDJ.
           MOVE SPACES                 TO TAR-CONCLUIDA-POR-FDJ.
      *
           MOVE ZEROS                  TO TAR-SEQ-FDJ.
           MOVE 'N'                    TO WSS-GRAVOU.
      *
           PERFORM UNTIL WSS-GRAVOU    EQUAL 'S'
                      OR TAR-SEQ-FDJ   EQUAL 999
              ADD 1                    TO TAR-SEQ-FDJ
              WRITE REG-FDJ
              IF FS-TAREFA             EQUAL '00'
                 MOVE 'S'              TO WSS-GRAVOU
              ELSE
                 IF FS-TAREFA          NOT EQUAL '22'
                    MOVE '09'          TO LKS-TAR-RETORNO
                    GO                 TO RT-INCLUIRX
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF WSS-GRAVOU               EQUAL 'S'
              MOVE WSS-DATA-REF        TO LKS-TAR-DATA
              MOVE TAR-SEQ-FDJ         TO LKS-TAR-SEQ
              MOVE '00'                TO LKS-TAR-RETORNO
           ELSE
              MOVE '09'                TO LKS-TAR-RETORNO
           END-IF.
      *
       RT-INCLUIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
