      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PRV00912.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PRV00912 ---> TRAVA DE LANCAMENTOS EM MES     *
      *     *            FECHADO                                       *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : CONFERE SE A DATA DE UM LANCAMENTO (INCLUSAO, *
      *     *            ALTERACAO, CANCELAMENTO OU IMPORTACAO) CAI EM *
      *     *            MES JA FECHADO PELO FECHAMENTO MENSAL. O MES  *
      *     *            ESTA FECHADO QUANDO O ARQUIVO PERIODO O MARCA *
      *     *            COMO 'F'; SEM REGISTRO EM PERIODO VALE O      *
      *     *            REGISTRO DO MES NO ARQUIVO FECHAMENTO (MESES  *
      *     *            FECHADOS ANTES DA TRAVA). MES REABERTO POR    *
      *     *            APROVACAO ('R') ACEITA LANCAMENTOS. TODA      *
      *     *            RECUSA E REGISTRADA NO ARQUIVO PERLOG.        *
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
      *  ---> Situacao dos meses para a trava de lancamentos
           COPY 'SEL-PERIODO.CPY'      REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Numeros congelados do fechamento mensal
           COPY 'SEL-FECHAMENTO.CPY'   REPLACING ==::== BY ==-FDF==.
      *
      *  ---> Lancamentos recusados pela trava
           COPY 'SEL-PERLOG.CPY'       REPLACING ==::== BY ==-FDL==.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD  ARQ-PERIODO                 VALUE OF FILE-ID IS 'PERIODO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PERIODO.CPY'           REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-FECHAMENTO              VALUE OF FILE-ID IS 'FECHAMENTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDF.
       COPY 'FD-FECHAMENTO.CPY'        REPLACING ==::== BY ==-FDF==.
      *
       FD  ARQ-PERLOG
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-PERLOG.CPY'            REPLACING ==::== BY ==-FDL==.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77  WSS-PRIMEIRA-CHAMADA        PIC  X(001)         VALUE 'S'.
           88  PRIMEIRA-CHAMADA                            VALUE 'S'.
      *
       77  WSS-PERIODO-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PERIODO-ABERTO                              VALUE 'S'.
      *
       77  WSS-FECHAMENTO-ABERTO       PIC  X(001)         VALUE 'N'.
           88  FECHAMENTO-ABERTO                           VALUE 'S'.
      *
       01  WSS-AUXILIARES.
           03  FS-PERIODO              PIC  X(002)         VALUE SPACES.
           03  FS-FECHAMENTO           PIC  X(002)         VALUE SPACES.
           03  FS-PERLOG               PIC  X(002)         VALUE SPACES.
           03  WSS-MES                 PIC  9(002)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
           COPY 'SUB-PER.CPY'          REPLACING ==::== BY ==LKS==.
      *
      *================================================================*
       PROCEDURE                       DIVISION USING LKS-PER-PARM.
      *================================================================*
       RT-PRINCIPAL                    SECTION.
      *----------------------------------------------------------------*
      *
           IF LKS-PER-FUNCAO           EQUAL 'F'
              PERFORM RT-FECHAR        THRU RT-FECHARX
              GOBACK
           END-IF.
      *
           IF PRIMEIRA-CHAMADA
              PERFORM RT-ABRIR         THRU RT-ABRIRX
           END-IF.
      *
           MOVE 0                      TO LKS-PER-RETORNO.
           MOVE ZEROS                  TO LKS-PER-ANOMES.
      *
      *  ---> Data invalida ou nao informada nao e travada aqui: a
      *       critica da data e do programa chamador
           IF LKS-PER-DATA             NOT NUMERIC
              OR LKS-PER-DATA          EQUAL ZEROS
              GOBACK
           END-IF.
      *
           MOVE LKS-PER-DATA(5:2)      TO WSS-MES.
           IF WSS-MES                  LESS 1
              OR WSS-MES               GREATER 12
              GOBACK
           END-IF.
      *
           MOVE LKS-PER-DATA(1:6)      TO LKS-PER-ANOMES.
      *
           PERFORM RT-CONFERIR         THRU RT-CONFERIRX.
      *
           IF LKS-PER-FECHADO
              PERFORM RT-REGISTRAR-RECUSA
                                       THRU RT-REGISTRAR-RECUSAX
           END-IF.
      *
           GOBACK.
      *
       RT-PRINCIPALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR                        SECTION.
      *  ---> Os dois arquivos sao opcionais: sem eles nenhum mes
      *       esta fechado
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-PRIMEIRA-CHAMADA.
      *
           OPEN INPUT ARQ-PERIODO.
           IF FS-PERIODO               EQUAL '00'
              MOVE 'S'                 TO WSS-PERIODO-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-FECHAMENTO.
           IF FS-FECHAMENTO            EQUAL '00'
              MOVE 'S'                 TO WSS-FECHAMENTO-ABERTO
           END-IF.
      *
       RT-ABRIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR                       SECTION.
      *----------------------------------------------------------------*
      *
           IF PERIODO-ABERTO
              CLOSE ARQ-PERIODO
              MOVE 'N'                 TO WSS-PERIODO-ABERTO
           END-IF.
      *
           IF FECHAMENTO-ABERTO
              CLOSE ARQ-FECHAMENTO
              MOVE 'N'                 TO WSS-FECHAMENTO-ABERTO
           END-IF.
      *
           MOVE 'S'                    TO WSS-PRIMEIRA-CHAMADA.
      *
       RT-FECHARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONFERIR                     SECTION.
      *  ---> PERIODO decide; sem registro, vale o FECHAMENTO do mes
      *----------------------------------------------------------------*
      *
           IF PERIODO-ABERTO
              MOVE LKS-PER-ANOMES      TO PER-ANOMES-FDP
              READ ARQ-PERIODO         KEY IS PER-ANOMES-FDP
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-PERIODO            EQUAL '00'
                 IF PER-FECHADO-FDP
                    MOVE 1             TO LKS-PER-RETORNO
                 END-IF
                 GO                    TO RT-CONFERIRX
              END-IF
           END-IF.
      *
           IF FECHAMENTO-ABERTO
              MOVE LKS-PER-ANOMES      TO FEC-ANOMES-FDF
              READ ARQ-FECHAMENTO      KEY IS FEC-ANOMES-FDF
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-FECHAMENTO         EQUAL '00'
                 MOVE 1                TO LKS-PER-RETORNO
              END-IF
           END-IF.
      *
       RT-CONFERIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-RECUSA             SECTION.
      *  ---> Uma linha por recusa; PERLOG criado se nao existir
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-PERLOG.
           IF FS-PERLOG                EQUAL '05' OR '35'
              CLOSE ARQ-PERLOG
              OPEN OUTPUT ARQ-PERLOG
           END-IF.
      *
           IF FS-PERLOG                NOT EQUAL '00'
              GO                       TO RT-REGISTRAR-RECUSAX
           END-IF.
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO PLG-DATA-FDL.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO PLG-HORA-FDL.
           MOVE LKS-PER-PROGRAMA       TO PLG-PROGRAMA-FDL.
           MOVE LKS-PER-OPERADOR       TO PLG-OPERADOR-FDL.
           MOVE LKS-PER-OPERACAO       TO PLG-OPERACAO-FDL.
           MOVE LKS-PER-DATA           TO PLG-DT-MOVIMENTO-FDL.
           MOVE LKS-PER-CHAVE          TO PLG-CHAVE-FDL.
      *
           WRITE REG-FDL.
      *
           CLOSE ARQ-PERLOG.
      *
       RT-REGISTRAR-RECUSAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
