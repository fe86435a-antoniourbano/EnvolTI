      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PRV00907.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PRV00907 ---> VENDEDOR EFETIVO NA DATA        *
      *     *            (SUBSTITUTO TEMPORARIO NA AUSENCIA)           *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : PROCURA NA AGENDA DE AUSENCIAS (FERIAS E      *
      *     *            AFASTAMENTOS) UMA JANELA DO VENDEDOR QUE      *
      *     *            CUBRA A DATA INFORMADA E DEVOLVE O SUBSTITUTO *
      *     *            NOMEADO PARA ELA. A CARTEIRA (DISTRIBUICAO)   *
      *     *            NAO MUDA: QUEM CHAMA DECIDE O QUE ENVIAR AO   *
      *     *            SUBSTITUTO. SEM O ARQUIVO AUSENCIA TODO       *
      *     *            VENDEDOR E CONSIDERADO PRESENTE. O ARQUIVO E  *
      *     *            ABERTO NA PRIMEIRA CHAMADA E FECHADO PELA     *
      *     *            FUNCAO 'F'.                                   *
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
      *  ---> Agenda de ferias/afastamentos de vendedor
           COPY 'SEL-AUSENCIA.CPY'     REPLACING ==::== BY ==-FDU==.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD  ARQ-AUSENCIA                VALUE OF FILE-ID IS 'AUSENCIA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDU.
       COPY 'FD-AUSENCIA.CPY'          REPLACING ==::== BY ==-FDU==.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77  WSS-PRIMEIRA-CHAMADA        PIC  X(001)         VALUE 'S'.
           88  PRIMEIRA-CHAMADA                            VALUE 'S'.
      *
       77  WSS-AUSENCIA-ABERTO         PIC  X(001)         VALUE 'N'.
           88  AUSENCIA-ABERTO                             VALUE 'S'.
      *
       01  WSS-AUXILIARES.
           03  FS-AUSENCIA             PIC  X(002)         VALUE SPACES.
           03  WSS-FIM-ARQ-AUS         PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
           COPY 'SUB-SBT.CPY'          REPLACING ==::== BY ==LKS==.
      *
      *================================================================*
       PROCEDURE                       DIVISION USING LKS-SBT-PARM.
      *================================================================*
       RT-PRINCIPAL                    SECTION.
      *----------------------------------------------------------------*
      *
           IF LKS-SBT-FUNCAO           EQUAL 'F'
              PERFORM RT-FECHAR        THRU RT-FECHARX
              GOBACK
           END-IF.
      *
           IF PRIMEIRA-CHAMADA
              PERFORM RT-ABRIR         THRU RT-ABRIRX
           END-IF.
      *
           PERFORM RT-CONSULTAR        THRU RT-CONSULTARX.
      *
           GOBACK.
      *
       RT-PRINCIPALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR                        SECTION.
      *  ---> AUSENCIA e opcional: sem a agenda ninguem esta ausente
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-PRIMEIRA-CHAMADA.
      *
           OPEN INPUT ARQ-AUSENCIA.
           IF FS-AUSENCIA              EQUAL '00'
              MOVE 'S'                 TO WSS-AUSENCIA-ABERTO
           END-IF.
      *
       RT-ABRIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR                       SECTION.
      *----------------------------------------------------------------*
      *
           IF AUSENCIA-ABERTO
              CLOSE ARQ-AUSENCIA
              MOVE 'N'                 TO WSS-AUSENCIA-ABERTO
           END-IF.
      *
           MOVE 'S'                    TO WSS-PRIMEIRA-CHAMADA.
      *
       RT-FECHARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONSULTAR                    SECTION.
      *  ---> Percorre as janelas do vendedor com inicio ate a data;
      *       a que terminar na data ou depois define a ausencia
      *----------------------------------------------------------------*
      *
           MOVE LKS-SBT-CVENDEDOR      TO LKS-SBT-EFETIVO.
           MOVE ZEROS                  TO LKS-SBT-DT-FIM
                                          LKS-SBT-RETORNO.
      *
           IF NOT AUSENCIA-ABERTO
              OR LKS-SBT-CVENDEDOR     EQUAL ZEROS
              OR LKS-SBT-DATA          NOT NUMERIC
              GO                       TO RT-CONSULTARX
           END-IF.
      *
           MOVE LKS-SBT-CVENDEDOR      TO AUS-CVENDEDOR-FDU.
           MOVE ZEROS                  TO AUS-DT-INICIO-FDU.
           MOVE 'N'                    TO WSS-FIM-ARQ-AUS.
      *
           START ARQ-AUSENCIA          KEY IS NOT LESS AUS-CHAVE-FDU
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-AUS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-AUS
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-AUSENCIA  THRU RT-LER-AUSENCIAX
           END-PERFORM.
      *
       RT-CONSULTARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-AUSENCIA                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-AUSENCIA           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-AUS
                GO                     TO RT-LER-AUSENCIAX
           END-READ.
      *
           IF AUS-CVENDEDOR-FDU        NOT EQUAL LKS-SBT-CVENDEDOR
              OR AUS-DT-INICIO-FDU     GREATER LKS-SBT-DATA
              MOVE 'S'                 TO WSS-FIM-ARQ-AUS
              GO                       TO RT-LER-AUSENCIAX
           END-IF.
      *
           IF AUS-DT-FIM-FDU           LESS LKS-SBT-DATA
              GO                       TO RT-LER-AUSENCIAX
           END-IF.
      *
      *  ---> Ausente na data: substituto nomeado (ou nenhum)
           MOVE AUS-DT-FIM-FDU         TO LKS-SBT-DT-FIM.
           MOVE 'S'                    TO WSS-FIM-ARQ-AUS.
      *
           IF AUS-SUBSTITUTO-FDU       NUMERIC
              AND AUS-SUBSTITUTO-FDU   GREATER ZEROS
              AND AUS-SUBSTITUTO-FDU   NOT EQUAL LKS-SBT-CVENDEDOR
              MOVE AUS-SUBSTITUTO-FDU  TO LKS-SBT-EFETIVO
              MOVE 1                   TO LKS-SBT-RETORNO
           ELSE
              MOVE 2                   TO LKS-SBT-RETORNO
           END-IF.
      *
       RT-LER-AUSENCIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
