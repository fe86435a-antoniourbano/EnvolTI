      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PRV00910.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PRV00910 ---> NIVEL DE PERMISSAO DO OPERADOR  *
      *     *            NO PROGRAMA                                   *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : DEVOLVE O NIVEL ('N' NENHUM, 'C' CONSULTA,    *
      *     *            'M' MANUTENCAO, 'E' EXECUCAO) DO OPERADOR NO  *
      *     *            PROGRAMA PELA MATRIZ PERMISSAO MANTIDA NO     *
      *     *            PT000104: ENTRADA DO OPERADOR, DEPOIS A DO    *
      *     *            PERFIL; SEM ENTRADA VALE O ACESSO LEGADO      *
      *     *            INFORMADO PELO CHAMADOR. SEM O ARQUIVO VALE   *
      *     *            SEMPRE O LEGADO. USADO PELO MENU (PT000000) E *
      *     *            PELA REVISAO DE ACESSOS (PT000105). O ARQUIVO *
      *     *            E ABERTO NA PRIMEIRA CHAMADA E FECHADO PELA   *
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
      *  ---> Matriz de permissoes por perfil/operador e programa
           COPY 'SEL-PERMISSAO.CPY'    REPLACING ==::== BY ==-FDP==.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD  ARQ-PERMISSAO               VALUE OF FILE-ID IS 'PERMISSAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PERMISSAO.CPY'         REPLACING ==::== BY ==-FDP==.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77  WSS-PRIMEIRA-CHAMADA        PIC  X(001)         VALUE 'S'.
           88  PRIMEIRA-CHAMADA                            VALUE 'S'.
      *
       77  WSS-PERMISSAO-ABERTO        PIC  X(001)         VALUE 'N'.
           88  PERMISSAO-ABERTO                            VALUE 'S'.
      *
       01  WSS-AUXILIARES.
           03  FS-PERMISSAO            PIC  X(002)         VALUE SPACES.
           03  WSS-PERFIL              PIC  X(001)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
           COPY 'SUB-PRM.CPY'          REPLACING ==::== BY ==LKS==.
      *
      *================================================================*
       PROCEDURE                       DIVISION USING LKS-PRM-PARM.
      *================================================================*
       RT-PRINCIPAL                    SECTION.
      *----------------------------------------------------------------*
      *
           IF LKS-PRM-FUNCAO           EQUAL 'F'
              PERFORM RT-FECHAR        THRU RT-FECHARX
              GOBACK
           END-IF.
      *
           IF PRIMEIRA-CHAMADA
              PERFORM RT-ABRIR         THRU RT-ABRIRX
           END-IF.
      *
           PERFORM RT-LEGADO           THRU RT-LEGADOX.
      *
           IF NOT PERMISSAO-ABERTO
              GOBACK
           END-IF.
      *
      *  ---> Entrada do proprio operador vale sobre a do perfil
           MOVE 'O'                    TO PRM-TIPO-FDP.
           MOVE LKS-PRM-OPERADOR       TO PRM-SUJEITO-FDP.
           MOVE LKS-PRM-PROGRAMA       TO PRM-PROGRAMA-FDP.
      *
           READ ARQ-PERMISSAO          KEY IS PRM-CHAVE-FDP
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-PERMISSAO             EQUAL '00'
              AND PRM-NIVEL-VALIDO-FDP
              MOVE PRM-NIVEL-FDP       TO LKS-PRM-NIVEL
              MOVE 'O'                 TO LKS-PRM-ORIGEM
              GOBACK
           END-IF.
      *
           MOVE LKS-PRM-PERFIL         TO WSS-PERFIL.
           INSPECT WSS-PERFIL          CONVERTING 'acq' TO 'ACQ'.
      *
           IF WSS-PERFIL               EQUAL SPACES
              GOBACK
           END-IF.
      *
           MOVE 'P'                    TO PRM-TIPO-FDP.
           MOVE SPACES                 TO PRM-SUJEITO-FDP.
           MOVE WSS-PERFIL             TO PRM-SUJEITO-FDP.
           MOVE LKS-PRM-PROGRAMA       TO PRM-PROGRAMA-FDP.
      *
           READ ARQ-PERMISSAO          KEY IS PRM-CHAVE-FDP
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-PERMISSAO             EQUAL '00'
              AND PRM-NIVEL-VALIDO-FDP
              MOVE PRM-NIVEL-FDP       TO LKS-PRM-NIVEL
              MOVE 'P'                 TO LKS-PRM-ORIGEM
           END-IF.
      *
           GOBACK.
      *
       RT-PRINCIPALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR                        SECTION.
      *  ---> Arquivo opcional: sem PERMISSAO valem os acessos legados
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-PRIMEIRA-CHAMADA.
      *
           OPEN INPUT ARQ-PERMISSAO.
           IF FS-PERMISSAO             EQUAL '00'
              MOVE 'S'                 TO WSS-PERMISSAO-ABERTO
           END-IF.
      *
       RT-ABRIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR                       SECTION.
      *----------------------------------------------------------------*
      *
           IF PERMISSAO-ABERTO
              CLOSE ARQ-PERMISSAO
              MOVE 'N'                 TO WSS-PERMISSAO-ABERTO
           END-IF.
      *
           MOVE 'S'                    TO WSS-PRIMEIRA-CHAMADA.
      *
       RT-FECHARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LEGADO                       SECTION.
      *  ---> Nivel pelo acesso legado do operador ao grupo do menu
      *----------------------------------------------------------------*
      *
           MOVE 'L'                    TO LKS-PRM-ORIGEM.
      *
           IF LKS-PRM-LEGADO           EQUAL 'S' OR 's' OR SPACES
              MOVE 'E'                 TO LKS-PRM-NIVEL
           ELSE
              MOVE 'N'                 TO LKS-PRM-NIVEL
           END-IF.
      *
       RT-LEGADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
