      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PRV00908.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PRV00908 ---> EQUIPE DE VENDAS DO VENDEDOR    *
      *     *            (SUPERVISOR/GERENTE E FILTRO POR OPERADOR)    *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : DEVOLVE A EQUIPE DO VENDEDOR (ATUAL, PELO     *
      *     *            CADASTRO, OU NA DATA, PELO HISTORICO          *
      *     *            VENDEQUIPE) COM NOME, SUPERVISOR E GERENTE, E *
      *     *            SE O VENDEDOR E VISIVEL PARA O OPERADOR: QUEM *
      *     *            SUPERVISIONA OU GERENCIA ALGUMA EQUIPE SO VE  *
      *     *            AS SUAS. SEM O ARQUIVO EQUIPE NINGUEM E       *
      *     *            FILTRADO. OS ARQUIVOS SAO ABERTOS NA PRIMEIRA *
      *     *            CHAMADA E FECHADOS PELA FUNCAO 'F'.           *
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
      *  ---> Cadastro de vendedores (equipe atual)
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
      *  ---> Equipes de vendas (supervisor e gerente)
           COPY 'SEL-EQUIPE.CPY'       REPLACING ==::== BY ==-FDQ==.
      *
      *  ---> Historico de equipe do vendedor
           COPY 'SEL-VENDEQUIPE.CPY'   REPLACING ==::== BY ==-FDH==.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD  ARQ-VENDEDOR                VALUE OF FILE-ID IS 'VENDEDOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDV.
       COPY 'FD-VENDEDOR.CPY'          REPLACING ==::== BY ==-FDV==.
      *
       FD  ARQ-EQUIPE                  VALUE OF FILE-ID IS 'EQUIPE'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDQ.
       COPY 'FD-EQUIPE.CPY'            REPLACING ==::== BY ==-FDQ==.
      *
       FD  ARQ-VENDEQUIPE              VALUE OF FILE-ID IS
                                                        'VENDEQUIPE'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDH.
       COPY 'FD-VENDEQUIPE.CPY'        REPLACING ==::== BY ==-FDH==.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77  WSS-PRIMEIRA-CHAMADA        PIC  X(001)         VALUE 'S'.
           88  PRIMEIRA-CHAMADA                            VALUE 'S'.
      *
       77  WSS-VENDEDOR-ABERTO         PIC  X(001)         VALUE 'N'.
           88  VENDEDOR-ABERTO                             VALUE 'S'.
       77  WSS-EQUIPE-ABERTO           PIC  X(001)         VALUE 'N'.
           88  EQUIPE-ABERTO                               VALUE 'S'.
       77  WSS-VENDEQUIPE-ABERTO       PIC  X(001)         VALUE 'N'.
           88  VENDEQUIPE-ABERTO                           VALUE 'S'.
      *
       01  WSS-AUXILIARES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-EQUIPE               PIC  X(002)         VALUE SPACES.
           03  FS-VENDEQUIPE           PIC  X(002)         VALUE SPACES.
           03  WSS-FIM-ARQ-EQP         PIC  X(001)         VALUE 'N'.
           03  WSS-FIM-ARQ-HIS         PIC  X(001)         VALUE 'N'.
           03  WSS-PRIMEIRO-HIS        PIC  X(001)         VALUE 'S'.
      *
      *  ---> Filtro apurado na primeira chamada para o operador
           03  WSS-OPERADOR            PIC  X(010)         VALUE SPACES.
           03  WSS-FILTRO              PIC  X(001)         VALUE 'N'.
               88  OPERADOR-FILTRADO                       VALUE 'S'.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
           COPY 'SUB-EQP.CPY'          REPLACING ==::== BY ==LKS==.
      *
      *================================================================*
       PROCEDURE                       DIVISION USING LKS-EQP-PARM.
      *================================================================*
       RT-PRINCIPAL                    SECTION.
      *----------------------------------------------------------------*
      *
           IF LKS-EQP-FUNCAO           EQUAL 'F'
              PERFORM RT-FECHAR        THRU RT-FECHARX
              GOBACK
           END-IF.
      *
           IF PRIMEIRA-CHAMADA
              OR LKS-EQP-OPERADOR      NOT EQUAL WSS-OPERADOR
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
      *  ---> Todos os arquivos sao opcionais: sem EQUIPE o vendedor
      *       fica sem equipe e nenhum operador e filtrado
      *----------------------------------------------------------------*
      *
           IF PRIMEIRA-CHAMADA
              MOVE 'N'                 TO WSS-PRIMEIRA-CHAMADA
              OPEN INPUT ARQ-VENDEDOR
              IF FS-VENDEDOR           EQUAL '00'
                 MOVE 'S'              TO WSS-VENDEDOR-ABERTO
              END-IF
              OPEN INPUT ARQ-EQUIPE
              IF FS-EQUIPE             EQUAL '00'
                 MOVE 'S'              TO WSS-EQUIPE-ABERTO
              END-IF
              OPEN INPUT ARQ-VENDEQUIPE
              IF FS-VENDEQUIPE         EQUAL '00'
                 MOVE 'S'              TO WSS-VENDEQUIPE-ABERTO
              END-IF
           END-IF.
      *
           MOVE LKS-EQP-OPERADOR       TO WSS-OPERADOR.
           MOVE 'N'                    TO WSS-FILTRO.
      *
      *  ---> Administrador ve todas as equipes
           IF NOT EQUIPE-ABERTO
              OR LKS-EQP-PERFIL        EQUAL 'A' OR 'a'
              OR LKS-EQP-OPERADOR      EQUAL SPACES
              GO                       TO RT-ABRIRX
           END-IF.
      *
           MOVE ZEROS                  TO EQV-CODIGO-FDQ.
           MOVE 'N'                    TO WSS-FIM-ARQ-EQP.
      *
           START ARQ-EQUIPE            KEY IS NOT LESS EQV-CODIGO-FDQ
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-EQP
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-EQP
                                       EQUAL 'S'
              PERFORM RT-LER-EQUIPE-SEQ
                                       THRU RT-LER-EQUIPE-SEQX
           END-PERFORM.
      *
       RT-ABRIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-EQUIPE-SEQ               SECTION.
      *  ---> Operador e supervisor ou gerente de equipe ativa?
      *----------------------------------------------------------------*
      *
           READ ARQ-EQUIPE             NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-EQP
                GO                     TO RT-LER-EQUIPE-SEQX
           END-READ.
      *
           IF EQUIPE-INATIVA-FDQ
              GO                       TO RT-LER-EQUIPE-SEQX
           END-IF.
      *
           IF EQV-SUPERVISOR-FDQ       EQUAL WSS-OPERADOR
              OR EQV-GERENTE-FDQ       EQUAL WSS-OPERADOR
              MOVE 'S'                 TO WSS-FILTRO
                                          WSS-FIM-ARQ-EQP
           END-IF.
      *
       RT-LER-EQUIPE-SEQX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR                       SECTION.
      *----------------------------------------------------------------*
      *
           IF VENDEDOR-ABERTO
              CLOSE ARQ-VENDEDOR
              MOVE 'N'                 TO WSS-VENDEDOR-ABERTO
           END-IF.
      *
           IF EQUIPE-ABERTO
              CLOSE ARQ-EQUIPE
              MOVE 'N'                 TO WSS-EQUIPE-ABERTO
           END-IF.
      *
           IF VENDEQUIPE-ABERTO
              CLOSE ARQ-VENDEQUIPE
              MOVE 'N'                 TO WSS-VENDEQUIPE-ABERTO
           END-IF.
      *
           MOVE 'S'                    TO WSS-PRIMEIRA-CHAMADA.
           MOVE SPACES                 TO WSS-OPERADOR.
      *
       RT-FECHARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONSULTAR                    SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO LKS-EQP-EQUIPE.
           MOVE SPACES                 TO LKS-EQP-NOME
                                          LKS-EQP-SUPERVISOR
                                          LKS-EQP-GERENTE.
           MOVE WSS-FILTRO             TO LKS-EQP-FILTRO.
      *
      *  ---> Equipe atual pelo cadastro do vendedor
           IF VENDEDOR-ABERTO
              AND LKS-EQP-CVENDEDOR    GREATER ZEROS
              MOVE LKS-EQP-CVENDEDOR   TO CODIGO-FDV
              READ ARQ-VENDEDOR        KEY IS CODIGO-FDV
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-VENDEDOR           EQUAL '00'
                 AND EQUIPE-FDV        NUMERIC
                 MOVE EQUIPE-FDV       TO LKS-EQP-EQUIPE
              END-IF
           END-IF.
      *
      *  ---> Equipe na data pelo historico de mudancas
           IF VENDEQUIPE-ABERTO
              AND LKS-EQP-DATA         NUMERIC
              AND LKS-EQP-DATA         GREATER ZEROS
              PERFORM RT-EQUIPE-NA-DATA
                                       THRU RT-EQUIPE-NA-DATAX
           END-IF.
      *
           IF EQUIPE-ABERTO
              AND LKS-EQP-EQUIPE       GREATER ZEROS
              MOVE LKS-EQP-EQUIPE      TO EQV-CODIGO-FDQ
              READ ARQ-EQUIPE          KEY IS EQV-CODIGO-FDQ
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-EQUIPE             EQUAL '00'
                 MOVE EQV-NOME-FDQ     TO LKS-EQP-NOME
                 MOVE EQV-SUPERVISOR-FDQ
                                       TO LKS-EQP-SUPERVISOR
                 MOVE EQV-GERENTE-FDQ  TO LKS-EQP-GERENTE
              END-IF
           END-IF.
      *
           IF NOT OPERADOR-FILTRADO
              OR LKS-EQP-SUPERVISOR    EQUAL WSS-OPERADOR
              OR LKS-EQP-GERENTE       EQUAL WSS-OPERADOR
              MOVE 'S'                 TO LKS-EQP-VISIVEL
           ELSE
              MOVE 'N'                 TO LKS-EQP-VISIVEL
           END-IF.
      *
       RT-CONSULTARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EQUIPE-NA-DATA               SECTION.
      *  ---> Vale o ultimo registro com inicio ate a data; se todas
      *       as mudancas forem posteriores, vale a equipe anterior a
      *       primeira delas
      *----------------------------------------------------------------*
      *
           MOVE LKS-EQP-CVENDEDOR      TO VEQ-CVENDEDOR-FDH.
           MOVE ZEROS                  TO VEQ-DT-INICIO-FDH.
           MOVE 'N'                    TO WSS-FIM-ARQ-HIS.
           MOVE 'S'                    TO WSS-PRIMEIRO-HIS.
      *
           START ARQ-VENDEQUIPE        KEY IS NOT LESS VEQ-CHAVE-FDH
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-HIS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-HIS
                                       EQUAL 'S'
              PERFORM RT-LER-HISTORICO THRU RT-LER-HISTORICOX
           END-PERFORM.
      *
       RT-EQUIPE-NA-DATAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-HISTORICO                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-VENDEQUIPE         NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-HIS
                GO                     TO RT-LER-HISTORICOX
           END-READ.
      *
           IF VEQ-CVENDEDOR-FDH        NOT EQUAL LKS-EQP-CVENDEDOR
              MOVE 'S'                 TO WSS-FIM-ARQ-HIS
              GO                       TO RT-LER-HISTORICOX
           END-IF.
      *
           IF VEQ-DT-INICIO-FDH        GREATER LKS-EQP-DATA
              IF WSS-PRIMEIRO-HIS      EQUAL 'S'
                 MOVE VEQ-EQUIPE-ANT-FDH
                                       TO LKS-EQP-EQUIPE
              END-IF
              MOVE 'S'                 TO WSS-FIM-ARQ-HIS
              GO                       TO RT-LER-HISTORICOX
           END-IF.
      *
           MOVE 'N'                    TO WSS-PRIMEIRO-HIS.
           MOVE VEQ-EQUIPE-FDH         TO LKS-EQP-EQUIPE.
      *
       RT-LER-HISTORICOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
