      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PRV00906.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PRV00906 ---> DECISAO SOBRE OS EQUIPAMENTOS   *
      *     *            EM COMODATO DE UM CLIENTE QUE SAI DA BASE     *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : CHAMADO NA CONSOLIDACAO DE CADASTROS, NA      *
      *     *            ANONIMIZACAO, NA INATIVACAO E NA EXCLUSAO DE  *
      *     *            CLIENTES. LISTA OS EQUIPAMENTOS EM COMODATO   *
      *     *            NO CLIENTE E EXIGE DO OPERADOR UMA DECISAO    *
      *     *            PARA CADA UM: TRANSFERIR AO CLIENTE DESTINO   *
      *     *            (SOBREVIVENTE DA CONSOLIDACAO), RECOLHER AO   *
      *     *            ESTOQUE OU BAIXAR. SO APLICA AS DECISOES      *
      *     *            QUANDO TODOS FORAM DECIDIDOS; SE O OPERADOR   *
      *     *            CANCELA, NADA E ALTERADO E O RETORNO E 1.     *
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
      *  ---> Cadastro de equipamentos e historico de comodatos
           COPY 'SEL-EQUIPAMENTO.CPY'  REPLACING ==::== BY ==-FDE==.
           COPY 'SEL-COMODATO.CPY'     REPLACING ==::== BY ==-FDO==.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD  ARQ-EQUIPAMENTO             VALUE OF FILE-ID IS
                                                        'EQUIPAMENTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDE.
       COPY 'FD-EQUIPAMENTO.CPY'       REPLACING ==::== BY ==-FDE==.
      *
       FD  ARQ-COMODATO                VALUE OF FILE-ID IS 'COMODATO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-COMODATO.CPY'          REPLACING ==::== BY ==-FDO==.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77  WSS-FIM-EQP                 PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    TABELA DOS EQUIPAMENTOS DO CLIENTE E DECISAO DE CADA UM
      *    ('T' transferir, 'R' recolher, 'B' baixar)
      *----------------------------------------------------------------*
       77  WSS-QTD-EQP                 PIC  9(003) COMP-3  VALUE ZEROS.
       77  WSS-IDX-EQP                 PIC  9(003) COMP-3  VALUE ZEROS.
      *
       01  WSS-TAB-EQUIPAMENTOS.
           03  WSS-ITEM-EQP            OCCURS 100 TIMES.
               05  WSS-EQP-SERIE       PIC  X(020).
               05  WSS-EQP-DESCRICAO   PIC  X(030).
               05  WSS-EQP-DECISAO     PIC  X(001).
      *
       01  WSS-AUXILIARES.
           03  WSS-ENT                 PIC  X(001)         VALUE SPACES.
           03  WSS-DECISAO             PIC  X(001)         VALUE SPACES.
               88  DECISAO-VALIDA      VALUE 'T' 't' 'R' 'r' 'B' 'b'
                                             'C' 'c'.
           03  WSS-MENSAGEM            PIC  X(067)         VALUE SPACES.
           03  WSS-LINHA               PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-LIMPA-LINHA         PIC  X(080)         VALUE SPACES.
           03  WSS-PONTO-ERRO          PIC  9(002)         VALUE ZEROS.
           03  WSS-CONTRATO            PIC  X(015)         VALUE SPACES.
           03  FS-EQUIPAMENTO          PIC  X(002)         VALUE SPACES.
           03  FS-COMODATO             PIC  X(002)         VALUE SPACES.
      *
       01  WSS-LINHA-EQP.
           03  LEQ-SEQ                 PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  LEQ-SERIE               PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  LEQ-DESCRICAO           PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  LEQ-DECISAO             PIC  X(012)         VALUE SPACES.
      *
       01  WSS-CAB-EQP.
           03  FILLER                  PIC  X(025)         VALUE
               ' Equipamentos em comodato'.
           03  FILLER                  PIC  X(013)         VALUE
               ' no cliente: '.
           03  CEQ-CLIENTE             PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(011)         VALUE
               '  Destino: '.
           03  CEQ-DESTINO             PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00901
      *    - Gravador do log central de erros (ERRSYS)
      *----------------------------------------------------------------*
      *
       01  WSPRV901                    PIC X(08)           VALUE
                                                            'PT000901'.
      *
           COPY 'SUB-ERRO.CPY'         REPLACING ==::== BY ==WSS==.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
           COPY 'SUB-CMD.CPY'          REPLACING ==::== BY ==LKS==.
      *
      *----------------------------------------------------------------*
      *    AREA DE TELAS
      *----------------------------------------------------------------*
       SCREEN                          SECTION.
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
       PROCEDURE                       DIVISION USING LKS-CMD-PARM.
      *================================================================*
       RT-PRINCIPAL                    SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO LKS-CMD-QTD
                                          LKS-CMD-RETORNO
                                          WSS-QTD-EQP.
      *
      *  ---> Sem o cadastro de equipamentos nao ha o que decidir
           OPEN I-O ARQ-EQUIPAMENTO.
           IF FS-EQUIPAMENTO           NOT EQUAL '00'
              GOBACK
           END-IF.
      *
           PERFORM RT-CARREGAR-EQUIPAMENTOS
                                       THRU RT-CARREGAR-EQUIPAMENTOSX.
      *
           IF WSS-QTD-EQP              EQUAL ZEROS
              CLOSE ARQ-EQUIPAMENTO
              GOBACK
           END-IF.
      *
           OPEN I-O ARQ-COMODATO.
      *
           IF FS-COMODATO              EQUAL '05' OR '35'
              CLOSE ARQ-COMODATO
              OPEN OUTPUT ARQ-COMODATO
              CLOSE ARQ-COMODATO
              OPEN I-O ARQ-COMODATO
           END-IF.
      *
           PERFORM RT-DECIDIR          THRU RT-DECIDIRX.
      *
           IF LKS-CMD-RETORNO          EQUAL ZEROS
              PERFORM VARYING WSS-IDX-EQP FROM 1 BY 1
                      UNTIL   WSS-IDX-EQP GREATER WSS-QTD-EQP
                 PERFORM RT-APLICAR-DECISAO
                                       THRU RT-APLICAR-DECISAOX
              END-PERFORM
              MOVE WSS-QTD-EQP         TO LKS-CMD-QTD
           END-IF.
      *
           CLOSE ARQ-EQUIPAMENTO
                 ARQ-COMODATO.
      *
           GOBACK.
      *
       RT-PRINCIPALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARREGAR-EQUIPAMENTOS        SECTION.
      *  ---> Equipamentos em comodato no cliente (chave alternativa
      *       EQP-CCLIENTE), guardados em tabela para decisao
      *----------------------------------------------------------------*
      *
           MOVE LKS-CMD-CCLIENTE       TO EQP-CCLIENTE-FDE.
           MOVE 'N'                    TO WSS-FIM-EQP.
      *
           START ARQ-EQUIPAMENTO       KEY IS EQUAL EQP-CCLIENTE-FDE
                INVALID KEY
                    MOVE 'S'            TO WSS-FIM-EQP
           END-START.
      *
           PERFORM UNTIL WSS-FIM-EQP   EQUAL 'S'
              READ ARQ-EQUIPAMENTO     NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-EQP
                NOT AT END
                   IF EQP-CCLIENTE-FDE NOT EQUAL LKS-CMD-CCLIENTE
                      MOVE 'S'         TO WSS-FIM-EQP
                   ELSE
                      IF EQP-EM-COMODATO-FDE
                         AND WSS-QTD-EQP
                                       LESS 100
                         ADD 1         TO WSS-QTD-EQP
                         MOVE EQP-SERIE-FDE
                                       TO WSS-EQP-SERIE (WSS-QTD-EQP)
                         MOVE EQP-DESCRICAO-FDE
                                 TO WSS-EQP-DESCRICAO (WSS-QTD-EQP)
                         MOVE SPACES   TO WSS-EQP-DECISAO (WSS-QTD-EQP)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-CARREGAR-EQUIPAMENTOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DECIDIR                      SECTION.
      *  ---> Pede uma decisao para cada equipamento; 'C' cancela a
      *       operacao do chamador sem alterar nenhum equipamento
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WSS-LINHA   FROM 04 BY 01
                   UNTIL   WSS-LINHA   EQUAL 22
              DISPLAY WSS-LIMPA-LINHA  LINE WSS-LINHA COL 1
           END-PERFORM.
      *
           MOVE LKS-CMD-CCLIENTE       TO CEQ-CLIENTE.
           MOVE LKS-CMD-DESTINO        TO CEQ-DESTINO.
           DISPLAY WSS-CAB-EQP         LINE 05 COL 05.
      *
           PERFORM VARYING WSS-IDX-EQP FROM 1 BY 1
                   UNTIL   WSS-IDX-EQP GREATER WSS-QTD-EQP
                      OR   LKS-CMD-RETORNO
                                       NOT EQUAL ZEROS
              PERFORM RT-DECIDIR-ITEM  THRU RT-DECIDIR-ITEMX
           END-PERFORM.
      *
       RT-DECIDIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DECIDIR-ITEM                 SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WSS-LINHA = 7 + FUNCTION MOD (WSS-IDX-EQP - 1, 14).
      *
           MOVE WSS-IDX-EQP            TO LEQ-SEQ.
           MOVE WSS-EQP-SERIE (WSS-IDX-EQP)
                                       TO LEQ-SERIE.
           MOVE WSS-EQP-DESCRICAO (WSS-IDX-EQP)
                                       TO LEQ-DESCRICAO.
           MOVE SPACES                 TO LEQ-DECISAO.
           DISPLAY WSS-LINHA-EQP       LINE WSS-LINHA COL 03.
      *
           MOVE SPACES                 TO WSS-DECISAO.
      *
           PERFORM UNTIL DECISAO-VALIDA
              IF LKS-CMD-DESTINO       EQUAL ZEROS
                 MOVE "R-Recolher ao estoque  B-Baixar  C-Cancelar: "
                                       TO WSS-MENSAGEM
              ELSE
                 MOVE "T-Transferir  R-Recolher  B-Baixar  C-Cancelar: "
                                       TO WSS-MENSAGEM
              END-IF
              DISPLAY TELA-MENSAGENS
              MOVE SPACES              TO WSS-DECISAO
              ACCEPT WSS-DECISAO       LINE 24 COL 62
                                            WITH PROMPT AUTO-SKIP
              IF (WSS-DECISAO          EQUAL 'T' OR 't')
                 AND LKS-CMD-DESTINO   EQUAL ZEROS
                 MOVE SPACES           TO WSS-DECISAO
              END-IF
           END-PERFORM.
      *
           EVALUATE WSS-DECISAO
               WHEN 'T'
               WHEN 't'
                    MOVE 'T'           TO WSS-EQP-DECISAO (WSS-IDX-EQP)
                    MOVE 'TRANSFERIR'  TO LEQ-DECISAO
               WHEN 'R'
               WHEN 'r'
                    MOVE 'R'           TO WSS-EQP-DECISAO (WSS-IDX-EQP)
                    MOVE 'RECOLHER'    TO LEQ-DECISAO
               WHEN 'B'
               WHEN 'b'
                    MOVE 'B'           TO WSS-EQP-DECISAO (WSS-IDX-EQP)
                    MOVE 'BAIXAR'      TO LEQ-DECISAO
               WHEN OTHER
                    MOVE 1             TO LKS-CMD-RETORNO
                    MOVE 'CANCELADO'   TO LEQ-DECISAO
           END-EVALUATE.
      *
           DISPLAY WSS-LINHA-EQP       LINE WSS-LINHA COL 03.
      *
       RT-DECIDIR-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APLICAR-DECISAO              SECTION.
      *  ---> Encerra o comodato vigente e atualiza o equipamento; na
      *       transferencia abre um novo comodato para o destino com
      *       o mesmo contrato
      *----------------------------------------------------------------*
      *
           MOVE WSS-EQP-SERIE (WSS-IDX-EQP)
                                       TO EQP-SERIE-FDE.
      *
           READ ARQ-EQUIPAMENTO        KEY IS EQP-SERIE-FDE
                INVALID KEY
                    GO                 TO RT-APLICAR-DECISAOX
           END-READ.
      *
           MOVE EQP-SERIE-FDE          TO CMD-SERIE-FDO.
           MOVE EQP-DT-INICIO-FDE      TO CMD-DT-INICIO-FDO.
           MOVE SPACES                 TO WSS-CONTRATO.
      *
           READ ARQ-COMODATO           KEY IS CMD-CHAVE-FDO
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-COMODATO              EQUAL '00'
              MOVE CMD-CONTRATO-FDO    TO WSS-CONTRATO
      *  ---> Transferencia no mesmo dia do inicio: o proprio comodato
      *       passa ao destino (a chave serie + inicio nao se repete)
              IF WSS-EQP-DECISAO (WSS-IDX-EQP)
                                       EQUAL 'T'
                 AND CMD-DT-INICIO-FDO EQUAL LKS-CMD-DATA
                 MOVE LKS-CMD-DESTINO  TO CMD-CCLIENTE-FDO
              ELSE
                 MOVE WSS-EQP-DECISAO (WSS-IDX-EQP)
                                       TO CMD-SITUACAO-FDO
                 IF WSS-EQP-DECISAO (WSS-IDX-EQP)
                                       EQUAL 'R'
                    MOVE 'D'           TO CMD-SITUACAO-FDO
                 END-IF
                 MOVE LKS-CMD-DATA     TO CMD-DT-FIM-FDO
                 MOVE LKS-CMD-MOTIVO   TO CMD-MOTIVO-FDO
                 MOVE LKS-CMD-OPERADOR TO CMD-OPERADOR-FDO
              END-IF
              REWRITE REG-FDO
              IF FS-COMODATO           NOT EQUAL '00'
                 MOVE 1                TO WSS-PONTO-ERRO
                 PERFORM RT-LOGAR-ERRO THRU RT-LOGAR-ERROX
              END-IF
           END-IF.
      *
           EVALUATE WSS-EQP-DECISAO (WSS-IDX-EQP)
               WHEN 'T'
                    IF EQP-DT-INICIO-FDE
                                       NOT EQUAL LKS-CMD-DATA
                       PERFORM RT-ABRIR-COMODATO
                                       THRU RT-ABRIR-COMODATOX
                    END-IF
                    MOVE LKS-CMD-DESTINO
                                       TO EQP-CCLIENTE-FDE
                    MOVE LKS-CMD-DATA  TO EQP-DT-INICIO-FDE
               WHEN 'R'
                    MOVE 'E'           TO EQP-SITUACAO-FDE
                    MOVE ZEROS         TO EQP-CCLIENTE-FDE
                                          EQP-DT-INICIO-FDE
               WHEN 'B'
                    MOVE 'B'           TO EQP-SITUACAO-FDE
                    MOVE ZEROS         TO EQP-CCLIENTE-FDE
                                          EQP-DT-INICIO-FDE
           END-EVALUATE.
      *
           MOVE SPACES                 TO EQP-NAO-LOCALIZADO-FDE.
           MOVE LKS-CMD-DATA           TO EQP-DT-ALTERACAO-FDE.
      *
           REWRITE REG-FDE.
           IF FS-EQUIPAMENTO           NOT EQUAL '00'
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-LOGAR-ERRO    THRU RT-LOGAR-ERROX
           END-IF.
      *
       RT-APLICAR-DECISAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR-COMODATO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE EQP-SERIE-FDE          TO CMD-SERIE-FDO.
           MOVE LKS-CMD-DATA           TO CMD-DT-INICIO-FDO.
           MOVE LKS-CMD-DESTINO        TO CMD-CCLIENTE-FDO.
           MOVE WSS-CONTRATO           TO CMD-CONTRATO-FDO.
           MOVE 'A'                    TO CMD-SITUACAO-FDO.
           MOVE ZEROS                  TO CMD-DT-FIM-FDO.
           MOVE LKS-CMD-MOTIVO         TO CMD-MOTIVO-FDO.
           MOVE LKS-CMD-OPERADOR       TO CMD-OPERADOR-FDO.
      *
           WRITE REG-FDO.
           IF FS-COMODATO              NOT EQUAL '00'
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-LOGAR-ERRO    THRU RT-LOGAR-ERROX
           END-IF.
      *
       RT-ABRIR-COMODATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LOGAR-ERRO                   SECTION.
      *  ---> Falha de gravacao vai ao log central (ERRSYS); as demais
      *       decisoes continuam sendo aplicadas
      *----------------------------------------------------------------*
      *
           MOVE 'PT000907'             TO WSS-ERR-PROGRAMA.
           MOVE WSS-PONTO-ERRO         TO WSS-ERR-PONTO.
           MOVE EQP-SERIE-FDE          TO WSS-ERR-CHAVE.
           MOVE 'ao gravar  '          TO WSS-ERR-DESCRICAO.
      *
           IF WSS-PONTO-ERRO           EQUAL 2
              MOVE 'EQUIPAMENT'        TO WSS-ERR-ARQUIVO
              MOVE FS-EQUIPAMENTO      TO WSS-ERR-FSTATUS
           ELSE
              MOVE 'COMODATO'          TO WSS-ERR-ARQUIVO
              MOVE FS-COMODATO         TO WSS-ERR-FSTATUS
           END-IF.
      *
           CALL WSPRV901               USING WSS-ERR-PARM.
      *
       RT-LOGAR-ERROX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
