      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000091.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000091 ---> SUGESTAO DE PEDIDO DE REPOSICAO *
      *     *            POR CLIENTE (HISTORICO DO PEDITEM)            *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : PERCORRE O HISTORICO DE ITENS DE PEDIDO       *
      *     *            (PEDITEM, PEDIDOS CANCELADOS E REPROVADOS     *
      *     *            FORA) E, POR CLIENTE, APURA OS PRODUTOS       *
      *     *            COMPRADOS COM REGULARIDADE (DUAS OU MAIS      *
      *     *            DATAS DE COMPRA): QUANTIDADE MEDIA, INTERVALO *
      *     *            MEDIO ENTRE COMPRAS E DIAS DESDE A ULTIMA.    *
      *     *            O PRODUTO CUJO INTERVALO USUAL JA FOI         *
      *     *            ATINGIDO ENTRA NA SUGESTAO (ARQ SUGESTAO),    *
      *     *            IMPRESSA NO ITINERARIO (PT000009) E NA        *
      *     *            CARTEIRA DE CAMPO (PT000066) E CARREGAVEL NO  *
      *     *            PEDIDO (PT000041). RODA PELA TELA OU COMO     *
      *     *            PASSO DA GRADE DE JOBS (PARAMETRO 'B').       *
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
      *  ---> Historico de itens de pedido (lido na ordem da chave)
           COPY 'SEL-PEDITEM.CPY'      REPLACING ==::== BY ==-FDI==.
      *
      *  ---> Cabecalho do pedido (situacao do pedido do item)
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Catalogo de produtos (descricao e situacao)
           COPY 'SEL-PRODUTO.CPY'      REPLACING ==::== BY ==-FDT==.
      *
      *  ---> Sugestao de reposicao gerada (recriada a cada execucao)
           COPY 'SEL-SUGESTAO.CPY'     REPLACING ==::== BY ==-FDS==.
      *
      *  ---> Relacao das sugestoes geradas nesta execucao
           SELECT  REL-SUGESTAO        ASSIGN TO WSS-ARQ-SUGESTAO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-RELSUG.
      *
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PEDITEM                 VALUE OF FILE-ID IS 'PEDITEM'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDI.
       COPY 'FD-PEDITEM.CPY'           REPLACING ==::== BY ==-FDI==.
      *
       FD  ARQ-PEDIDOS                 VALUE OF FILE-ID IS 'PEDIDOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PEDIDOS.CPY'           REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-PRODUTO                 VALUE OF FILE-ID IS 'PRODUTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDT.
       COPY 'FD-PRODUTO.CPY'           REPLACING ==::== BY ==-FDT==.
      *
       FD  ARQ-SUGESTAO                VALUE OF FILE-ID IS 'SUGESTAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDS.
       COPY 'FD-SUGESTAO.CPY'          REPLACING ==::== BY ==-FDS==.
      *
       FD  REL-SUGESTAO.
       01  REG-RELSUG                  PIC  X(100).
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
       77  WSS-FIM-ARQ-ITM             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-PRODUTO-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PRODUTO-ABERTO          VALUE 'S'.
      *
      *  ---> Compras (datas distintas) para o produto ser regular
       77  WSS-MIN-COMPRAS             PIC  9(003)         VALUE 2.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
       01  WSS-AUXILIARES.
           03  WSS-ENT                 PIC  X(001)         VALUE SPACES.
           03  WSS-MENSAGEM            PIC  X(067)         VALUE SPACES.
           03  WSS-PONTO-ERRO          PIC  9(002)         VALUE ZEROS.
           03  WSS-DESCRICAO           PIC  X(012)         VALUE SPACES.
           03  WSS-ARQUIVO             PIC  X(010)         VALUE SPACES.
           03  WSS-FSTATUS             PIC  X(002)         VALUE SPACES.
           03  WSS-LINHA               PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-LIMPA-LINHA         PIC  X(080)         VALUE SPACES.
           03  WSS-ARQ-SUGESTAO        PIC  X(030)         VALUE SPACES.
           03  WSS-PARAM               PIC  X(001)         VALUE SPACES.
               88  MODO-BATCH                      VALUE 'B' 'b'.
           03  WSS-DATA-PROC-AMD       PIC  9(008)         VALUE ZEROS.
           03  WSS-INT-HOJE            PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-CLIENTES        PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-SUGESTOES       PIC  9(007)         VALUE ZEROS.
           03  WSS-CLI-ATUAL           PIC  9(007)         VALUE ZEROS.
      *
      *  ---> Pedido do item corrente (situacao lida uma vez por
      *       pedido)
           03  WSS-PED-ATUAL.
               05  WSS-PED-CLIENTE     PIC  9(007)         VALUE ZEROS.
               05  WSS-PED-DATA        PIC  9(008)         VALUE ZEROS.
               05  WSS-PED-SEQ         PIC  9(003)         VALUE ZEROS.
           03  WSS-PED-VALIDO          PIC  X(001)         VALUE 'N'.
      *
      *  ---> Calculo da sugestao do produto
           03  WSS-INTERVALO           PIC  9(004)         VALUE ZEROS.
           03  WSS-DIAS-ULTIMA         PIC S9(007)         VALUE ZEROS.
           03  WSS-QTD-MEDIA           PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-PEDITEM              PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-PRODUTO              PIC  X(002)         VALUE SPACES.
           03  FS-SUGESTAO             PIC  X(002)         VALUE SPACES.
           03  FS-RELSUG               PIC  X(002)         VALUE SPACES.
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
      *    TABELA DOS PRODUTOS COMPRADOS PELO CLIENTE CORRENTE
      *----------------------------------------------------------------*
       01  WSS-TAB-PRODUTO.
           03  WSS-QTD-PRODUTO         PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-PRODUTO-OCR         OCCURS 300 TIMES.
               05  WSS-PRD-CODIGO      PIC  9(005).
               05  WSS-PRD-QTDE        PIC  9(009).
               05  WSS-PRD-COMPRAS     PIC  9(003).
               05  WSS-PRD-DT-PRIM     PIC  9(008).
               05  WSS-PRD-DT-ULT      PIC  9(008).
      *
       77  WSS-IDX-PRD                 PIC  9(003) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DA RELACAO DE SUGESTOES (CSV)
      *----------------------------------------------------------------*
       01  CAB-SUGESTAO.
           03  FILLER                  PIC  X(008)         VALUE
               'CLIENTE;'.
           03  FILLER                  PIC  X(008)         VALUE
               'PRODUTO;'.
           03  FILLER                  PIC  X(010)         VALUE
               'DESCRICAO;'.
           03  FILLER                  PIC  X(010)         VALUE
               'QTD MEDIA;'.
           03  FILLER                  PIC  X(008)         VALUE
               'COMPRAS;'.
           03  FILLER                  PIC  X(014)         VALUE
               'ULTIMA COMPRA;'.
           03  FILLER                  PIC  X(015)         VALUE
               'INTERVALO DIAS;'.
           03  FILLER                  PIC  X(019)         VALUE
               'DIAS DESDE A ULTIMA'.
      *
       01  DET-SUGESTAO.
           03  RSG-CCLIENTE            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RSG-CPRODUTO            PIC  9(005)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RSG-DESCRICAO           PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RSG-QTD-MEDIA           PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RSG-COMPRAS             PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RSG-DT-ULTIMA           PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RSG-INTERVALO           PIC  ZZZ9           VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RSG-DIAS-ULTIMA         PIC  ZZZZ9          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00901
      *    - Gravador do log central de erros (ERRSYS)
      *----------------------------------------------------------------*
      *
       01  WSPRV901                    PIC X(08)           VALUE
                                                            'PT000901'.
      *
           COPY 'SUB-ERRO.CPY'         REPLACING ==::== BY ==WSE==.
      *
       01  FILLER                      PIC  X(032)         VALUE
           'FFF  FIM DA WORKING-STORAGE  FFF'.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
           COPY 'SUB-PRGS.CPY'         REPLACING ==::== BY ==LKS==.
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
           MOVE LKS-PARAM              TO WSS-PARAM.
           MOVE '00'                   TO LKS-RETORNO.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS-ANO       TO WSS-DATA-PROC-AMD(1:4).
           MOVE WSS-DATA-SIS-MES       TO WSS-DATA-PROC-AMD(5:2).
           MOVE WSS-DATA-SIS-DIA       TO WSS-DATA-PROC-AMD(7:2).
           COMPUTE WSS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-PROC-AMD).
      *
           OPEN INPUT ARQ-PEDITEM.
      *
      *  ---> Sem itens de pedido nao ha historico para sugerir
           IF FS-PEDITEM               EQUAL '05' OR '35'
              MOVE 'Nenhum item de pedido para analisar'
                                       TO LKS-MENSAGEM
              GOBACK
           END-IF.
      *
           IF FS-PEDITEM               NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'PEDITEM'           TO WSS-ARQUIVO
              MOVE FS-PEDITEM          TO WSS-FSTATUS
              MOVE 1                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN INPUT ARQ-PEDIDOS.
      *
           IF FS-PEDIDOS               NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'PEDIDOS'           TO WSS-ARQUIVO
              MOVE FS-PEDIDOS          TO WSS-FSTATUS
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Catalogo opcional: sem ele a sugestao sai sem descricao
           OPEN INPUT ARQ-PRODUTO.
           IF FS-PRODUTO               EQUAL '00'
              MOVE 'S'                 TO WSS-PRODUTO-ABERTO
           END-IF.
      *
      *  ---> Sugestao e recriada por inteiro a cada execucao
           OPEN OUTPUT ARQ-SUGESTAO.
      *
           IF FS-SUGESTAO              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'SUGESTAO'          TO WSS-ARQUIVO
              MOVE FS-SUGESTAO         TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'AUDITORIA'         TO WSS-ARQUIVO
              MOVE FS-AUDITORIA        TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-INICIALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PROCESSAR                    SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT MODO-BATCH
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
              DISPLAY ' ..... SUGESTAO DE PEDIDO DE REPOSICAO .....'
                                       LINE 05 COL 18
              MOVE "Processando... aguarde."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
           END-IF.
      *
           STRING 'SUGESTAO-'          DELIMITED BY SIZE
                  WSS-DATA-PROC-AMD    DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-SUGESTAO
           END-STRING.
      *
           OPEN OUTPUT REL-SUGESTAO.
           WRITE REG-RELSUG            FROM CAB-SUGESTAO.
      *
           MOVE ZEROS                  TO WSS-CLI-ATUAL
                                          WSS-QTD-PRODUTO.
           INITIALIZE WSS-PED-ATUAL.
      *
           MOVE ZEROS                  TO ITM-CCLIENTE-FDI
                                          ITM-DATA-FDI
                                          ITM-SEQ-FDI
                                          ITM-ITEM-FDI.
           MOVE 'N'                    TO WSS-FIM-ARQ-ITM.
      *
           START ARQ-PEDITEM           KEY IS NOT LESS ITM-CHAVE-FDI
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-ITM
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ITM
                                       EQUAL 'S' OR 's'
              PERFORM RT-TRATAR-ITEM   THRU RT-TRATAR-ITEMX
           END-PERFORM.
      *
      *  ---> Ultimo cliente do historico
           IF WSS-CLI-ATUAL            GREATER ZEROS
              PERFORM RT-FECHAR-CLIENTE
                                       THRU RT-FECHAR-CLIENTEX
           END-IF.
      *
           CLOSE REL-SUGESTAO.
      *
           MOVE WSS-ARQ-SUGESTAO       TO LKS-ARQ-REL.
      *
           MOVE 'SUGESTAO DE REPOSICAO GERADA'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'Clientes: ' WSS-QTD-CLIENTES
                  ' Sugestoes: ' WSS-QTD-SUGESTOES
              DELIMITED BY SIZE        INTO LKS-MENSAGEM
           END-STRING.
      *
           IF NOT MODO-BATCH
              MOVE LKS-MENSAGEM        TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
       RT-PROCESSARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-ITEM                  SECTION.
      *  ---> Acumula o item no produto do cliente corrente; a troca
      *       de cliente fecha a apuracao do cliente anterior
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDITEM            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-ITM
                GO                     TO RT-TRATAR-ITEMX
           END-READ.
      *
           IF ITM-CCLIENTE-FDI         NOT EQUAL WSS-CLI-ATUAL
              IF WSS-CLI-ATUAL         GREATER ZEROS
                 PERFORM RT-FECHAR-CLIENTE
                                       THRU RT-FECHAR-CLIENTEX
              END-IF
              MOVE ITM-CCLIENTE-FDI    TO WSS-CLI-ATUAL
              MOVE ZEROS               TO WSS-QTD-PRODUTO
              ADD 1                    TO WSS-QTD-CLIENTES
           END-IF.
      *
      *  ---> Pedido cancelado ou reprovado nao conta como compra
           IF ITM-CCLIENTE-FDI         NOT EQUAL WSS-PED-CLIENTE
              OR ITM-DATA-FDI          NOT EQUAL WSS-PED-DATA
              OR ITM-SEQ-FDI           NOT EQUAL WSS-PED-SEQ
              MOVE ITM-CCLIENTE-FDI    TO WSS-PED-CLIENTE
                                          PED-CCLIENTE-FDP
              MOVE ITM-DATA-FDI        TO WSS-PED-DATA
                                          PED-DATA-FDP
              MOVE ITM-SEQ-FDI         TO WSS-PED-SEQ
                                          PED-SEQ-FDP
              MOVE 'S'                 TO WSS-PED-VALIDO
              READ ARQ-PEDIDOS         KEY IS PED-CHAVE-FDP
                   INVALID KEY
                       MOVE 'N'        TO WSS-PED-VALIDO
              END-READ
              IF PEDIDO-CANCELADO-FDP
                 OR PEDIDO-REPROVADO-FDP
                 MOVE 'N'              TO WSS-PED-VALIDO
              END-IF
           END-IF.
      *
           IF WSS-PED-VALIDO           NOT EQUAL 'S'
              GO                       TO RT-TRATAR-ITEMX
           END-IF.
      *
           PERFORM VARYING WSS-IDX-PRD FROM 1 BY 1
                   UNTIL   WSS-IDX-PRD GREATER WSS-QTD-PRODUTO
                      OR   WSS-PRD-CODIGO (WSS-IDX-PRD)
                                       EQUAL ITM-CPRODUTO-FDI
              CONTINUE
           END-PERFORM.
      *
           IF WSS-IDX-PRD              GREATER WSS-QTD-PRODUTO
              IF WSS-QTD-PRODUTO       LESS 300
                 ADD 1                 TO WSS-QTD-PRODUTO
                 MOVE WSS-QTD-PRODUTO  TO WSS-IDX-PRD
                 MOVE ITM-CPRODUTO-FDI TO WSS-PRD-CODIGO (WSS-IDX-PRD)
                 MOVE ITM-QTDE-FDI     TO WSS-PRD-QTDE (WSS-IDX-PRD)
                 MOVE 1                TO WSS-PRD-COMPRAS (WSS-IDX-PRD)
                 MOVE ITM-DATA-FDI     TO WSS-PRD-DT-PRIM (WSS-IDX-PRD)
                                          WSS-PRD-DT-ULT (WSS-IDX-PRD)
              END-IF
              GO                       TO RT-TRATAR-ITEMX
           END-IF.
      *
      *  ---> Mais de um pedido na mesma data conta uma compra so
           ADD ITM-QTDE-FDI            TO WSS-PRD-QTDE (WSS-IDX-PRD).
      *
           IF ITM-DATA-FDI             NOT EQUAL
                                       WSS-PRD-DT-ULT (WSS-IDX-PRD)
              ADD 1                    TO WSS-PRD-COMPRAS (WSS-IDX-PRD)
              MOVE ITM-DATA-FDI        TO WSS-PRD-DT-ULT (WSS-IDX-PRD)
           END-IF.
      *
       RT-TRATAR-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR-CLIENTE               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WSS-IDX-PRD FROM 1 BY 1
                   UNTIL   WSS-IDX-PRD GREATER WSS-QTD-PRODUTO
              PERFORM RT-AVALIAR-PRODUTO
                                       THRU RT-AVALIAR-PRODUTOX
           END-PERFORM.
      *
       RT-FECHAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVALIAR-PRODUTO              SECTION.
      *  ---> Produto regular cujo intervalo medio entre compras ja foi
      *       atingido desde a ultima compra entra na sugestao, com a
      *       quantidade media por compra
      *----------------------------------------------------------------*
      *
           IF WSS-PRD-COMPRAS (WSS-IDX-PRD)
                                       LESS WSS-MIN-COMPRAS
              GO                       TO RT-AVALIAR-PRODUTOX
           END-IF.
      *
           COMPUTE WSS-INTERVALO ROUNDED =
                 ( FUNCTION INTEGER-OF-DATE
                            (WSS-PRD-DT-ULT (WSS-IDX-PRD))
                 - FUNCTION INTEGER-OF-DATE
                            (WSS-PRD-DT-PRIM (WSS-IDX-PRD)) )
                 / (WSS-PRD-COMPRAS (WSS-IDX-PRD) - 1).
      *
           COMPUTE WSS-DIAS-ULTIMA = WSS-INT-HOJE
                 - FUNCTION INTEGER-OF-DATE
                            (WSS-PRD-DT-ULT (WSS-IDX-PRD)).
      *
           IF WSS-DIAS-ULTIMA          LESS WSS-INTERVALO
              GO                       TO RT-AVALIAR-PRODUTOX
           END-IF.
      *
           MOVE SPACES                 TO SUG-DESCRICAO-FDS.
      *
           IF PRODUTO-ABERTO
              MOVE WSS-PRD-CODIGO (WSS-IDX-PRD)
                                       TO PRO-CODIGO-FDT
              READ ARQ-PRODUTO         KEY IS PRO-CODIGO-FDT
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-PRODUTO            EQUAL '00'
      *  ---> Produto fora de linha nao e mais sugerido
                 IF PRODUTO-INATIVO-FDT
                    GO                 TO RT-AVALIAR-PRODUTOX
                 END-IF
                 MOVE PRO-DESCRICAO-FDT
                                       TO SUG-DESCRICAO-FDS
              END-IF
           END-IF.
      *
           COMPUTE WSS-QTD-MEDIA ROUNDED =
                   WSS-PRD-QTDE (WSS-IDX-PRD)
                 / WSS-PRD-COMPRAS (WSS-IDX-PRD).
      *
           MOVE WSS-CLI-ATUAL          TO SUG-CCLIENTE-FDS.
           MOVE WSS-PRD-CODIGO (WSS-IDX-PRD)
                                       TO SUG-CPRODUTO-FDS.
           MOVE WSS-QTD-MEDIA          TO SUG-QTD-MEDIA-FDS.
           MOVE WSS-PRD-COMPRAS (WSS-IDX-PRD)
                                       TO SUG-COMPRAS-FDS.
           MOVE WSS-PRD-DT-ULT (WSS-IDX-PRD)
                                       TO SUG-DT-ULTIMA-FDS.
           MOVE WSS-INTERVALO          TO SUG-INTERVALO-FDS.
           MOVE WSS-DIAS-ULTIMA        TO SUG-DIAS-ULTIMA-FDS.
           MOVE WSS-DATA-PROC-AMD      TO SUG-DT-CALCULO-FDS.
      *
           WRITE REG-FDS.
      *
           IF FS-SUGESTAO              NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'SUGESTAO'          TO WSS-ARQUIVO
              MOVE FS-SUGESTAO         TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE SUG-CCLIENTE-FDS       TO RSG-CCLIENTE.
           MOVE SUG-CPRODUTO-FDS       TO RSG-CPRODUTO.
           MOVE SUG-DESCRICAO-FDS      TO RSG-DESCRICAO.
           MOVE SUG-QTD-MEDIA-FDS      TO RSG-QTD-MEDIA.
           MOVE SUG-COMPRAS-FDS        TO RSG-COMPRAS.
           MOVE SUG-DT-ULTIMA-FDS      TO RSG-DT-ULTIMA.
           MOVE SUG-INTERVALO-FDS      TO RSG-INTERVALO.
           MOVE SUG-DIAS-ULTIMA-FDS    TO RSG-DIAS-ULTIMA.
      *
           WRITE REG-RELSUG            FROM DET-SUGESTAO.
      *
           ADD 1                       TO WSS-QTD-SUGESTOES.
      *
       RT-AVALIAR-PRODUTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LIMPAR-TELA                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 4                      TO WSS-LINHA.
      *
           PERFORM VARYING WSS-LINHA   FROM 04 BY 01
                   UNTIL   WSS-LINHA   EQUAL 22
              DISPLAY WSS-LIMPA-LINHA  LINE WSS-LINHA COL 1
           END-PERFORM.
      *
       RT-LIMPAR-TELAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DATA-SISTEMA                 SECTION.
      *----------------------------------------------------------------*
      *
           IF LKS-DATA-PROC             EQUAL SPACES
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
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE 'PT000091'             TO WSS-AUD-PROGRAMA.
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
       RT-ERROS                        SECTION.
      *----------------------------------------------------------------*
      *
           STRING 'Erro ' WSS-DESCRICAO 'arquivo ' WSS-ARQUIVO
                  ' - FS: ' WSS-FSTATUS ' Local: #' WSS-PONTO-ERRO '#'
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
      *
      *  ---> Registra o erro no log central (ERRSYS)
           MOVE 'PT000091'             TO WSE-ERR-PROGRAMA.
           MOVE WSS-PONTO-ERRO         TO WSE-ERR-PONTO.
           MOVE WSS-ARQUIVO            TO WSE-ERR-ARQUIVO.
           MOVE WSS-FSTATUS            TO WSE-ERR-FSTATUS.
           MOVE SPACES                 TO WSE-ERR-CHAVE.
           MOVE WSS-DESCRICAO          TO WSE-ERR-DESCRICAO.
           CALL WSPRV901               USING WSE-ERR-PARM.
      *
           IF NOT MODO-BATCH
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
           MOVE '09'                   TO LKS-RETORNO.
           MOVE WSS-MENSAGEM(1:50)     TO LKS-MENSAGEM.
      *
           GOBACK.
      *
       RT-ERROSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FINALIZAR                    SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-PEDITEM
                 ARQ-PEDIDOS
                 ARQ-SUGESTAO
                 ARQ-AUDITORIA.
      *
           IF PRODUTO-ABERTO
              CLOSE ARQ-PRODUTO
              MOVE 'N'                 TO WSS-PRODUTO-ABERTO
           END-IF.
      *
           MOVE '00'                   TO LKS-RETORNO.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
