      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000092.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000092 ---> LACUNAS DE VENDA CRUZADA POR    *
      *     *            SEGMENTO (PRODUTOS POPULARES NAO COMPRADOS)   *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : APURA, PELO HISTORICO DE ITENS DE PEDIDO      *
      *     *            (CANCELADOS E REPROVADOS FORA), QUANTOS       *
      *     *            CLIENTES DE CADA SEGMENTO COMPRAM CADA        *
      *     *            PRODUTO. PRODUTO COMPRADO PELA MAIORIA DOS    *
      *     *            CLIENTES DO SEGMENTO E POPULAR; PARA CADA     *
      *     *            CLIENTE DA CARTEIRA DE CADA VENDEDOR, LISTA   *
      *     *            OS POPULARES DO SEU SEGMENTO QUE ELE NUNCA    *
      *     *            PEDIU, DO MAIS COMUM PARA O MENOS COMUM.      *
      *     *            GERA LACUNA-<VENDEDOR>-AAAAMMDD.CSV POR       *
      *     *            VENDEDOR (REGISTRADO NO CATREL PARA AS        *
      *     *            ASSINATURAS DO PT000078) E O ARQUIVO LACUNA,  *
      *     *            LIDO PELA CARTEIRA DE CAMPO (PT000066). RODA  *
      *     *            PELA TELA OU NA GRADE DE JOBS (PARAMETRO 'B').*
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
      *  ---> Arquivo CLIENTES (segmento de mercado do cliente)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Arquivo DISTRIBUICAO (carteira vigente por vendedor)
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Arquivo VENDEDOR (um relatorio por vendedor ativo)
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
      *  ---> Catalogo de produtos (descricao e situacao)
           COPY 'SEL-PRODUTO.CPY'      REPLACING ==::== BY ==-FDT==.
      *
      *  ---> Lacunas por cliente (recriado a cada execucao)
           COPY 'SEL-LACUNA.CPY'       REPLACING ==::== BY ==-FDL==.
      *
      *  ---> Catalogo central de relatorios gerados (assinaturas)
           COPY 'SEL-CATALOGO.CPY'     REPLACING ==::== BY ==-FDK==.
      *
      *  ---> Relatorio de lacunas de um vendedor
           SELECT  REL-LACUNA          ASSIGN TO WSS-ARQ-LACUNA
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-RELLAC.
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
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-DISTRIBUIR              VALUE OF FILE-ID IS
                                                       'DISTRIBUICAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DISTRIBUIR.CPY'        REPLACING ==::== BY ==-FDD==.
      *
       FD  ARQ-VENDEDOR                VALUE OF FILE-ID IS 'VENDEDOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDV.
       COPY 'FD-VENDEDOR.CPY'          REPLACING ==::== BY ==-FDV==.
      *
       FD  ARQ-PRODUTO                 VALUE OF FILE-ID IS 'PRODUTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDT.
       COPY 'FD-PRODUTO.CPY'           REPLACING ==::== BY ==-FDT==.
      *
       FD  ARQ-LACUNA                  VALUE OF FILE-ID IS 'LACUNA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDL.
       COPY 'FD-LACUNA.CPY'            REPLACING ==::== BY ==-FDL==.
      *
       FD  ARQ-CATALOGO
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-CATALOGO.CPY'          REPLACING ==::== BY ==-FDK==.
      *
       FD  REL-LACUNA.
       01  REG-RELLAC                  PIC  X(160).
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
       77  WSS-FIM-ARQ-VEN             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-CARTEIRA            PIC  X(001)         VALUE 'N'.
      *
       77  WSS-PRODUTO-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PRODUTO-ABERTO          VALUE 'S'.
      *
      *  ---> Produto popular: comprado por pelo menos este percentual
      *       dos clientes do segmento com pedidos
       77  WSS-PCT-POPULAR             PIC  9(003)         VALUE 50.
      *  ---> Segmento com menos clientes compradores nao tem pares
      *       suficientes para comparacao
       77  WSS-MIN-CLI-SEGMENTO        PIC  9(003)         VALUE 3.
      *  ---> Lacunas listadas por cliente (as mais comuns)
       77  WSS-MAX-LACUNAS             PIC  9(003) COMP-3  VALUE 10.
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
           03  WSS-ARQ-LACUNA          PIC  X(030)         VALUE SPACES.
           03  WSS-PARAM               PIC  X(001)         VALUE SPACES.
               88  MODO-BATCH                      VALUE 'B' 'b'.
           03  WSS-DATA-PROC-AMD       PIC  9(008)         VALUE ZEROS.
           03  WSS-CLI-ATUAL           PIC  9(007)         VALUE ZEROS.
           03  WSS-SEG-CLIENTE         PIC  9(003)         VALUE ZEROS.
           03  WSS-QTD-RELATORIOS      PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-LACUNAS         PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-LAC-VEND        PIC  9(007)         VALUE ZEROS.
           03  WSS-ACHOU               PIC  X(001)         VALUE 'N'.
      *
      *  ---> Pedido do item corrente (situacao lida uma vez por
      *       pedido)
           03  WSS-PED-ATUAL.
               05  WSS-PED-CLIENTE     PIC  9(007)         VALUE ZEROS.
               05  WSS-PED-DATA        PIC  9(008)         VALUE ZEROS.
               05  WSS-PED-SEQ         PIC  9(003)         VALUE ZEROS.
           03  WSS-PED-VALIDO          PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-PEDITEM              PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-PRODUTO              PIC  X(002)         VALUE SPACES.
           03  FS-LACUNA               PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
           03  FS-RELLAC               PIC  X(002)         VALUE SPACES.
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
      *    TABELA DOS PRODUTOS JA PEDIDOS PELO CLIENTE CORRENTE
      *----------------------------------------------------------------*
       01  WSS-TAB-CLIPRD.
           03  WSS-QTD-CLIPRD          PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-CLIPRD-OCR          OCCURS 300 TIMES.
               05  WSS-CPR-CODIGO      PIC  9(005).
      *
       77  WSS-IDX-CPR                 PIC  9(003) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DOS SEGMENTOS: CLIENTES COM PEDIDOS NO SEGMENTO E,
      *    POR PRODUTO, QUANTOS DESSES CLIENTES JA O PEDIRAM
      *----------------------------------------------------------------*
       01  WSS-TAB-SEGMENTO.
           03  WSS-QTD-SEGMENTO        PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-SEGMENTO-OCR        OCCURS 50 TIMES.
               05  WSS-SEG-CODIGO      PIC  9(003).
               05  WSS-SEG-CLIENTES    PIC  9(007).
               05  WSS-SEG-QTD-PRODUTO PIC  9(003) COMP-3.
               05  WSS-SEG-PRODUTO-OCR OCCURS 400 TIMES.
                   07  WSS-SPR-CODIGO  PIC  9(005).
                   07  WSS-SPR-CLIENTES
                                       PIC  9(007).
      *
       77  WSS-IDX-SEG                 PIC  9(003) COMP-3  VALUE ZEROS.
       77  WSS-IDX-SPR                 PIC  9(003) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA DAS LACUNAS DO CLIENTE CORRENTE (ORDEM DECRESCENTE
      *    DE CLIENTES DO SEGMENTO QUE COMPRAM O PRODUTO)
      *----------------------------------------------------------------*
       01  WSS-TAB-CANDIDATO.
           03  WSS-QTD-CANDIDATO       PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-CANDIDATO-OCR       OCCURS 10 TIMES.
               05  WSS-CAN-PRODUTO     PIC  9(005).
               05  WSS-CAN-DESCRICAO   PIC  X(030).
               05  WSS-CAN-CLIENTES    PIC  9(007).
      *
       77  WSS-IDX-CAN                 PIC  9(003) COMP-3  VALUE ZEROS.
       77  WSS-IDX-AUX                 PIC  9(003) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO DE LACUNAS DO VENDEDOR (CSV)
      *----------------------------------------------------------------*
       01  CAB-LACUNA.
           03  FILLER                  PIC  X(009)         VALUE
               'VENDEDOR;'.
           03  FILLER                  PIC  X(008)         VALUE
               'CLIENTE;'.
           03  FILLER                  PIC  X(013)         VALUE
               'RAZAO SOCIAL;'.
           03  FILLER                  PIC  X(009)         VALUE
               'SEGMENTO;'.
           03  FILLER                  PIC  X(008)         VALUE
               'POSICAO;'.
           03  FILLER                  PIC  X(008)         VALUE
               'PRODUTO;'.
           03  FILLER                  PIC  X(010)         VALUE
               'DESCRICAO;'.
           03  FILLER                  PIC  X(017)         VALUE
               'CLIENTES COMPRAM;'.
           03  FILLER                  PIC  X(018)         VALUE
               'CLIENTES SEGMENTO;'.
           03  FILLER                  PIC  X(013)         VALUE
               '% DO SEGMENTO'.
      *
       01  DET-LACUNA.
           03  RLC-CVENDEDOR           PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-CCLIENTE            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-RSOCIAL             PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-SEGMENTO            PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-POSICAO             PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-CPRODUTO            PIC  9(005)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-DESCRICAO           PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-CLI-COMPRAM         PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-CLI-SEGMENTO        PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLC-PERCENTUAL          PIC  ZZ9            VALUE ZEROS.
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
      *
           OPEN INPUT ARQ-PEDITEM.
      *
      *  ---> Sem itens de pedido nao ha historico para comparar
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
           OPEN INPUT ARQ-CLIENTES.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CLIENTES'          TO WSS-ARQUIVO
              MOVE FS-CLIENTES         TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN INPUT ARQ-DISTRIBUIR.
      *
           IF FS-DISTRIBUIR            NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'DISTRIBUIR'        TO WSS-ARQUIVO
              MOVE FS-DISTRIBUIR       TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN INPUT ARQ-VENDEDOR.
      *
           IF FS-VENDEDOR              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'VENDEDOR'          TO WSS-ARQUIVO
              MOVE FS-VENDEDOR         TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Catalogo opcional: sem ele a lacuna sai sem descricao
           OPEN INPUT ARQ-PRODUTO.
           IF FS-PRODUTO               EQUAL '00'
              MOVE 'S'                 TO WSS-PRODUTO-ABERTO
           END-IF.
      *
      *  ---> Lacunas sao recriadas por inteiro a cada execucao
           OPEN OUTPUT ARQ-LACUNA.
      *
           IF FS-LACUNA                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'LACUNA'            TO WSS-ARQUIVO
              MOVE FS-LACUNA           TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'AUDITORIA'         TO WSS-ARQUIVO
              MOVE FS-AUDITORIA        TO WSS-FSTATUS
              MOVE 7                   TO WSS-PONTO-ERRO
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
              DISPLAY ' ..... LACUNAS DE VENDA CRUZADA .....'
                                       LINE 05 COL 21
              MOVE "Processando... aguarde."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
           END-IF.
      *
      *  ---> Primeira passagem: popularidade dos produtos por segmento
           PERFORM RT-APURAR-SEGMENTOS THRU RT-APURAR-SEGMENTOSX.
      *
      *  ---> Segunda passagem: lacunas de cada carteira de vendedor
           MOVE ZEROS                  TO CODIGO-FDV.
           MOVE 'N'                    TO WSS-FIM-ARQ-VEN.
      *
           START ARQ-VENDEDOR          KEY IS NOT LESS CODIGO-FDV
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-VEN
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-VEN
                                       EQUAL 'S' OR 's'
              PERFORM RT-PROXIMO-VENDEDOR
                                       THRU RT-PROXIMO-VENDEDORX
           END-PERFORM.
      *
           MOVE 'LACUNAS DE VENDA CRUZADA GERADAS'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'Relatorios: ' WSS-QTD-RELATORIOS
                  ' Lacunas: ' WSS-QTD-LACUNAS
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
       RT-APURAR-SEGMENTOS             SECTION.
      *  ---> Percorre o PEDITEM na ordem de cliente; na troca de
      *       cliente os produtos que ele ja pediu entram na contagem
      *       do seu segmento
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-CLI-ATUAL
                                          WSS-QTD-CLIPRD
                                          WSS-QTD-SEGMENTO.
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
       RT-APURAR-SEGMENTOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-ITEM                  SECTION.
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
              MOVE ZEROS               TO WSS-QTD-CLIPRD
           END-IF.
      *
           PERFORM RT-ACUMULAR-ITEM    THRU RT-ACUMULAR-ITEMX.
      *
       RT-TRATAR-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ACUMULAR-ITEM                SECTION.
      *  ---> Produto do item lido entra (uma vez) na tabela dos
      *       produtos ja pedidos pelo cliente; pedido cancelado ou
      *       reprovado nao conta
      *----------------------------------------------------------------*
      *
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
              GO                       TO RT-ACUMULAR-ITEMX
           END-IF.
      *
           PERFORM VARYING WSS-IDX-CPR FROM 1 BY 1
                   UNTIL   WSS-IDX-CPR GREATER WSS-QTD-CLIPRD
                      OR   WSS-CPR-CODIGO (WSS-IDX-CPR)
                                       EQUAL ITM-CPRODUTO-FDI
              CONTINUE
           END-PERFORM.
      *
           IF WSS-IDX-CPR              GREATER WSS-QTD-CLIPRD
              AND WSS-QTD-CLIPRD       LESS 300
              ADD 1                    TO WSS-QTD-CLIPRD
              MOVE ITM-CPRODUTO-FDI    TO WSS-CPR-CODIGO
                                          (WSS-QTD-CLIPRD)
           END-IF.
      *
       RT-ACUMULAR-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR-CLIENTE               SECTION.
      *  ---> Cliente sem segmento (zero) nao entra na comparacao
      *----------------------------------------------------------------*
      *
           IF WSS-QTD-CLIPRD           EQUAL ZEROS
              GO                       TO RT-FECHAR-CLIENTEX
           END-IF.
      *
           MOVE WSS-CLI-ATUAL          TO CODIGO-FDC.
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    GO                 TO RT-FECHAR-CLIENTEX
           END-READ.
      *
           IF SEGMENTO-FDC             EQUAL ZEROS
              GO                       TO RT-FECHAR-CLIENTEX
           END-IF.
      *
           MOVE SEGMENTO-FDC           TO WSS-SEG-CLIENTE.
           PERFORM RT-LOCALIZAR-SEGMENTO
                                       THRU RT-LOCALIZAR-SEGMENTOX.
      *
           IF WSS-ACHOU                NOT EQUAL 'S'
              IF WSS-QTD-SEGMENTO      NOT LESS 50
                 GO                    TO RT-FECHAR-CLIENTEX
              END-IF
              ADD 1                    TO WSS-QTD-SEGMENTO
              MOVE WSS-QTD-SEGMENTO    TO WSS-IDX-SEG
              MOVE WSS-SEG-CLIENTE     TO WSS-SEG-CODIGO (WSS-IDX-SEG)
              MOVE ZEROS               TO WSS-SEG-CLIENTES
                                          (WSS-IDX-SEG)
                                          WSS-SEG-QTD-PRODUTO
                                          (WSS-IDX-SEG)
           END-IF.
      *
           ADD 1                       TO WSS-SEG-CLIENTES
                                          (WSS-IDX-SEG).
      *
           PERFORM VARYING WSS-IDX-CPR FROM 1 BY 1
                   UNTIL   WSS-IDX-CPR GREATER WSS-QTD-CLIPRD
              PERFORM RT-CONTAR-PRODUTO
                                       THRU RT-CONTAR-PRODUTOX
           END-PERFORM.
      *
       RT-FECHAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LOCALIZAR-SEGMENTO           SECTION.
      *  ---> Posiciona WSS-IDX-SEG no segmento WSS-SEG-CLIENTE
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-ACHOU.
      *
           PERFORM VARYING WSS-IDX-SEG FROM 1 BY 1
                   UNTIL   WSS-IDX-SEG GREATER WSS-QTD-SEGMENTO
                      OR   WSS-ACHOU   EQUAL 'S'
              IF WSS-SEG-CODIGO (WSS-IDX-SEG)
                                       EQUAL WSS-SEG-CLIENTE
                 MOVE 'S'              TO WSS-ACHOU
              END-IF
           END-PERFORM.
      *
           IF WSS-ACHOU                EQUAL 'S'
              SUBTRACT 1               FROM WSS-IDX-SEG
           END-IF.
      *
       RT-LOCALIZAR-SEGMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONTAR-PRODUTO               SECTION.
      *  ---> Mais um cliente do segmento que ja pediu o produto
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WSS-IDX-SPR FROM 1 BY 1
                   UNTIL   WSS-IDX-SPR GREATER
                           WSS-SEG-QTD-PRODUTO (WSS-IDX-SEG)
                      OR   WSS-SPR-CODIGO (WSS-IDX-SEG WSS-IDX-SPR)
                                       EQUAL
                           WSS-CPR-CODIGO (WSS-IDX-CPR)
              CONTINUE
           END-PERFORM.
      *
           IF WSS-IDX-SPR              GREATER
                                       WSS-SEG-QTD-PRODUTO (WSS-IDX-SEG)
              IF WSS-SEG-QTD-PRODUTO (WSS-IDX-SEG)
                                       NOT LESS 400
                 GO                    TO RT-CONTAR-PRODUTOX
              END-IF
              ADD 1                    TO WSS-SEG-QTD-PRODUTO
                                          (WSS-IDX-SEG)
              MOVE WSS-CPR-CODIGO (WSS-IDX-CPR)
                                       TO WSS-SPR-CODIGO
                                          (WSS-IDX-SEG WSS-IDX-SPR)
              MOVE ZEROS               TO WSS-SPR-CLIENTES
                                          (WSS-IDX-SEG WSS-IDX-SPR)
           END-IF.
      *
           ADD 1                       TO WSS-SPR-CLIENTES
                                          (WSS-IDX-SEG WSS-IDX-SPR).
      *
       RT-CONTAR-PRODUTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PROXIMO-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-VENDEDOR           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-VEN
                GO                     TO RT-PROXIMO-VENDEDORX
           END-READ.
      *
           IF ATIVO-FDV
              PERFORM RT-LACUNAS-VENDEDOR
                                       THRU RT-LACUNAS-VENDEDORX
           END-IF.
      *
       RT-PROXIMO-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LACUNAS-VENDEDOR             SECTION.
      *  ---> Gera LACUNA-<vendedor>-AAAAMMDD.CSV com as lacunas da
      *       carteira vigente do vendedor (REG-FDV carregado)
      *----------------------------------------------------------------*
      *
           MOVE CODIGO-FDV             TO CVENDEDOR-FDD.
           MOVE 'N'                    TO WSS-FIM-CARTEIRA.
      *
           START ARQ-DISTRIBUIR        KEY IS EQUAL CVENDEDOR-FDD
                INVALID KEY
                    GO                 TO RT-LACUNAS-VENDEDORX
           END-START.
      *
           MOVE SPACES                 TO WSS-ARQ-LACUNA.
           STRING 'LACUNA-'            DELIMITED BY SIZE
                  CODIGO-FDV           DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WSS-DATA-PROC-AMD    DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-LACUNA
           END-STRING.
      *
           OPEN OUTPUT REL-LACUNA.
      *
           IF FS-RELLAC                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'REL-LACUNA'        TO WSS-ARQUIVO
              MOVE FS-RELLAC           TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           WRITE REG-RELLAC            FROM CAB-LACUNA.
      *
           MOVE ZEROS                  TO WSS-QTD-LAC-VEND.
      *
           PERFORM UNTIL WSS-FIM-CARTEIRA
                                       EQUAL 'S' OR 's'
              PERFORM RT-LACUNAS-CLIENTE
                                       THRU RT-LACUNAS-CLIENTEX
           END-PERFORM.
      *
           CLOSE REL-LACUNA.
      *
      *  ---> So a carteira com lacunas vai para as assinaturas
           IF WSS-QTD-LAC-VEND         GREATER ZEROS
              ADD 1                    TO WSS-QTD-RELATORIOS
              PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX
           END-IF.
      *
       RT-LACUNAS-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LACUNAS-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-DISTRIBUIR         NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-CARTEIRA
                GO                     TO RT-LACUNAS-CLIENTEX
           END-READ.
      *
           IF CVENDEDOR-FDD            NOT EQUAL CODIGO-FDV
              MOVE 'S'                 TO WSS-FIM-CARTEIRA
              GO                       TO RT-LACUNAS-CLIENTEX
           END-IF.
      *
           MOVE CCLIENTE-FDD           TO CODIGO-FDC.
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    GO                 TO RT-LACUNAS-CLIENTEX
           END-READ.
      *
           IF SEGMENTO-FDC             EQUAL ZEROS
              GO                       TO RT-LACUNAS-CLIENTEX
           END-IF.
      *
           MOVE SEGMENTO-FDC           TO WSS-SEG-CLIENTE.
           PERFORM RT-LOCALIZAR-SEGMENTO
                                       THRU RT-LOCALIZAR-SEGMENTOX.
      *
           IF WSS-ACHOU                NOT EQUAL 'S'
              GO                       TO RT-LACUNAS-CLIENTEX
           END-IF.
      *
           IF WSS-SEG-CLIENTES (WSS-IDX-SEG)
                                       LESS WSS-MIN-CLI-SEGMENTO
              GO                       TO RT-LACUNAS-CLIENTEX
           END-IF.
      *
      *  ---> Produtos ja pedidos pelo cliente (historico do PEDITEM)
           MOVE ZEROS                  TO WSS-QTD-CLIPRD.
           INITIALIZE WSS-PED-ATUAL.
           MOVE CCLIENTE-FDD           TO ITM-CCLIENTE-FDI.
           MOVE ZEROS                  TO ITM-DATA-FDI
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
              READ ARQ-PEDITEM         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-ITM
                NOT AT END
                   IF ITM-CCLIENTE-FDI NOT EQUAL CCLIENTE-FDD
                      MOVE 'S'         TO WSS-FIM-ARQ-ITM
                   ELSE
                      PERFORM RT-ACUMULAR-ITEM
                                       THRU RT-ACUMULAR-ITEMX
                   END-IF
              END-READ
           END-PERFORM.
      *
      *  ---> Populares do segmento ainda nao pedidos, por ordem de
      *       popularidade
           MOVE ZEROS                  TO WSS-QTD-CANDIDATO.
      *
           PERFORM VARYING WSS-IDX-SPR FROM 1 BY 1
                   UNTIL   WSS-IDX-SPR GREATER
                           WSS-SEG-QTD-PRODUTO (WSS-IDX-SEG)
              PERFORM RT-AVALIAR-CANDIDATO
                                       THRU RT-AVALIAR-CANDIDATOX
           END-PERFORM.
      *
           PERFORM VARYING WSS-IDX-CAN FROM 1 BY 1
                   UNTIL   WSS-IDX-CAN GREATER WSS-QTD-CANDIDATO
              PERFORM RT-GRAVAR-LACUNA THRU RT-GRAVAR-LACUNAX
           END-PERFORM.
      *
       RT-LACUNAS-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVALIAR-CANDIDATO            SECTION.
      *  ---> Produto popular no segmento, nunca pedido pelo cliente e
      *       ainda ativo entra na lista, ordenada pela quantidade de
      *       clientes do segmento que o compram
      *----------------------------------------------------------------*
      *
           IF WSS-SPR-CLIENTES (WSS-IDX-SEG WSS-IDX-SPR) * 100
                                       LESS
              WSS-SEG-CLIENTES (WSS-IDX-SEG) * WSS-PCT-POPULAR
              GO                       TO RT-AVALIAR-CANDIDATOX
           END-IF.
      *
           PERFORM VARYING WSS-IDX-CPR FROM 1 BY 1
                   UNTIL   WSS-IDX-CPR GREATER WSS-QTD-CLIPRD
                      OR   WSS-CPR-CODIGO (WSS-IDX-CPR)
                                       EQUAL
                           WSS-SPR-CODIGO (WSS-IDX-SEG WSS-IDX-SPR)
              CONTINUE
           END-PERFORM.
      *
           IF WSS-IDX-CPR              NOT GREATER WSS-QTD-CLIPRD
              GO                       TO RT-AVALIAR-CANDIDATOX
           END-IF.
      *
      *  ---> Posicao do produto na lista (depois dos mais comuns)
           PERFORM VARYING WSS-IDX-CAN FROM 1 BY 1
                   UNTIL   WSS-IDX-CAN GREATER WSS-QTD-CANDIDATO
                      OR   WSS-CAN-CLIENTES (WSS-IDX-CAN)
                                       LESS
                           WSS-SPR-CLIENTES (WSS-IDX-SEG WSS-IDX-SPR)
              CONTINUE
           END-PERFORM.
      *
           IF WSS-IDX-CAN              GREATER WSS-MAX-LACUNAS
              GO                       TO RT-AVALIAR-CANDIDATOX
           END-IF.
      *
           MOVE SPACES                 TO PRO-DESCRICAO-FDT.
      *
           IF PRODUTO-ABERTO
              MOVE WSS-SPR-CODIGO (WSS-IDX-SEG WSS-IDX-SPR)
                                       TO PRO-CODIGO-FDT
              READ ARQ-PRODUTO         KEY IS PRO-CODIGO-FDT
                   INVALID KEY
                       MOVE SPACES     TO PRO-DESCRICAO-FDT
              END-READ
              IF FS-PRODUTO            EQUAL '00'
                 AND PRODUTO-INATIVO-FDT
                 GO                    TO RT-AVALIAR-CANDIDATOX
              END-IF
           END-IF.
      *
           IF WSS-QTD-CANDIDATO        LESS WSS-MAX-LACUNAS
              ADD 1                    TO WSS-QTD-CANDIDATO
           END-IF.
      *
      *  ---> Abre espaco na posicao (o ultimo sai se a lista esta
      *       cheia)
           PERFORM VARYING WSS-IDX-AUX FROM WSS-QTD-CANDIDATO BY -1
                   UNTIL   WSS-IDX-AUX NOT GREATER WSS-IDX-CAN
              MOVE WSS-CANDIDATO-OCR (WSS-IDX-AUX - 1)
                                       TO WSS-CANDIDATO-OCR
                                          (WSS-IDX-AUX)
           END-PERFORM.
      *
           MOVE WSS-SPR-CODIGO (WSS-IDX-SEG WSS-IDX-SPR)
                                       TO WSS-CAN-PRODUTO (WSS-IDX-CAN).
           MOVE PRO-DESCRICAO-FDT      TO WSS-CAN-DESCRICAO
                                          (WSS-IDX-CAN).
           MOVE WSS-SPR-CLIENTES (WSS-IDX-SEG WSS-IDX-SPR)
                                       TO WSS-CAN-CLIENTES
                                          (WSS-IDX-CAN).
      *
       RT-AVALIAR-CANDIDATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-LACUNA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE CCLIENTE-FDD           TO LAC-CCLIENTE-FDL.
           MOVE WSS-IDX-CAN            TO LAC-POSICAO-FDL.
           MOVE WSS-CAN-PRODUTO (WSS-IDX-CAN)
                                       TO LAC-CPRODUTO-FDL.
           MOVE WSS-CAN-DESCRICAO (WSS-IDX-CAN)
                                       TO LAC-DESCRICAO-FDL.
           MOVE WSS-SEG-CLIENTE        TO LAC-SEGMENTO-FDL.
           MOVE WSS-CAN-CLIENTES (WSS-IDX-CAN)
                                       TO LAC-CLI-COMPRAM-FDL.
           MOVE WSS-SEG-CLIENTES (WSS-IDX-SEG)
                                       TO LAC-CLI-SEGMENTO-FDL.
           COMPUTE LAC-PERCENTUAL-FDL ROUNDED =
                   WSS-CAN-CLIENTES (WSS-IDX-CAN) * 100
                 / WSS-SEG-CLIENTES (WSS-IDX-SEG).
           MOVE CODIGO-FDV             TO LAC-CVENDEDOR-FDL.
           MOVE WSS-DATA-PROC-AMD      TO LAC-DT-CALCULO-FDL.
      *
           WRITE REG-FDL.
      *
           IF FS-LACUNA                NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'LACUNA'            TO WSS-ARQUIVO
              MOVE FS-LACUNA           TO WSS-FSTATUS
              MOVE 9                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE CODIGO-FDV             TO RLC-CVENDEDOR.
           MOVE CCLIENTE-FDD           TO RLC-CCLIENTE.
           MOVE RSOCIAL-FDD            TO RLC-RSOCIAL.
           MOVE LAC-SEGMENTO-FDL       TO RLC-SEGMENTO.
           MOVE LAC-POSICAO-FDL        TO RLC-POSICAO.
           MOVE LAC-CPRODUTO-FDL       TO RLC-CPRODUTO.
           MOVE LAC-DESCRICAO-FDL      TO RLC-DESCRICAO.
           MOVE LAC-CLI-COMPRAM-FDL    TO RLC-CLI-COMPRAM.
           MOVE LAC-CLI-SEGMENTO-FDL   TO RLC-CLI-SEGMENTO.
           MOVE LAC-PERCENTUAL-FDL     TO RLC-PERCENTUAL.
      *
           WRITE REG-RELLAC            FROM DET-LACUNA.
      *
           ADD 1                       TO WSS-QTD-LACUNAS
                                          WSS-QTD-LAC-VEND.
      *
       RT-GRAVAR-LACUNAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-CATALOGO           SECTION.
      *  ---> Registra o relatorio do vendedor no catalogo central
      *       (CATREL): revisualizacao pelo paginador e entrega aos
      *       assinantes pelo PT000078
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-CATALOGO.
      *
           IF FS-CATALOGO              EQUAL '05' OR '35'
              CLOSE ARQ-CATALOGO
              OPEN OUTPUT ARQ-CATALOGO
           END-IF.
      *
           IF FS-CATALOGO              NOT EQUAL '00'
              GO                       TO RT-REGISTRAR-CATALOGOX
           END-IF.
      *
           MOVE 'PT000092'             TO CAT-PROGRAMA-FDK.
           MOVE WSS-DATA-PROC-AMD      TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE SPACES                 TO CAT-FILTROS-FDK.
           STRING 'VENDEDOR ' CODIGO-FDV
              DELIMITED BY SIZE        INTO CAT-FILTROS-FDK
           END-STRING.
           MOVE WSS-ARQ-LACUNA         TO CAT-ARQUIVO-FDK.
      *
           WRITE REG-FDK.
      *
           CLOSE ARQ-CATALOGO.
      *
       RT-REGISTRAR-CATALOGOX.
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
           MOVE 'PT000092'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000092'             TO WSE-ERR-PROGRAMA.
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
                 ARQ-CLIENTES
                 ARQ-DISTRIBUIR
                 ARQ-VENDEDOR
                 ARQ-LACUNA
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
