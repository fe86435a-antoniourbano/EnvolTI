      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000090.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000090 ---> ORCAMENTOS DE VENDA (PROPOSTAS  *
      *     *            A PROSPECTS E CONVERSAO EM PEDIDO)            *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : INCLUSAO DO ORCAMENTO (ARQ ORCAMENTO: CLIENTE,*
      *     *            VENDEDOR, DATA, VALIDADE) COM ITENS DO        *
      *     *            CATALOGO DE PRODUTOS (ARQ ORCITEM); EMISSAO   *
      *     *            DO DOCUMENTO DO ORCAMENTO PARA O CLIENTE;     *
      *     *            CONVERSAO EM PEDIDO (PEDIDOS/PEDITEM) QUANDO  *
      *     *            O PROSPECT ESTA GANHO NO FUNIL (PT000051);    *
      *     *            BAIXA COMO PERDIDO; CONSULTA; RELATORIO DE    *
      *     *            ORCAMENTOS VENCIDOS EM ABERTO E TAXA DE       *
      *     *            CONVERSAO ORCAMENTO X PEDIDO POR VENDEDOR.    *
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    15.10.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PEDIDO CONVERTIDO DO ORCAMENTO GRAVA A ORIGEM *
      *     *            'V' E A DATA DE ENTREGA PROMETIDA (PRV00905,  *
      *     *            PELA CIDADE/UF DO CLIENTE).                   *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CONVERSAO EM PEDIDO NA DATA DE PROCESSAMENTO  *
      *     *            DE MES JA FECHADO PELO PT000058 E RECUSADA E  *
      *     *            REGISTRADA (TRAVA DE PERIODO - PRV00912).     *
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
           COPY 'SEL-ORCAMENTO.CPY'    REPLACING ==::== BY ==-FDH==.
      *
           COPY 'SEL-ORCITEM.CPY'      REPLACING ==::== BY ==-FDJ==.
      *
      *  ---> Pedidos e itens gerados na conversao do orcamento
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
           COPY 'SEL-PEDITEM.CPY'      REPLACING ==::== BY ==-FDI==.
      *
      *  ---> Catalogo de produtos (itens do orcamento)
           COPY 'SEL-PRODUTO.CPY'      REPLACING ==::== BY ==-FDT==.
      *
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
      *  ---> Documento do orcamento e relatorios (nome datado)
           SELECT  REL-ORCAMENTO       ASSIGN TO WSS-ARQ-ORCAMENTO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-REL-ORC.
      *
      *  ---> Catalogo central de relatorios gerados
           COPY 'SEL-CATALOGO.CPY'     REPLACING ==::== BY ==-FDK==.
      *
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-ORCAMENTO               VALUE OF FILE-ID IS 'ORCAMENTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDH.
       COPY 'FD-ORCAMENTO.CPY'         REPLACING ==::== BY ==-FDH==.
      *
       FD  ARQ-ORCITEM                 VALUE OF FILE-ID IS 'ORCITEM'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDJ.
       COPY 'FD-ORCITEM.CPY'           REPLACING ==::== BY ==-FDJ==.
      *
       FD  ARQ-PEDIDOS                 VALUE OF FILE-ID IS 'PEDIDOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PEDIDOS.CPY'           REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-PEDITEM                 VALUE OF FILE-ID IS 'PEDITEM'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDI.
       COPY 'FD-PEDITEM.CPY'           REPLACING ==::== BY ==-FDI==.
      *
       FD  ARQ-PRODUTO                 VALUE OF FILE-ID IS 'PRODUTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDT.
       COPY 'FD-PRODUTO.CPY'           REPLACING ==::== BY ==-FDT==.
      *
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-VENDEDOR                VALUE OF FILE-ID IS 'VENDEDOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDV.
       COPY 'FD-VENDEDOR.CPY'          REPLACING ==::== BY ==-FDV==.
      *
       FD  REL-ORCAMENTO.
       01  REG-REL-ORCAMENTO           PIC  X(120).
      *
       FD  ARQ-CATALOGO
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-CATALOGO.CPY'          REPLACING ==::== BY ==-FDK==.
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
       77  WSS-SON                     PIC  X(001)         VALUE 'N'.
           88 SON                      VALUE 'S' 's' 'N' 'n'.
      *
       77  WSS-FIM-ARQ-ORC             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-OIT             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-PED             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-PRODUTO-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PRODUTO-ABERTO          VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
       01  WSS-AUXILIARES.
           03  WSS-ENT                 PIC  X(001)         VALUE SPACES.
           03  WSS-FUN                 PIC  9(001)         VALUE ZEROS.
           03  WSS-MENSAGEM            PIC  X(067)         VALUE SPACES.
           03  WSS-PONTO-ERRO          PIC  9(002)         VALUE ZEROS.
           03  WSS-DESCRICAO           PIC  X(012)         VALUE SPACES.
           03  WSS-ARQUIVO             PIC  X(010)         VALUE SPACES.
           03  WSS-FSTATUS             PIC  X(002)         VALUE SPACES.
           03  WSS-LINHA               PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-LIMPA-LINHA         PIC  X(080)         VALUE SPACES.
           03  WSS-FIM-ARQ-CON         PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - ENTRADA DO ORCAMENTO E DOS ITENS
      *----------------------------------------------------------------*
           03  WSS-T-CCLIENTE          PIC  9(007)         VALUE ZEROS.
           03  WSS-T-CVENDEDOR         PIC  9(007)         VALUE ZEROS.
           03  WSS-T-DATA              PIC  X(008)         VALUE SPACES.
           03  WSS-T-VALIDADE          PIC  X(008)         VALUE SPACES.
           03  WSS-T-OBS               PIC  X(030)         VALUE SPACES.
           03  WSS-T-SEQ               PIC  9(003)         VALUE ZEROS.
           03  WSS-T-PRODUTO           PIC  9(005)         VALUE ZEROS.
           03  WSS-T-QTDE              PIC  9(005)         VALUE ZEROS.
           03  WSS-T-PRECO             PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-DATA-AMD            PIC  9(008)         VALUE ZEROS.
           03  WSS-VALIDADE-AMD        PIC  9(008)         VALUE ZEROS.
           03  WSS-HOJE-AMD            PIC  9(008)         VALUE ZEROS.
           03  WSS-PROX-SEQ            PIC  9(003)         VALUE ZEROS.
           03  WSS-ITEM-NUM            PIC  9(003)         VALUE ZEROS.
           03  WSS-VLR-ITEM            PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-VLR-ITENS           PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-PRECO-EDT           PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  WSS-VALOR-EDT           PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  WSS-SEQ-EDT             PIC  ZZ9            VALUE ZEROS.
           03  WSS-ACHOU-ORC           PIC  X(001)         VALUE 'N'.
           03  WSS-DATA-EDT            PIC  X(010)         VALUE SPACES.
           03  WSS-VALIDADE-EDT        PIC  X(010)         VALUE SPACES.
           03  WSS-CONV-AMD            PIC  9(008)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - RELATORIOS
      *----------------------------------------------------------------*
           03  WSS-ARQ-ORCAMENTO       PIC  X(030)         VALUE SPACES.
           03  WSS-FILTRO              PIC  X(020)         VALUE SPACES.
           03  WSS-T-DT-INI            PIC  X(008)         VALUE SPACES.
           03  WSS-T-DT-FIM            PIC  X(008)         VALUE SPACES.
           03  WSS-DT-INI-AMD          PIC  9(008)         VALUE ZEROS.
           03  WSS-DT-FIM-AMD          PIC  9(008)         VALUE ZEROS.
           03  WSS-INT-HOJE            PIC  9(007)         VALUE ZEROS.
           03  WSS-INT-VALIDADE        PIC  9(007)         VALUE ZEROS.
           03  WSS-DIAS-VENCIDO        PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-VENCIDOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-VLR-VENCIDOS        PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-VEN-ANTERIOR        PIC  9(007)         VALUE ZEROS.
           03  WSS-PRIMEIRO-VEN        PIC  X(001)         VALUE 'S'.
           03  WSS-PCT-QTD             PIC  9(003)V9(002)  VALUE ZEROS.
           03  WSS-PCT-VLR             PIC  9(003)V9(002)  VALUE ZEROS.
      *
      *  ---> Acumuladores da conversao: 1 = vendedor, 2 = total
           03  WSS-CNV-ACUM            OCCURS 2 TIMES.
               05  WSS-CNV-EMITIDOS    PIC  9(005).
               05  WSS-CNV-CONVERT     PIC  9(005).
               05  WSS-CNV-PERDIDOS    PIC  9(005).
               05  WSS-CNV-ABERTOS     PIC  9(005).
               05  WSS-CNV-VLR-EMIT    PIC  9(011)V9(002).
               05  WSS-CNV-VLR-CONV    PIC  9(011)V9(002).
           03  WSS-IDX-CNV             PIC  9(001)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-ORCAMENTO            PIC  X(002)         VALUE SPACES.
           03  FS-ORCITEM              PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-PEDITEM              PIC  X(002)         VALUE SPACES.
           03  FS-PRODUTO              PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-REL-ORC              PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
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
      *    LINHAS DA CONSULTA EM TELA
      *----------------------------------------------------------------*
       01  CAB-CONSULTA.
           03  FILLER                  PIC  X(040)         VALUE
               'CLIENTE EMISSAO    SEQ VENDEDOR VALIDADE'.
           03  FILLER                  PIC  X(030)         VALUE
               '           VALOR S PEDIDO'.
      *
       01  LINHA-CONSULTA.
           03  LIN-CCLIENTE            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-DATA                PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-SEQ                 PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-CVENDEDOR           PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  LIN-VALIDADE            PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-VALOR               PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-SITUACAO            PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-PEDIDO              PIC  X(014)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO DOCUMENTO DO ORCAMENTO
      *----------------------------------------------------------------*
       01  CAB-DOC-ITENS.
           03  FILLER                  PIC  X(050)         VALUE
               'ITEM PRODUTO DESCRICAO'.
           03  FILLER                  PIC  X(050)         VALUE
               ' UN       QTDE  PRECO UNIT.        VALOR TOTAL'.
           03  FILLER                  PIC  X(020)         VALUE SPACES.
      *
       01  DET-DOC-ITEM.
           03  DOC-ITEM                PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  DOC-CPRODUTO            PIC  9(005)         VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  DOC-DESCRICAO           PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(008)         VALUE SPACES.
           03  DOC-UNIDADE             PIC  X(003)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DOC-QTDE                PIC  ZZZZZZZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  DOC-PRECO               PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  DOC-TOTAL               PIC  ZZZZZZZZZZZ9,99
                                                           VALUE ZEROS.
           03  FILLER                  PIC  X(025)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE ORCAMENTOS VENCIDOS
      *----------------------------------------------------------------*
       01  CAB-VENCIDOS-1.
           03  FILLER                  PIC  X(050)         VALUE
               'ORCAMENTOS VENCIDOS EM ABERTO - POSICAO EM'.
           03  CAB-VEN-DATA            PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(060)         VALUE SPACES.
      *
       01  CAB-VENCIDOS-2.
           03  FILLER                  PIC  X(050)         VALUE
               'CLIENTE RAZAO SOCIAL'.
           03  FILLER                  PIC  X(050)         VALUE
               'EMISSAO    SEQ VALIDADE    DIAS VENDEDOR'.
           03  FILLER                  PIC  X(020)         VALUE
               '          VALOR'.
      *
       01  DET-VENCIDOS.
           03  VEN-CCLIENTE            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  VEN-RSOCIAL             PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  VEN-DATA                PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  VEN-SEQ                 PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  VEN-VALIDADE            PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  VEN-DIAS                PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  VEN-CVENDEDOR           PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  VEN-VALOR               PIC  ZZZZZZZZZZZ9,99
                                                           VALUE ZEROS.
           03  FILLER                  PIC  X(015)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO DE CONVERSAO POR VENDEDOR
      *----------------------------------------------------------------*
       01  CAB-CONVERSAO-1.
           03  FILLER                  PIC  X(050)         VALUE
               'CONVERSAO ORCAMENTO X PEDIDO POR VENDEDOR - '.
           03  CAB-CNV-PERIODO         PIC  X(025)         VALUE SPACES.
           03  FILLER                  PIC  X(010)         VALUE
               ' EMISSAO '.
           03  CAB-CNV-DATA            PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(025)         VALUE SPACES.
      *
       01  CAB-CONVERSAO-2.
           03  FILLER                  PIC  X(040)         VALUE
               'VENDEDOR NOME'.
           03  FILLER                  PIC  X(040)         VALUE
               'EMITID CONVER PERDID ABERTO   VLR EMITI'.
           03  FILLER                  PIC  X(040)         VALUE
               'DO   VLR CONVERTIDO %QTDE %VALOR'.
      *
       01  DET-CONVERSAO.
           03  CNV-CVENDEDOR           PIC  X(007)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  CNV-NOME                PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CNV-EMITIDOS            PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  CNV-CONVERT             PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  CNV-PERDIDOS            PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  CNV-ABERTOS             PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CNV-VLR-EMIT            PIC  ZZZZZZZZZ9,99  VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  CNV-VLR-CONV            PIC  ZZZZZZZZZ9,99  VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CNV-PCT-QTD             PIC  ZZ9,99         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CNV-PCT-VLR             PIC  ZZ9,99         VALUE ZEROS.
           03  FILLER                  PIC  X(016)         VALUE SPACES.
      *
       01  LINHA-TRACO.
           03  FILLER                  PIC  X(120)         VALUE ALL
                                            '-'.
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
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00905
      *    - Data de entrega prometida do pedido
      *----------------------------------------------------------------*
      *
       01  WPT00906                    PIC X(08)           VALUE
                                                            'PT000906'.
      *
           COPY 'SUB-ENT.CPY'          REPLACING ==::== BY ==WSN==.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00912
      *    - Trava de lancamentos em mes fechado (PT000058)
      *----------------------------------------------------------------*
      *
       01  WPT00913                    PIC X(08)           VALUE
                                                            'PT000913'.
      *
           COPY 'SUB-PER.CPY'          REPLACING ==::== BY ==WSP==.
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
       01  TELA-MANUTENCAO.
           03 F LINE 05 COL 22   VALUE
               ' ..... ORCAMENTOS DE VENDA ..... '            BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Incluir Orcamento".
           03 F LINE 10 COL 28   VALUE " 2 - Imprimir         ".
           03 F LINE 12 COL 28   VALUE " 3 - Converter Pedido ".
           03 F LINE 14 COL 28   VALUE " 4 - Baixar Perdido   ".
           03 F LINE 08 COL 52   VALUE " 5 - Consulta         ".
           03 F LINE 10 COL 52   VALUE " 6 - Rel. Vencidos    ".
           03 F LINE 12 COL 52   VALUE " 7 - Rel. Conversao   ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair             ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]            ".
      *
       01  TELA-LABEL-ORCAMENTO.
           03 F LINE 08 COL 20   VALUE " Cliente.............: ".
           03 F LINE 10 COL 20   VALUE " Vendedor............: ".
           03 F LINE 12 COL 20   VALUE " Data (DDMMAAAA).....: ".
           03 F LINE 14 COL 20   VALUE " Validade (DDMMAAAA).: ".
           03 F LINE 16 COL 20   VALUE " Observacao..........: ".
      *
       01  TELA-DADOS-ORCAMENTO-T.
           03 T1O LINE 08 COL 44 PIC ZZZZZZ9     TO WSS-T-CCLIENTE.
           03 T2O LINE 10 COL 44 PIC ZZZZZZ9     TO WSS-T-CVENDEDOR.
           03 T3O LINE 12 COL 44 PIC X(008)      TO WSS-T-DATA.
           03 T4O LINE 14 COL 44 PIC X(008)      TO WSS-T-VALIDADE.
           03 T5O LINE 16 COL 44 PIC X(030)      TO WSS-T-OBS.
      *
       01  TELA-LABEL-ITEM.
           03 F LINE 18 COL 20   VALUE " Produto (zeros fim).: ".
           03 F LINE 19 COL 20   VALUE " Quantidade..........: ".
           03 F LINE 20 COL 20   VALUE " Preco de catalogo...: ".
           03 F LINE 21 COL 20   VALUE " Preco proposto......: ".
      *
       01  TELA-DADOS-ITEM-T.
           03 T6I LINE 18 COL 44 PIC ZZZZ9       TO WSS-T-PRODUTO.
           03 T7I LINE 19 COL 44 PIC ZZZZ9       TO WSS-T-QTDE.
           03 T8I LINE 21 COL 44 PIC ZZZZZZ9,99  TO WSS-T-PRECO.
      *
       01  TELA-LABEL-CHAVE.
           03 F LINE 08 COL 20   VALUE " Cliente.............: ".
           03 F LINE 10 COL 20   VALUE " Data (DDMMAAAA).....: ".
           03 F LINE 12 COL 20   VALUE " Sequencia...........: ".
      *
       01  TELA-DADOS-CHAVE-T.
           03 T1C LINE 08 COL 44 PIC ZZZZZZ9     TO WSS-T-CCLIENTE.
           03 T2C LINE 10 COL 44 PIC X(008)      TO WSS-T-DATA.
           03 T3C LINE 12 COL 44 PIC ZZ9         TO WSS-T-SEQ.
      *
       01  TELA-LABEL-CONSULTA.
           03 F LINE 08 COL 20   VALUE " Cliente (zeros = todos).: ".
      *
       01  TELA-DADOS-CONSULTA-T.
           03 T1Q LINE 08 COL 48 PIC ZZZZZZ9     TO WSS-T-CCLIENTE.
      *
       01  TELA-PERIODO.
           03 F LINE 08 COL 20   VALUE " Data inicial (DDMMAAAA): ".
           03 F LINE 10 COL 20   VALUE " Data final   (DDMMAAAA): ".
      *
       01  TELA-PERIODO-T.
           03 T1P LINE 08 COL 47 PIC X(008)   TO WSS-T-DT-INI.
           03 T2P LINE 10 COL 47 PIC X(008)   TO WSS-T-DT-FIM.
      *
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
           PERFORM UNTIL WSS-FUN       EQUAL 9
              PERFORM RT-PROCESSAR     THRU RT-PROCESSARX
           END-PERFORM.
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
           MOVE SPACES                 TO LKS-ARQ-REL.
      *
           OPEN I-O ARQ-ORCAMENTO.
      *
           EVALUATE FS-ORCAMENTO
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-ORCAMENTO
                    OPEN OUTPUT ARQ-ORCAMENTO
                    CLOSE ARQ-ORCAMENTO
                    OPEN I-O ARQ-ORCAMENTO
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'ORCAMENTO'   TO WSS-ARQUIVO
                    MOVE FS-ORCAMENTO  TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-ORCITEM.
      *
           EVALUATE FS-ORCITEM
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-ORCITEM
                    OPEN OUTPUT ARQ-ORCITEM
                    CLOSE ARQ-ORCITEM
                    OPEN I-O ARQ-ORCITEM
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'ORCITEM'     TO WSS-ARQUIVO
                    MOVE FS-ORCITEM    TO WSS-FSTATUS
                    MOVE 2             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-PEDIDOS.
      *
           EVALUATE FS-PEDIDOS
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-PEDIDOS
                    OPEN OUTPUT ARQ-PEDIDOS
                    CLOSE ARQ-PEDIDOS
                    OPEN I-O ARQ-PEDIDOS
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'PEDIDOS'     TO WSS-ARQUIVO
                    MOVE FS-PEDIDOS    TO WSS-FSTATUS
                    MOVE 3             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-PEDITEM.
      *
           EVALUATE FS-PEDITEM
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-PEDITEM
                    OPEN OUTPUT ARQ-PEDITEM
                    CLOSE ARQ-PEDITEM
                    OPEN I-O ARQ-PEDITEM
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'PEDITEM'     TO WSS-ARQUIVO
                    MOVE FS-PEDITEM    TO WSS-FSTATUS
                    MOVE 4             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
      *  ---> Catalogo de produtos (ausente = nao ha como orcar)
           OPEN INPUT ARQ-PRODUTO.
           IF FS-PRODUTO               EQUAL '00'
              MOVE 'S'                 TO WSS-PRODUTO-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-CLIENTES.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CLIENTES'          TO WSS-ARQUIVO
              MOVE FS-CLIENTES         TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN INPUT ARQ-VENDEDOR.
      *
           IF FS-VENDEDOR              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'VENDEDOR'          TO WSS-ARQUIVO
              MOVE FS-VENDEDOR         TO WSS-FSTATUS
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
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-FUN.
      *
           MOVE "Informe opcao desejada."
                                       TO WSS-MENSAGEM.
      *
           DISPLAY TELA-MANUTENCAO
                   TELA-MENSAGENS.
      *
           ACCEPT WSS-FUN              LINE 18 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
               WHEN 1
                    PERFORM RT-INCLUIR THRU RT-INCLUIRX
               WHEN 2
                    PERFORM RT-IMPRIMIR
                                       THRU RT-IMPRIMIRX
               WHEN 3
                    PERFORM RT-CONVERTER
                                       THRU RT-CONVERTERX
               WHEN 4
                    PERFORM RT-PERDIDO THRU RT-PERDIDOX
               WHEN 5
                    PERFORM RT-CONSULTA
                                       THRU RT-CONSULTAX
               WHEN 6
                    PERFORM RT-REL-VENCIDOS
                                       THRU RT-REL-VENCIDOSX
               WHEN 7
                    PERFORM RT-REL-CONVERSAO
                                       THRU RT-REL-CONVERSAOX
               WHEN 9
                    CONTINUE
               WHEN OTHER
                    MOVE "Opcao invalida!!! Tente novamente."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-EVALUATE.
      *
       RT-PROCESSARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    INCLUSAO DO ORCAMENTO: CABECALHO GRAVADO PRIMEIRO (VALOR
      *    ZERADO), ITENS CAPTADOS CONTRA O CATALOGO E O CABECALHO
      *    REGRAVADO COM A SOMA. ORCAMENTO SEM ITENS E DESCARTADO.
      *----------------------------------------------------------------*
       RT-INCLUIR                      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-CCLIENTE
                                          WSS-T-CVENDEDOR.
           MOVE SPACES                 TO WSS-T-DATA
                                          WSS-T-VALIDADE
                                          WSS-T-OBS.
      *
           DISPLAY TELA-LABEL-ORCAMENTO.
      *
           IF NOT PRODUTO-ABERTO
              MOVE "Catalogo de produtos inexistente - sem orcamento."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           MOVE "Informe o cliente (ZEROS sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1O.
      *
           IF WSS-T-CCLIENTE           EQUAL ZEROS
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           MOVE WSS-T-CCLIENTE         TO CODIGO-FDC.
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE "Cliente nao cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           IF INATIVO-FDC
              MOVE "Cliente inativo - orcamento nao permitido."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           DISPLAY RSOCIAL-FDC(1:28)   LINE 08 COL 52.
      *
           MOVE "Informe o vendedor do orcamento."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2O.
      *
           MOVE WSS-T-CVENDEDOR        TO CODIGO-FDV.
           READ ARQ-VENDEDOR           KEY IS CODIGO-FDV
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-VENDEDOR              NOT EQUAL '00'
              MOVE "Vendedor nao cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           DISPLAY NOME-FDV(1:28)      LINE 10 COL 52.
      *
           MOVE "Informe a data do orcamento (DDMMAAAA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3O.
      *
           MOVE "Informe a validade da proposta (DDMMAAAA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4O.
      *
           IF WSS-T-DATA               NOT NUMERIC
              OR WSS-T-VALIDADE        NOT NUMERIC
              MOVE "Data invalida - informe DDMMAAAA numerico."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           MOVE WSS-T-DATA(5:4)        TO WSS-DATA-AMD(1:4).
           MOVE WSS-T-DATA(3:2)        TO WSS-DATA-AMD(5:2).
           MOVE WSS-T-DATA(1:2)        TO WSS-DATA-AMD(7:2).
           MOVE WSS-T-VALIDADE(5:4)    TO WSS-VALIDADE-AMD(1:4).
           MOVE WSS-T-VALIDADE(3:2)    TO WSS-VALIDADE-AMD(5:2).
           MOVE WSS-T-VALIDADE(1:2)    TO WSS-VALIDADE-AMD(7:2).
      *
           IF WSS-VALIDADE-AMD         LESS WSS-DATA-AMD
              MOVE "Validade anterior a data do orcamento."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           MOVE "Informe a observacao (opcional)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T5O.
      *
           MOVE "Confirma a inclusao do orcamento? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 56
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           PERFORM RT-PROXIMA-SEQ      THRU RT-PROXIMA-SEQX.
      *
           MOVE WSS-T-CCLIENTE         TO ORC-CCLIENTE-FDH.
           MOVE WSS-DATA-AMD           TO ORC-DATA-FDH.
           MOVE WSS-PROX-SEQ           TO ORC-SEQ-FDH.
           MOVE WSS-T-CVENDEDOR        TO ORC-CVENDEDOR-FDH.
           MOVE WSS-VALIDADE-AMD       TO ORC-VALIDADE-FDH.
           MOVE ZEROS                  TO ORC-VALOR-FDH
                                          ORC-PED-DATA-FDH
                                          ORC-PED-SEQ-FDH
                                          ORC-DT-SITUACAO-FDH.
           MOVE 'A'                    TO ORC-SITUACAO-FDH.
           MOVE WSS-T-OBS              TO ORC-OBS-FDH.
      *
           WRITE REG-FDH.
      *
           IF FS-ORCAMENTO             NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'ORCAMENTO'         TO WSS-ARQUIVO
              MOVE FS-ORCAMENTO        TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           PERFORM RT-CAPTAR-ITENS     THRU RT-CAPTAR-ITENSX.
      *
      *  ---> Sem itens o orcamento nao tem o que propor
           IF WSS-ITEM-NUM             EQUAL ZEROS
              DELETE ARQ-ORCAMENTO     RECORD
              MOVE "Orcamento sem itens - descartado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           MOVE WSS-VLR-ITENS          TO ORC-VALOR-FDH.
           REWRITE REG-FDH.
      *
           IF FS-ORCAMENTO             NOT EQUAL '00'
              MOVE 'ao regravar'       TO WSS-DESCRICAO
              MOVE 'ORCAMENTO'         TO WSS-ARQUIVO
              MOVE FS-ORCAMENTO        TO WSS-FSTATUS
              MOVE 10                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'INCLUSAO DE ORCAMENTO DE VENDA'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE WSS-PROX-SEQ           TO WSS-SEQ-EDT.
           MOVE WSS-VLR-ITENS          TO WSS-VALOR-EDT.
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Orcamento gravado - sequencia ' WSS-SEQ-EDT
                  ', valor ' WSS-VALOR-EDT '.'
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-INCLUIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PROXIMA-SEQ                  SECTION.
      *  ---> Determina a proxima sequencia livre do orcamento para o
      *       cliente na data (varios orcamentos no mesmo dia)
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO WSS-PROX-SEQ.
      *
           MOVE WSS-T-CCLIENTE         TO ORC-CCLIENTE-FDH.
           MOVE WSS-DATA-AMD           TO ORC-DATA-FDH.
           MOVE ZEROS                  TO ORC-SEQ-FDH.
           MOVE 'N'                    TO WSS-FIM-ARQ-ORC.
      *
           START ARQ-ORCAMENTO         KEY IS NOT LESS ORC-CHAVE-FDH
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-ORC
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ORC
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-SEQ-ORCAMENTO
                                       THRU RT-LER-SEQ-ORCAMENTOX
           END-PERFORM.
      *
       RT-PROXIMA-SEQX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-SEQ-ORCAMENTO            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-ORCAMENTO          NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-ORC
                GO                     TO RT-LER-SEQ-ORCAMENTOX
           END-READ.
      *
           IF ORC-CCLIENTE-FDH         NOT EQUAL WSS-T-CCLIENTE
              OR ORC-DATA-FDH          NOT EQUAL WSS-DATA-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-ORC
              GO                       TO RT-LER-SEQ-ORCAMENTOX
           END-IF.
      *
           COMPUTE WSS-PROX-SEQ = ORC-SEQ-FDH + 1.
      *
       RT-LER-SEQ-ORCAMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CAPTACAO DOS ITENS DO ORCAMENTO RECEM GRAVADO (REG-FDH
      *    AINDA CARREGADO COM A CHAVE DO CABECALHO)
      *----------------------------------------------------------------*
       RT-CAPTAR-ITENS                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-ITEM-NUM
                                          WSS-VLR-ITENS.
      *
           DISPLAY TELA-LABEL-ITEM.
      *
           MOVE 1                      TO WSS-T-PRODUTO.
      *
           PERFORM UNTIL WSS-T-PRODUTO EQUAL ZEROS
              PERFORM RT-CAPTAR-ITEM   THRU RT-CAPTAR-ITEMX
           END-PERFORM.
      *
       RT-CAPTAR-ITENSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CAPTAR-ITEM                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-T-PRODUTO
                                          WSS-T-QTDE
                                          WSS-T-PRECO.
      *
           MOVE "Informe o produto do item (ZEROS encerra os itens)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T6I.
      *
           IF WSS-T-PRODUTO            EQUAL ZEROS
              GO                       TO RT-CAPTAR-ITEMX
           END-IF.
      *
           MOVE WSS-T-PRODUTO          TO PRO-CODIGO-FDT.
           READ ARQ-PRODUTO            KEY IS PRO-CODIGO-FDT
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-PRODUTO               NOT EQUAL '00'
              MOVE "Produto nao cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              MOVE 1                   TO WSS-T-PRODUTO
              GO                       TO RT-CAPTAR-ITEMX
           END-IF.
      *
           IF PRODUTO-INATIVO-FDT
              MOVE "Produto inativo - nao pode ser orcado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              MOVE 1                   TO WSS-T-PRODUTO
              GO                       TO RT-CAPTAR-ITEMX
           END-IF.
      *
           MOVE "Informe a quantidade orcada."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T7I.
      *
           IF WSS-T-QTDE               EQUAL ZEROS
              MOVE "Quantidade zerada - item desprezado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              MOVE 1                   TO WSS-T-PRODUTO
              GO                       TO RT-CAPTAR-ITEMX
           END-IF.
      *
           MOVE PRO-PRECO-FDT          TO WSS-PRECO-EDT.
           DISPLAY WSS-PRECO-EDT       LINE 20 COL 44.
      *
      *  ---> Preco proposto ao cliente (zeros = preco de catalogo)
           MOVE "Informe o preco proposto (ZEROS = preco de catalogo)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T8I.
      *
           IF WSS-T-PRECO              EQUAL ZEROS
              MOVE PRO-PRECO-FDT       TO WSS-T-PRECO
           END-IF.
      *
           COMPUTE WSS-VLR-ITEM = WSS-T-QTDE * WSS-T-PRECO.
      *
           ADD 1                       TO WSS-ITEM-NUM.
      *
           MOVE ORC-CCLIENTE-FDH       TO OIT-CCLIENTE-FDJ.
           MOVE ORC-DATA-FDH           TO OIT-DATA-FDJ.
           MOVE ORC-SEQ-FDH            TO OIT-SEQ-FDJ.
           MOVE WSS-ITEM-NUM           TO OIT-ITEM-FDJ.
           MOVE WSS-T-PRODUTO          TO OIT-CPRODUTO-FDJ.
           MOVE WSS-T-QTDE             TO OIT-QTDE-FDJ.
           MOVE WSS-T-PRECO            TO OIT-PRECO-FDJ.
           MOVE WSS-VLR-ITEM           TO OIT-TOTAL-FDJ.
      *
           WRITE REG-FDJ.
      *
           IF FS-ORCITEM               EQUAL '00'
              ADD WSS-VLR-ITEM         TO WSS-VLR-ITENS
              MOVE 1                   TO WSS-T-PRODUTO
           ELSE
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'ORCITEM'           TO WSS-ARQUIVO
              MOVE FS-ORCITEM          TO WSS-FSTATUS
              MOVE 9                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-CAPTAR-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PEDIR-CHAVE                  SECTION.
      *  ---> Recebe cliente, data e sequencia e le o orcamento;
      *       WSS-ACHOU-ORC = 'S' com o cabecalho em REG-FDH
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE 'N'                    TO WSS-ACHOU-ORC.
           MOVE ZEROS                  TO WSS-T-CCLIENTE
                                          WSS-T-SEQ.
           MOVE SPACES                 TO WSS-T-DATA.
      *
           DISPLAY TELA-LABEL-CHAVE.
      *
           MOVE "Informe o cliente do orcamento (ZEROS sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1C.
      *
           IF WSS-T-CCLIENTE           EQUAL ZEROS
              GO                       TO RT-PEDIR-CHAVEX
           END-IF.
      *
           MOVE "Informe a data do orcamento (DDMMAAAA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2C.
      *
           MOVE "Informe a sequencia do orcamento na data."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3C.
      *
           IF WSS-T-DATA               NOT NUMERIC
              MOVE "Data invalida - informe DDMMAAAA numerico."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-PEDIR-CHAVEX
           END-IF.
      *
           MOVE WSS-T-CCLIENTE         TO ORC-CCLIENTE-FDH.
           MOVE WSS-T-DATA(5:4)        TO ORC-DATA-FDH(1:4).
           MOVE WSS-T-DATA(3:2)        TO ORC-DATA-FDH(5:2).
           MOVE WSS-T-DATA(1:2)        TO ORC-DATA-FDH(7:2).
           MOVE WSS-T-SEQ              TO ORC-SEQ-FDH.
      *
           READ ARQ-ORCAMENTO          KEY IS ORC-CHAVE-FDH
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-ORCAMENTO             NOT EQUAL '00'
              MOVE "Orcamento nao cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-PEDIR-CHAVEX
           END-IF.
      *
           MOVE 'S'                    TO WSS-ACHOU-ORC.
      *
           MOVE SPACES                 TO WSS-DATA-EDT
                                          WSS-VALIDADE-EDT.
           STRING ORC-DATA-FDH(7:2) '/' ORC-DATA-FDH(5:2) '/'
                  ORC-DATA-FDH(1:4)    DELIMITED BY SIZE
                                       INTO WSS-DATA-EDT.
           STRING ORC-VALIDADE-FDH(7:2) '/' ORC-VALIDADE-FDH(5:2) '/'
                  ORC-VALIDADE-FDH(1:4)
                                       DELIMITED BY SIZE
                                       INTO WSS-VALIDADE-EDT.
      *
       RT-PEDIR-CHAVEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    DOCUMENTO DO ORCAMENTO PARA ENTREGA AO CLIENTE: DADOS DO
      *    CLIENTE E DO VENDEDOR, ITENS, TOTAL E VALIDADE. ARQUIVO
      *    ORC-CCCCCCC-AAAAMMDD-SSS.TXT, REGISTRADO NO CATALOGO.
      *----------------------------------------------------------------*
       RT-IMPRIMIR                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-PEDIR-CHAVE      THRU RT-PEDIR-CHAVEX.
      *
           IF WSS-ACHOU-ORC            NOT EQUAL 'S'
              GO                       TO RT-IMPRIMIRX
           END-IF.
      *
           MOVE ORC-CCLIENTE-FDH       TO CODIGO-FDC.
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    INITIALIZE REG-FDC
           END-READ.
      *
           MOVE ORC-CVENDEDOR-FDH      TO CODIGO-FDV.
           READ ARQ-VENDEDOR           KEY IS CODIGO-FDV
                INVALID KEY
                    INITIALIZE REG-FDV
           END-READ.
      *
           MOVE SPACES                 TO WSS-ARQ-ORCAMENTO.
           MOVE ORC-SEQ-FDH            TO WSS-PROX-SEQ.
           STRING 'ORC-'               DELIMITED BY SIZE
                  ORC-CCLIENTE-FDH     DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  ORC-DATA-FDH         DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WSS-PROX-SEQ         DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
              INTO WSS-ARQ-ORCAMENTO
           END-STRING.
      *
           OPEN OUTPUT REL-ORCAMENTO.
      *
           IF FS-REL-ORC               NOT EQUAL '00'
              MOVE "Erro ao abrir o documento do orcamento."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-IMPRIMIRX
           END-IF.
      *
           WRITE REG-REL-ORCAMENTO     FROM LINHA-TRACO.
           MOVE SPACES                 TO REG-REL-ORCAMENTO.
           MOVE ORC-SEQ-FDH            TO WSS-SEQ-EDT.
           STRING 'ORCAMENTO DE VENDA No. ' ORC-CCLIENTE-FDH '/'
                  ORC-DATA-FDH '/' WSS-SEQ-EDT
                                       DELIMITED BY SIZE
                                       INTO REG-REL-ORCAMENTO.
           WRITE REG-REL-ORCAMENTO.
           WRITE REG-REL-ORCAMENTO     FROM LINHA-TRACO.
      *
           MOVE SPACES                 TO REG-REL-ORCAMENTO.
           STRING 'CLIENTE...: ' CODIGO-FDC ' - ' RSOCIAL-FDC
                  '   CNPJ: ' CNPJ-FDC
                                       DELIMITED BY SIZE
                                       INTO REG-REL-ORCAMENTO.
           WRITE REG-REL-ORCAMENTO.
           MOVE SPACES                 TO REG-REL-ORCAMENTO.
           STRING 'ENDERECO..: ' ENDERECO-FDC ' - ' CIDADE-FDC
                  '/' UF-FDC '  CEP ' CEP-FDC
                                       DELIMITED BY SIZE
                                       INTO REG-REL-ORCAMENTO.
           WRITE REG-REL-ORCAMENTO.
           MOVE SPACES                 TO REG-REL-ORCAMENTO.
           STRING 'VENDEDOR..: ' CODIGO-FDV ' - ' NOME-FDV
                  '   FONE: ' TELEFONE-FDV
                                       DELIMITED BY SIZE
                                       INTO REG-REL-ORCAMENTO.
           WRITE REG-REL-ORCAMENTO.
           MOVE SPACES                 TO REG-REL-ORCAMENTO.
           STRING 'EMISSAO...: ' WSS-DATA-EDT
                  '          VALIDO ATE: ' WSS-VALIDADE-EDT
                                       DELIMITED BY SIZE
                                       INTO REG-REL-ORCAMENTO.
           WRITE REG-REL-ORCAMENTO.
      *
           MOVE SPACES                 TO REG-REL-ORCAMENTO.
           WRITE REG-REL-ORCAMENTO.
           WRITE REG-REL-ORCAMENTO     FROM CAB-DOC-ITENS.
           WRITE REG-REL-ORCAMENTO     FROM LINHA-TRACO.
      *
           MOVE ORC-CCLIENTE-FDH       TO OIT-CCLIENTE-FDJ.
           MOVE ORC-DATA-FDH           TO OIT-DATA-FDJ.
           MOVE ORC-SEQ-FDH            TO OIT-SEQ-FDJ.
           MOVE ZEROS                  TO OIT-ITEM-FDJ.
           MOVE 'N'                    TO WSS-FIM-ARQ-OIT.
      *
           START ARQ-ORCITEM           KEY IS NOT LESS OIT-CHAVE-FDJ
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-OIT
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-OIT
                                       EQUAL 'S' OR 's'
              PERFORM RT-IMPRIME-ITEM  THRU RT-IMPRIME-ITEMX
           END-PERFORM.
      *
           WRITE REG-REL-ORCAMENTO     FROM LINHA-TRACO.
           MOVE ORC-VALOR-FDH          TO WSS-VALOR-EDT.
           MOVE SPACES                 TO REG-REL-ORCAMENTO.
           STRING 'VALOR TOTAL DO ORCAMENTO: ' WSS-VALOR-EDT
                                       DELIMITED BY SIZE
                                       INTO REG-REL-ORCAMENTO.
           WRITE REG-REL-ORCAMENTO.
           MOVE SPACES                 TO REG-REL-ORCAMENTO.
           STRING 'OBSERVACAO: ' ORC-OBS-FDH
                                       DELIMITED BY SIZE
                                       INTO REG-REL-ORCAMENTO.
           WRITE REG-REL-ORCAMENTO.
           MOVE SPACES                 TO REG-REL-ORCAMENTO.
           WRITE REG-REL-ORCAMENTO.
           STRING 'Proposta valida ate ' WSS-VALIDADE-EDT
                  '. Apos esta data os precos e condicoes estao'
                  ' sujeitos a nova consulta.'
                                       DELIMITED BY SIZE
                                       INTO REG-REL-ORCAMENTO.
           WRITE REG-REL-ORCAMENTO.
      *
           CLOSE REL-ORCAMENTO.
      *
           MOVE WSS-ARQ-ORCAMENTO      TO LKS-ARQ-REL.
      *
           MOVE SPACES                 TO WSS-FILTRO.
           STRING 'CLIENTE ' ORC-CCLIENTE-FDH
                                       DELIMITED BY SIZE
                                       INTO WSS-FILTRO.
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'DOCUMENTO DE ORCAMENTO EMITIDO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Documento gerado: ' WSS-ARQ-ORCAMENTO
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-IMPRIMIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-ITEM                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-ORCITEM            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-OIT
                GO                     TO RT-IMPRIME-ITEMX
           END-READ.
      *
           IF OIT-CCLIENTE-FDJ         NOT EQUAL ORC-CCLIENTE-FDH
              OR OIT-DATA-FDJ          NOT EQUAL ORC-DATA-FDH
              OR OIT-SEQ-FDJ           NOT EQUAL ORC-SEQ-FDH
              MOVE 'S'                 TO WSS-FIM-ARQ-OIT
              GO                       TO RT-IMPRIME-ITEMX
           END-IF.
      *
           INITIALIZE DET-DOC-ITEM.
           MOVE OIT-ITEM-FDJ           TO DOC-ITEM.
           MOVE OIT-CPRODUTO-FDJ       TO DOC-CPRODUTO.
           MOVE OIT-QTDE-FDJ           TO DOC-QTDE.
           MOVE OIT-PRECO-FDJ          TO DOC-PRECO.
           MOVE OIT-TOTAL-FDJ          TO DOC-TOTAL.
      *
           IF PRODUTO-ABERTO
              MOVE OIT-CPRODUTO-FDJ    TO PRO-CODIGO-FDT
              READ ARQ-PRODUTO         KEY IS PRO-CODIGO-FDT
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-PRODUTO            EQUAL '00'
                 MOVE PRO-DESCRICAO-FDT
                                       TO DOC-DESCRICAO
                 MOVE PRO-UNIDADE-FDT  TO DOC-UNIDADE
              END-IF
           END-IF.
      *
           WRITE REG-REL-ORCAMENTO     FROM DET-DOC-ITEM.
      *
       RT-IMPRIME-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONVERSAO DO ORCAMENTO EM PEDIDO: SO ORCAMENTO EM ABERTO E
      *    CLIENTE JA CONVERTIDO (PROSPECT GANHO NO FUNIL, SITUACAO
      *    ATIVA). O PEDIDO NASCE NA DATA DO SISTEMA COM O VENDEDOR,
      *    OS ITENS E OS PRECOS DO ORCAMENTO; O ORCAMENTO FICA 'C'
      *    APONTANDO PARA O PEDIDO GERADO.
      *----------------------------------------------------------------*
       RT-CONVERTER                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-PEDIR-CHAVE      THRU RT-PEDIR-CHAVEX.
      *
           IF WSS-ACHOU-ORC            NOT EQUAL 'S'
              GO                       TO RT-CONVERTERX
           END-IF.
      *
           IF NOT ORCAMENTO-ABERTO-FDH
              MOVE "Orcamento ja convertido ou baixado como perdido."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CONVERTERX
           END-IF.
      *
           MOVE ORC-CCLIENTE-FDH       TO CODIGO-FDC.
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE "Cliente do orcamento nao cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CONVERTERX
           END-IF.
      *
           IF PROSPECT-FDC
              MOVE "Prospect ainda nao GANHO no funil - sem conversao."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CONVERTERX
           END-IF.
      *
           IF NOT ATIVO-FDC
              MOVE "Cliente inativo ou bloqueado - sem conversao."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CONVERTERX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS-ANO       TO WSS-HOJE-AMD(1:4).
           MOVE WSS-DATA-SIS-MES       TO WSS-HOJE-AMD(5:2).
           MOVE WSS-DATA-SIS-DIA       TO WSS-HOJE-AMD(7:2).
      *
      *  ---> Pedido nasce na data de processamento: mes ja fechado
      *       (PT000058) recusa a conversao
           MOVE WSS-HOJE-AMD           TO WSP-PER-DATA.
           MOVE 'I'                    TO WSP-PER-OPERACAO.
           MOVE SPACES                 TO WSP-PER-CHAVE.
           STRING 'PEDIDO '            ORC-CCLIENTE-FDH
                  ' '                  WSS-HOJE-AMD
              DELIMITED BY SIZE        INTO WSP-PER-CHAVE
           END-STRING.
           PERFORM RT-CONFERIR-PERIODO THRU RT-CONFERIR-PERIODOX.
           IF WSP-PER-FECHADO
              GO                       TO RT-CONVERTERX
           END-IF.
      *
      *  ---> Orcamento vencido so converte com a confirmacao
           IF ORC-VALIDADE-FDH         LESS WSS-HOJE-AMD
              MOVE SPACES              TO WSS-MENSAGEM
              STRING 'Orcamento vencido em ' WSS-VALIDADE-EDT
                     '. Converte assim mesmo? (S/N): '
                 DELIMITED BY SIZE     INTO WSS-MENSAGEM
              END-STRING
              DISPLAY TELA-MENSAGENS
              MOVE 'N'                 TO WSS-SON
              ACCEPT WSS-SON           LINE 24 COL 76
                                            WITH PROMPT AUTO-SKIP
              IF WSS-SON               NOT EQUAL 'S' AND 's'
                 GO                    TO RT-CONVERTERX
              END-IF
           END-IF.
      *
           MOVE ORC-VALOR-FDH          TO WSS-VALOR-EDT.
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Gera pedido de ' WSS-VALOR-EDT
                  ' com os itens do orcamento? (S/N): '
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 76
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-CONVERTERX
           END-IF.
      *
      *  ---> Sequencia livre do pedido do cliente na data de hoje
           MOVE 1                      TO WSS-PROX-SEQ.
           MOVE ORC-CCLIENTE-FDH       TO PED-CCLIENTE-FDP.
           MOVE WSS-HOJE-AMD           TO PED-DATA-FDP.
           MOVE ZEROS                  TO PED-SEQ-FDP.
           MOVE 'N'                    TO WSS-FIM-ARQ-PED.
      *
           START ARQ-PEDIDOS           KEY IS NOT LESS PED-CHAVE-FDP
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-PED
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-PED
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-SEQ-PEDIDO
                                       THRU RT-LER-SEQ-PEDIDOX
           END-PERFORM.
      *
           MOVE ORC-CCLIENTE-FDH       TO PED-CCLIENTE-FDP.
           MOVE WSS-HOJE-AMD           TO PED-DATA-FDP.
           MOVE WSS-PROX-SEQ           TO PED-SEQ-FDP.
           MOVE ORC-CVENDEDOR-FDH      TO PED-CVENDEDOR-FDP.
           MOVE ORC-VALOR-FDH          TO PED-VALOR-FDP.
           MOVE 'A'                    TO PED-SITUACAO-FDP.
           MOVE 'V'                    TO PED-ORIGEM-FDP.
           MOVE ORC-SEQ-FDH            TO WSS-SEQ-EDT.
           MOVE SPACES                 TO PED-OBS-FDP.
           STRING 'ORCAMENTO ' ORC-DATA-FDH '/' WSS-SEQ-EDT
                                       DELIMITED BY SIZE
                                       INTO PED-OBS-FDP.
      *  ---> Pedido novo nasce sem historico de faturamento
           MOVE SPACES                 TO PED-SIT-ERP-FDP
                                          PED-APROVADOR-FDP
                                          PED-RETENCAO-FDP.
           MOVE ZEROS                  TO PED-NOTA-FDP
                                          PED-DT-DECISAO-FDP
                                          PED-MOTIVO-REPROV-FDP
                                          PED-DT-FATURA-FDP
                                          PED-SEQ-ENTREGA-FDP.
      *
      *  ---> Entrega prometida pela cidade/UF do cliente
           MOVE 'C'                    TO WSN-ENT-FUNCAO.
           MOVE CIDADE-FDC             TO WSN-ENT-CIDADE.
           MOVE UF-FDC                 TO WSN-ENT-UF.
           MOVE WSS-HOJE-AMD           TO WSN-ENT-DT-PEDIDO.
           CALL WPT00906               USING WSN-ENT-PARM.
           MOVE WSN-ENT-DT-ENTREGA     TO PED-DT-ENTREGA-FDP.
      *
           WRITE REG-FDP.
      *
           IF FS-PEDIDOS               NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'PEDIDOS'           TO WSS-ARQUIVO
              MOVE FS-PEDIDOS          TO WSS-FSTATUS
              MOVE 11                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Itens do orcamento viram itens do pedido
           MOVE ORC-CCLIENTE-FDH       TO OIT-CCLIENTE-FDJ.
           MOVE ORC-DATA-FDH           TO OIT-DATA-FDJ.
           MOVE ORC-SEQ-FDH            TO OIT-SEQ-FDJ.
           MOVE ZEROS                  TO OIT-ITEM-FDJ.
           MOVE 'N'                    TO WSS-FIM-ARQ-OIT.
      *
           START ARQ-ORCITEM           KEY IS NOT LESS OIT-CHAVE-FDJ
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-OIT
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-OIT
                                       EQUAL 'S' OR 's'
              PERFORM RT-CONVERTER-ITEM
                                       THRU RT-CONVERTER-ITEMX
           END-PERFORM.
      *
           MOVE 'C'                    TO ORC-SITUACAO-FDH.
           MOVE WSS-HOJE-AMD           TO ORC-PED-DATA-FDH
                                          ORC-DT-SITUACAO-FDH.
           MOVE WSS-PROX-SEQ           TO ORC-PED-SEQ-FDH.
      *
           REWRITE REG-FDH.
      *
           IF FS-ORCAMENTO             NOT EQUAL '00'
              MOVE 'ao regravar'       TO WSS-DESCRICAO
              MOVE 'ORCAMENTO'         TO WSS-ARQUIVO
              MOVE FS-ORCAMENTO        TO WSS-FSTATUS
              MOVE 13                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'CONVERSAO DE ORCAMENTO EM PEDIDO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE WSS-PROX-SEQ           TO WSS-SEQ-EDT.
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Pedido gerado em ' WSS-DATA-SIS-DIA '/'
                  WSS-DATA-SIS-MES '/' WSS-DATA-SIS-ANO
                  ', sequencia ' WSS-SEQ-EDT '.'
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-CONVERTERX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-SEQ-PEDIDO               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDIDOS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-PED
                GO                     TO RT-LER-SEQ-PEDIDOX
           END-READ.
      *
           IF PED-CCLIENTE-FDP         NOT EQUAL ORC-CCLIENTE-FDH
              OR PED-DATA-FDP          NOT EQUAL WSS-HOJE-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-PED
              GO                       TO RT-LER-SEQ-PEDIDOX
           END-IF.
      *
           COMPUTE WSS-PROX-SEQ = PED-SEQ-FDP + 1.
      *
       RT-LER-SEQ-PEDIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONVERTER-ITEM               SECTION.
      *  ---> Preco do orcamento e o preco de lista e o praticado do
      *       item (sem tabela, campanha ou encomenda)
      *----------------------------------------------------------------*
      *
           READ ARQ-ORCITEM            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-OIT
                GO                     TO RT-CONVERTER-ITEMX
           END-READ.
      *
           IF OIT-CCLIENTE-FDJ         NOT EQUAL ORC-CCLIENTE-FDH
              OR OIT-DATA-FDJ          NOT EQUAL ORC-DATA-FDH
              OR OIT-SEQ-FDJ           NOT EQUAL ORC-SEQ-FDH
              MOVE 'S'                 TO WSS-FIM-ARQ-OIT
              GO                       TO RT-CONVERTER-ITEMX
           END-IF.
      *
           MOVE PED-CCLIENTE-FDP       TO ITM-CCLIENTE-FDI.
           MOVE PED-DATA-FDP           TO ITM-DATA-FDI.
           MOVE PED-SEQ-FDP            TO ITM-SEQ-FDI.
           MOVE OIT-ITEM-FDJ           TO ITM-ITEM-FDI.
           MOVE OIT-CPRODUTO-FDJ       TO ITM-CPRODUTO-FDI.
           MOVE OIT-QTDE-FDJ           TO ITM-QTDE-FDI.
           MOVE OIT-PRECO-FDJ          TO ITM-PRECO-FDI
                                          ITM-PRECO-LISTA-FDI.
           MOVE OIT-TOTAL-FDJ          TO ITM-TOTAL-FDI.
           MOVE SPACES                 TO ITM-TABELA-FDI
                                          ITM-CAMPANHA-FDI.
           MOVE ZEROS                  TO ITM-QTD-ENCOMENDA-FDI.
      *
           WRITE REG-FDI.
      *
           IF FS-PEDITEM               NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'PEDITEM'           TO WSS-ARQUIVO
              MOVE FS-PEDITEM          TO WSS-FSTATUS
              MOVE 12                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-CONVERTER-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PERDIDO                      SECTION.
      *  ---> Baixa o orcamento em aberto como perdido (proposta
      *       recusada pelo cliente)
      *----------------------------------------------------------------*
      *
           PERFORM RT-PEDIR-CHAVE      THRU RT-PEDIR-CHAVEX.
      *
           IF WSS-ACHOU-ORC            NOT EQUAL 'S'
              GO                       TO RT-PERDIDOX
           END-IF.
      *
           IF NOT ORCAMENTO-ABERTO-FDH
              MOVE "Orcamento ja convertido ou baixado como perdido."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-PERDIDOX
           END-IF.
      *
           MOVE "Confirma a baixa do orcamento como perdido? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 66
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-PERDIDOX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE 'P'                    TO ORC-SITUACAO-FDH.
           MOVE WSS-DATA-SIS-ANO       TO ORC-DT-SITUACAO-FDH(1:4).
           MOVE WSS-DATA-SIS-MES       TO ORC-DT-SITUACAO-FDH(5:2).
           MOVE WSS-DATA-SIS-DIA       TO ORC-DT-SITUACAO-FDH(7:2).
      *
           REWRITE REG-FDH.
      *
           IF FS-ORCAMENTO             NOT EQUAL '00'
              MOVE 'ao regravar'       TO WSS-DESCRICAO
              MOVE 'ORCAMENTO'         TO WSS-ARQUIVO
              MOVE FS-ORCAMENTO        TO WSS-FSTATUS
              MOVE 14                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'BAIXA DE ORCAMENTO COMO PERDIDO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Orcamento baixado como perdido."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-PERDIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *  ---> Lista os orcamentos de um cliente (ou todos)
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-CCLIENTE.
           DISPLAY TELA-LABEL-CONSULTA.
      *
           MOVE "Informe o cliente (ZEROS = todos os orcamentos)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1Q.
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE WSS-T-CCLIENTE         TO ORC-CCLIENTE-FDH.
           MOVE ZEROS                  TO ORC-DATA-FDH
                                          ORC-SEQ-FDH.
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
      *
           START ARQ-ORCAMENTO         KEY IS NOT LESS ORC-CHAVE-FDH
                INVALID KEY
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
           END-START.
      *
           IF WSS-FIM-ARQ-CON          EQUAL 'S'
              MOVE "Nenhum orcamento cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CONSULTAX
           END-IF.
      *
           DISPLAY CAB-CONSULTA        LINE 04 COL 02.
           MOVE 5                      TO WSS-LINHA.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CON
                                       EQUAL 'S' OR 's'
              PERFORM RT-EXIBIR-ORCAMENTO
                                       THRU RT-EXIBIR-ORCAMENTOX
           END-PERFORM.
      *
           MOVE "Fim da consulta. Pressione qualquer tecla."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-CONSULTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXIBIR-ORCAMENTO             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-ORCAMENTO          NEXT
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
                    GO                  TO RT-EXIBIR-ORCAMENTOX
           END-READ.
      *
           IF WSS-T-CCLIENTE           NOT EQUAL ZEROS
              AND ORC-CCLIENTE-FDH     NOT EQUAL WSS-T-CCLIENTE
              MOVE 'S'                 TO WSS-FIM-ARQ-CON
              GO                       TO RT-EXIBIR-ORCAMENTOX
           END-IF.
      *
           MOVE ORC-CCLIENTE-FDH       TO LIN-CCLIENTE.
           MOVE SPACES                 TO LIN-DATA
                                          LIN-VALIDADE
                                          LIN-PEDIDO.
           STRING ORC-DATA-FDH(7:2) '/' ORC-DATA-FDH(5:2) '/'
                  ORC-DATA-FDH(1:4)    DELIMITED BY SIZE
                                       INTO LIN-DATA.
           MOVE ORC-SEQ-FDH            TO LIN-SEQ.
           MOVE ORC-CVENDEDOR-FDH      TO LIN-CVENDEDOR.
           STRING ORC-VALIDADE-FDH(7:2) '/' ORC-VALIDADE-FDH(5:2) '/'
                  ORC-VALIDADE-FDH(1:4)
                                       DELIMITED BY SIZE
                                       INTO LIN-VALIDADE.
           MOVE ORC-VALOR-FDH          TO LIN-VALOR.
           MOVE ORC-SITUACAO-FDH       TO LIN-SITUACAO.
           IF ORCAMENTO-CONVERTIDO-FDH
              STRING ORC-PED-DATA-FDH(7:2) '/' ORC-PED-DATA-FDH(5:2)
                     '/' ORC-PED-DATA-FDH(1:4) '-' ORC-PED-SEQ-FDH
                                       DELIMITED BY SIZE
                                       INTO LIN-PEDIDO
           END-IF.
      *
           DISPLAY LINHA-CONSULTA      LINE WSS-LINHA COL 02.
      *
           ADD 1                       TO WSS-LINHA.
      *
           IF WSS-LINHA                GREATER 21
              MOVE "ENTER continua, 'S' encerra a consulta."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              MOVE SPACES              TO WSS-ENT
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              IF WSS-ENT               EQUAL 'S' OR 's'
                 MOVE 'S'              TO WSS-FIM-ARQ-CON
              ELSE
                 PERFORM RT-LIMPAR-TELA
                                       THRU RT-LIMPAR-TELAX
                 DISPLAY CAB-CONSULTA  LINE 04 COL 02
                 MOVE 5                TO WSS-LINHA
              END-IF
           END-IF.
      *
       RT-EXIBIR-ORCAMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO DE ORCAMENTOS VENCIDOS: EM ABERTO COM VALIDADE
      *    ANTERIOR A DATA DO SISTEMA, COM OS DIAS DE ATRASO
      *----------------------------------------------------------------*
       RT-REL-VENCIDOS                 SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS-ANO       TO WSS-HOJE-AMD(1:4).
           MOVE WSS-DATA-SIS-MES       TO WSS-HOJE-AMD(5:2).
           MOVE WSS-DATA-SIS-DIA       TO WSS-HOJE-AMD(7:2).
           COMPUTE WSS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (WSS-HOJE-AMD).
      *
           MOVE ZEROS                  TO WSS-QTD-VENCIDOS
                                          WSS-VLR-VENCIDOS.
      *
           MOVE SPACES                 TO WSS-ARQ-ORCAMENTO.
           STRING 'REL-ORCVENC-'       DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
              INTO WSS-ARQ-ORCAMENTO
           END-STRING.
      *
           OPEN OUTPUT REL-ORCAMENTO.
      *
           IF FS-REL-ORC               NOT EQUAL '00'
              MOVE "Erro ao abrir o relatorio de orcamentos vencidos."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REL-VENCIDOSX
           END-IF.
      *
           MOVE "Processando... aguarde."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           MOVE SPACES                 TO CAB-VEN-DATA.
           STRING WSS-DATA-SIS-DIA '/' WSS-DATA-SIS-MES '/'
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                                       INTO CAB-VEN-DATA.
      *
           WRITE REG-REL-ORCAMENTO     FROM CAB-VENCIDOS-1.
           WRITE REG-REL-ORCAMENTO     FROM LINHA-TRACO.
           WRITE REG-REL-ORCAMENTO     FROM CAB-VENCIDOS-2.
           WRITE REG-REL-ORCAMENTO     FROM LINHA-TRACO.
      *
           MOVE ZEROS                  TO ORC-CCLIENTE-FDH
                                          ORC-DATA-FDH
                                          ORC-SEQ-FDH.
           MOVE 'N'                    TO WSS-FIM-ARQ-ORC.
      *
           START ARQ-ORCAMENTO         KEY IS NOT LESS ORC-CHAVE-FDH
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-ORC
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ORC
                                       EQUAL 'S' OR 's'
              PERFORM RT-TRATAR-VENCIDO
                                       THRU RT-TRATAR-VENCIDOX
           END-PERFORM.
      *
           WRITE REG-REL-ORCAMENTO     FROM LINHA-TRACO.
           MOVE WSS-VLR-VENCIDOS       TO WSS-VALOR-EDT.
           MOVE SPACES                 TO REG-REL-ORCAMENTO.
           STRING 'TOTAL DE ORCAMENTOS VENCIDOS: ' WSS-QTD-VENCIDOS
                  '   VALOR: ' WSS-VALOR-EDT
                                       DELIMITED BY SIZE
                                       INTO REG-REL-ORCAMENTO.
           WRITE REG-REL-ORCAMENTO.
      *
           CLOSE REL-ORCAMENTO.
      *
           MOVE WSS-ARQ-ORCAMENTO      TO LKS-ARQ-REL.
      *
           MOVE 'VENCIDOS'             TO WSS-FILTRO.
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'RELATORIO DE ORCAMENTOS VENCIDOS'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Relatorio gerado: ' WSS-ARQ-ORCAMENTO
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-REL-VENCIDOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-VENCIDO               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-ORCAMENTO          NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-ORC
                GO                     TO RT-TRATAR-VENCIDOX
           END-READ.
      *
           IF NOT ORCAMENTO-ABERTO-FDH
              OR ORC-VALIDADE-FDH      NOT LESS WSS-HOJE-AMD
              GO                       TO RT-TRATAR-VENCIDOX
           END-IF.
      *
           COMPUTE WSS-INT-VALIDADE =
                   FUNCTION INTEGER-OF-DATE (ORC-VALIDADE-FDH).
           COMPUTE WSS-DIAS-VENCIDO = WSS-INT-HOJE - WSS-INT-VALIDADE.
      *
           INITIALIZE DET-VENCIDOS.
           MOVE ORC-CCLIENTE-FDH       TO VEN-CCLIENTE.
           MOVE ORC-CCLIENTE-FDH       TO CODIGO-FDC.
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    MOVE SPACES        TO RSOCIAL-FDC
           END-READ.
           MOVE RSOCIAL-FDC            TO VEN-RSOCIAL.
           STRING ORC-DATA-FDH(7:2) '/' ORC-DATA-FDH(5:2) '/'
                  ORC-DATA-FDH(1:4)    DELIMITED BY SIZE
                                       INTO VEN-DATA.
           MOVE ORC-SEQ-FDH            TO VEN-SEQ.
           STRING ORC-VALIDADE-FDH(7:2) '/' ORC-VALIDADE-FDH(5:2) '/'
                  ORC-VALIDADE-FDH(1:4)
                                       DELIMITED BY SIZE
                                       INTO VEN-VALIDADE.
           MOVE WSS-DIAS-VENCIDO       TO VEN-DIAS.
           MOVE ORC-CVENDEDOR-FDH      TO VEN-CVENDEDOR.
           MOVE ORC-VALOR-FDH          TO VEN-VALOR.
      *
           WRITE REG-REL-ORCAMENTO     FROM DET-VENCIDOS.
      *
           ADD 1                       TO WSS-QTD-VENCIDOS.
           ADD ORC-VALOR-FDH           TO WSS-VLR-VENCIDOS.
      *
       RT-TRATAR-VENCIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    TAXA DE CONVERSAO POR VENDEDOR: ORCAMENTOS EMITIDOS NO
      *    PERIODO (DATA DO ORCAMENTO), CONVERTIDOS, PERDIDOS E EM
      *    ABERTO, COM O % EM QUANTIDADE E EM VALOR. LEITURA PELA
      *    CHAVE ALTERNATIVA DE VENDEDOR (QUEBRA POR VENDEDOR).
      *----------------------------------------------------------------*
       RT-REL-CONVERSAO                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE SPACES                 TO WSS-T-DT-INI
                                          WSS-T-DT-FIM.
           DISPLAY TELA-PERIODO.
      *
           MOVE "Informe a data inicial (BRANCO = desde o inicio)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1P.
      *
           MOVE "Informe a data final (BRANCO = ate hoje)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2P.
      *
           MOVE ZEROS                  TO WSS-DT-INI-AMD.
           MOVE 99999999               TO WSS-DT-FIM-AMD.
      *
           IF WSS-T-DT-INI             NUMERIC
              MOVE WSS-T-DT-INI(5:4)   TO WSS-DT-INI-AMD(1:4)
              MOVE WSS-T-DT-INI(3:2)   TO WSS-DT-INI-AMD(5:2)
              MOVE WSS-T-DT-INI(1:2)   TO WSS-DT-INI-AMD(7:2)
           END-IF.
      *
           IF WSS-T-DT-FIM             NUMERIC
              MOVE WSS-T-DT-FIM(5:4)   TO WSS-DT-FIM-AMD(1:4)
              MOVE WSS-T-DT-FIM(3:2)   TO WSS-DT-FIM-AMD(5:2)
              MOVE WSS-T-DT-FIM(1:2)   TO WSS-DT-FIM-AMD(7:2)
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE SPACES                 TO WSS-ARQ-ORCAMENTO.
           STRING 'REL-ORCCONV-'       DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
              INTO WSS-ARQ-ORCAMENTO
           END-STRING.
      *
           OPEN OUTPUT REL-ORCAMENTO.
      *
           IF FS-REL-ORC               NOT EQUAL '00'
              MOVE "Erro ao abrir o relatorio de conversao."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REL-CONVERSAOX
           END-IF.
      *
           MOVE "Processando... aguarde."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           MOVE SPACES                 TO CAB-CNV-PERIODO
                                          CAB-CNV-DATA
                                          WSS-FILTRO.
           IF WSS-T-DT-INI             NUMERIC
              OR WSS-T-DT-FIM          NUMERIC
              STRING 'PERIODO ' WSS-T-DT-INI ' A ' WSS-T-DT-FIM
                 DELIMITED BY SIZE     INTO CAB-CNV-PERIODO
              STRING WSS-T-DT-INI '-' WSS-T-DT-FIM
                 DELIMITED BY SIZE     INTO WSS-FILTRO
           ELSE
              MOVE 'TODO O PERIODO'    TO CAB-CNV-PERIODO
              MOVE 'TODO O PERIODO'    TO WSS-FILTRO
           END-IF.
           STRING WSS-DATA-SIS-DIA '/' WSS-DATA-SIS-MES '/'
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                                       INTO CAB-CNV-DATA.
      *
           WRITE REG-REL-ORCAMENTO     FROM CAB-CONVERSAO-1.
           WRITE REG-REL-ORCAMENTO     FROM LINHA-TRACO.
           WRITE REG-REL-ORCAMENTO     FROM CAB-CONVERSAO-2.
           WRITE REG-REL-ORCAMENTO     FROM LINHA-TRACO.
      *
           INITIALIZE WSS-CNV-ACUM (1)
                      WSS-CNV-ACUM (2).
           MOVE 'S'                    TO WSS-PRIMEIRO-VEN.
           MOVE ZEROS                  TO WSS-VEN-ANTERIOR.
      *
           MOVE ZEROS                  TO ORC-CVENDEDOR-FDH.
           MOVE 'N'                    TO WSS-FIM-ARQ-ORC.
      *
           START ARQ-ORCAMENTO         KEY IS NOT LESS ORC-CVENDEDOR-FDH
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-ORC
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ORC
                                       EQUAL 'S' OR 's'
              PERFORM RT-TRATAR-CONVERSAO
                                       THRU RT-TRATAR-CONVERSAOX
           END-PERFORM.
      *
           IF WSS-PRIMEIRO-VEN         EQUAL 'N'
              MOVE 1                   TO WSS-IDX-CNV
              PERFORM RT-IMPRIME-CONVERSAO
                                       THRU RT-IMPRIME-CONVERSAOX
           END-IF.
      *
           WRITE REG-REL-ORCAMENTO     FROM LINHA-TRACO.
           MOVE 2                      TO WSS-IDX-CNV.
           PERFORM RT-IMPRIME-CONVERSAO
                                       THRU RT-IMPRIME-CONVERSAOX.
      *
           CLOSE REL-ORCAMENTO.
      *
           MOVE WSS-ARQ-ORCAMENTO      TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'RELATORIO DE CONVERSAO DE ORCAMENTOS'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Relatorio gerado: ' WSS-ARQ-ORCAMENTO
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-REL-CONVERSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-CONVERSAO             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-ORCAMENTO          NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-ORC
                GO                     TO RT-TRATAR-CONVERSAOX
           END-READ.
      *
           IF ORC-DATA-FDH             LESS WSS-DT-INI-AMD
              OR ORC-DATA-FDH          GREATER WSS-DT-FIM-AMD
              GO                       TO RT-TRATAR-CONVERSAOX
           END-IF.
      *
      *  ---> Quebra por vendedor
           IF WSS-PRIMEIRO-VEN         EQUAL 'N'
              AND ORC-CVENDEDOR-FDH    NOT EQUAL WSS-VEN-ANTERIOR
              MOVE 1                   TO WSS-IDX-CNV
              PERFORM RT-IMPRIME-CONVERSAO
                                       THRU RT-IMPRIME-CONVERSAOX
              INITIALIZE WSS-CNV-ACUM (1)
           END-IF.
      *
           MOVE 'N'                    TO WSS-PRIMEIRO-VEN.
           MOVE ORC-CVENDEDOR-FDH      TO WSS-VEN-ANTERIOR.
      *
           PERFORM VARYING WSS-IDX-CNV FROM 1 BY 1
                   UNTIL   WSS-IDX-CNV GREATER 2
              ADD 1                    TO WSS-CNV-EMITIDOS (WSS-IDX-CNV)
              ADD ORC-VALOR-FDH        TO WSS-CNV-VLR-EMIT (WSS-IDX-CNV)
              EVALUATE TRUE
                  WHEN ORCAMENTO-CONVERTIDO-FDH
                       ADD 1           TO WSS-CNV-CONVERT (WSS-IDX-CNV)
                       ADD ORC-VALOR-FDH
                                       TO WSS-CNV-VLR-CONV (WSS-IDX-CNV)
                  WHEN ORCAMENTO-PERDIDO-FDH
                       ADD 1           TO WSS-CNV-PERDIDOS (WSS-IDX-CNV)
                  WHEN OTHER
                       ADD 1           TO WSS-CNV-ABERTOS (WSS-IDX-CNV)
              END-EVALUATE
           END-PERFORM.
      *
       RT-TRATAR-CONVERSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-CONVERSAO            SECTION.
      *  ---> Linha do vendedor (indice 1) ou do total (indice 2)
      *----------------------------------------------------------------*
      *
           INITIALIZE DET-CONVERSAO.
      *
           IF WSS-IDX-CNV              EQUAL 1
              MOVE WSS-VEN-ANTERIOR    TO CNV-CVENDEDOR
              MOVE WSS-VEN-ANTERIOR    TO CODIGO-FDV
              READ ARQ-VENDEDOR        KEY IS CODIGO-FDV
                   INVALID KEY
                       MOVE SPACES     TO NOME-FDV
              END-READ
              MOVE NOME-FDV            TO CNV-NOME
           ELSE
              MOVE 'TOTAL GERAL'       TO CNV-NOME
           END-IF.
      *
           MOVE WSS-CNV-EMITIDOS (WSS-IDX-CNV)
                                       TO CNV-EMITIDOS.
           MOVE WSS-CNV-CONVERT (WSS-IDX-CNV)
                                       TO CNV-CONVERT.
           MOVE WSS-CNV-PERDIDOS (WSS-IDX-CNV)
                                       TO CNV-PERDIDOS.
           MOVE WSS-CNV-ABERTOS (WSS-IDX-CNV)
                                       TO CNV-ABERTOS.
           MOVE WSS-CNV-VLR-EMIT (WSS-IDX-CNV)
                                       TO CNV-VLR-EMIT.
           MOVE WSS-CNV-VLR-CONV (WSS-IDX-CNV)
                                       TO CNV-VLR-CONV.
      *
           MOVE ZEROS                  TO WSS-PCT-QTD
                                          WSS-PCT-VLR.
           IF WSS-CNV-EMITIDOS (WSS-IDX-CNV)
                                       GREATER ZEROS
              COMPUTE WSS-PCT-QTD ROUNDED =
                      WSS-CNV-CONVERT (WSS-IDX-CNV) * 100
                    / WSS-CNV-EMITIDOS (WSS-IDX-CNV)
           END-IF.
           IF WSS-CNV-VLR-EMIT (WSS-IDX-CNV)
                                       GREATER ZEROS
              COMPUTE WSS-PCT-VLR ROUNDED =
                      WSS-CNV-VLR-CONV (WSS-IDX-CNV) * 100
                    / WSS-CNV-VLR-EMIT (WSS-IDX-CNV)
           END-IF.
           MOVE WSS-PCT-QTD            TO CNV-PCT-QTD.
           MOVE WSS-PCT-VLR            TO CNV-PCT-VLR.
      *
           WRITE REG-REL-ORCAMENTO     FROM DET-CONVERSAO.
      *
       RT-IMPRIME-CONVERSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    TRAVA DE PERIODO: LANCAMENTO DATADO EM MES JA FECHADO PELO
      *    FECHAMENTO MENSAL (PT000058) E RECUSADO; O PRV00912 REGISTRA
      *    A RECUSA NO PERLOG. O CHAMADOR INFORMA DATA, OPERACAO E
      *    CHAVE E TESTA WSP-PER-FECHADO NA VOLTA.
      *----------------------------------------------------------------*
       RT-CONFERIR-PERIODO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'C'                    TO WSP-PER-FUNCAO.
           MOVE 'PT000090'             TO WSP-PER-PROGRAMA.
           MOVE LKS-OPERADOR           TO WSP-PER-OPERADOR.
      *
           CALL WPT00913               USING WSP-PER-PARM.
      *
           IF NOT WSP-PER-FECHADO
              GO                       TO RT-CONFERIR-PERIODOX
           END-IF.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'RECUSADO - PERIODO FECHADO '
                  WSP-PER-ANOMES
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Periodo '           WSP-PER-ANOMES
                  ' fechado - lancamento recusado.'
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-CONFERIR-PERIODOX.
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
           MOVE 'PT000090'             TO WSS-AUD-PROGRAMA.
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
       RT-REGISTRAR-CATALOGO           SECTION.
      *  ---> Registra o documento/relatorio recem gerado no catalogo
      *       central (CATREL), para revisualizacao pelo paginador
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
           MOVE 'PT000090'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE WSS-FILTRO             TO CAT-FILTROS-FDK.
           MOVE WSS-ARQ-ORCAMENTO      TO CAT-ARQUIVO-FDK.
      *
           WRITE REG-FDK.
      *
           CLOSE ARQ-CATALOGO.
      *
       RT-REGISTRAR-CATALOGOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ERROS                        SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           STRING 'Erro ' WSS-DESCRICAO 'arquivo ' WSS-ARQUIVO
                  ' - FS: ' WSS-FSTATUS ' Local: #' WSS-PONTO-ERRO '#'
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
      *
      *  ---> Registra o erro no log central (ERRSYS)
           MOVE 'PT000090'             TO WSS-ERR-PROGRAMA.
           MOVE WSS-PONTO-ERRO         TO WSS-ERR-PONTO.
           MOVE WSS-ARQUIVO            TO WSS-ERR-ARQUIVO.
           MOVE WSS-FSTATUS            TO WSS-ERR-FSTATUS.
           MOVE SPACES                 TO WSS-ERR-CHAVE.
           MOVE WSS-DESCRICAO          TO WSS-ERR-DESCRICAO.
           CALL WSPRV901               USING WSS-ERR-PARM.
      *
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
           MOVE 1                      TO LKS-RETORNO.
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
           CLOSE ARQ-ORCAMENTO
                 ARQ-ORCITEM
                 ARQ-PEDIDOS
                 ARQ-PEDITEM
                 ARQ-CLIENTES
                 ARQ-VENDEDOR
                 ARQ-AUDITORIA.
      *
           IF PRODUTO-ABERTO
              CLOSE ARQ-PRODUTO
              MOVE 'N'                 TO WSS-PRODUTO-ABERTO
           END-IF.
      *
      *  ---> Fecha MUNICIPIO/CALENDARIO abertos pelo PRV00905
           MOVE 'F'                    TO WSN-ENT-FUNCAO.
           CALL WPT00906               USING WSN-ENT-PARM.
      *
           MOVE 'F'                    TO WSP-PER-FUNCAO.
           CALL WPT00913               USING WSP-PER-PARM.
      *
           MOVE ZEROS                  TO LKS-RETORNO.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
