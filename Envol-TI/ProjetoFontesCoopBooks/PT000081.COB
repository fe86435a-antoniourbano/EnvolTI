      *     *            DISTRIB.ERP, COM TRAILER DE CONTROLE),        *
      *     *            MARCANDO-OS COMO ENVIADOS; IMPORTA O RETORNO  *
      *     *            DE FATURAMENTO FATRET.ERP (PEDIDO;STATUS      *
      *     *            F/X/P;NOTA;DATA) CASANDO COM O QUE FOI        *
      *     *            ENVIADO; E                                    *
      *     *            EMITE O RELATORIO DE DIVERGENCIA DOS PEDIDOS  *
      *     *            ENVIADOS E NUNCA FATURADOS. PEDIDO SEM NOTA   *
      *     *            E RECEITA VAZANDO EM SILENCIO.                *
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            REGISTROS 'I' (ITENS DO PEDIDO, ARQ PEDITEM)  *
      *     *            APOS CADA 'D' NO PEDIDO.ERP, COM PRODUTO,     *
      *     *            QUANTIDADE, PRECO E CODIGO DA TABELA DE PRECO *
      *     *            USADA NA CAPTACAO. O TRAILER CONTINUA         *
      *     *            CONTANDO SO OS PEDIDOS ('D').                 *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PEDIDO AGUARDANDO APROVACAO COMERCIAL ('L')   *
      *     *            OU REPROVADO ('R') NAO SAI NO PEDIDO.ERP; OS  *
      *     *            RETIDOS APARECEM NA MENSAGEM DA EXPORTACAO.   *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            DATA DE ENTREGA PROMETIDA NO REGISTRO 'D' DO  *
      *     *            PEDIDO.ERP; 6o CAMPO OPCIONAL DO FATRET.ERP   *
      *     *            COM A DATA DE FATURAMENTO (AUSENTE = DATA DO  *
      *     *            PROCESSAMENTO) GRAVADA EM PED-DT-FATURA; E    *
      *     *            RELATORIO SEMANAL PROMETIDO X FATURADO        *
      *     *            (REL-PROMESSA-AAAAMMDD.CSV), NO MENU E NO     *
      *     *            BATCH DE SEGUNDA-FEIRA.                       *
      *     *----------------------------------------------------------*
      *     * VERSAO 05    -    Amarildo M Borges      -    15.10.2026 *
      *     *            SEQUENCIA DO ENDERECO DE ENTREGA NO REGISTRO  *
      *     *            'D' E, QUANDO DIFERENTE DO CADASTRO (ZERO),   *
      *     *            REGISTRO 'E' COM ENDERECO, CIDADE, UF E CEP   *
      *     *            (ARQ ENDENTREGA). O TRAILER CONTINUA CONTANDO *
      *     *            SO OS PEDIDOS ('D').                          *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Itens do pedido (registros 'I' da interface)
           COPY 'SEL-PEDITEM.CPY'      REPLACING ==::== BY ==-FDI==.
      *
      *  ---> Enderecos de entrega (registros 'E' da interface)
           COPY 'SEL-ENDENTREGA.CPY'   REPLACING ==::== BY ==-FDN==.
      *
      *  ---> Interface de pedidos ao ERP (largura fixa H/D/T)
           SELECT  REL-PEDIDO-ERP      ASSIGN TO 'PEDIDO.ERP'
                   ORGANIZATION        IS LINE SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-DIVERG.
      *
      *  ---> Relatorio semanal entrega prometida x faturamento
           SELECT  REL-PROMESSA        ASSIGN TO WSS-ARQ-PROMESSA
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-PROMESSA.
      *
      *  ---> Manifesto do gateway de transmissao (PT000065)
           COPY 'SEL-GTWMANIF.CPY'.
      *
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PEDIDOS.CPY'           REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-PEDITEM                 VALUE OF FILE-ID IS 'PEDITEM'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDI.
       COPY 'FD-PEDITEM.CPY'           REPLACING ==::== BY ==-FDI==.
      *
       FD  ARQ-ENDENTREGA              VALUE OF FILE-ID IS 'ENDENTREGA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDN.
       COPY 'FD-ENDENTREGA.CPY'        REPLACING ==::== BY ==-FDN==.
      *
       FD  REL-PEDIDO-ERP
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PEDIDO-ERP              PIC  X(080).
       01  REG-PEDIDO-ERP-ETG          PIC  X(110).
      *
       FD  ARQ-FATRET
           LABEL RECORD                IS STANDARD
      *
       FD  REL-DIVERGENCIA.
       01  REG-DIVERG                  PIC  X(100).
      *
       FD  REL-PROMESSA.
       01  REG-PROMESSA                PIC  X(100).
      *
       FD  ARQ-GTWMANIF
           LABEL RECORD                IS STANDARD
           'III  WORKING STORAGE SECTION III'.
      *
       77  WSS-FIM-ARQ                 PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-ITM             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-PEDITEM-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PEDITEM-ABERTO          VALUE 'S'.
      *
       77  WSS-ENDENTREGA-ABERTO       PIC  X(001)         VALUE 'N'.
           88  ENDENTREGA-ABERTO       VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-DATA-PROC-AMD       PIC  9(008)         VALUE ZEROS.
           03  WSS-ARQ-DIVERG          PIC  X(030)         VALUE SPACES.
           03  WSS-QTD-ENVIADOS        PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-ITENS           PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-ENDERECOS       PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-RETIDOS         PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-CASADOS         PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-RECUSADOS       PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-DIVERG          PIC  9(007)         VALUE ZEROS.
           03  WSS-HASH-TOTAL          PIC  9(015)         VALUE ZEROS.
           03  WSS-CAT-FILTROS         PIC  X(020)         VALUE SPACES.
           03  WSS-CAT-ARQUIVO         PIC  X(030)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - RELATORIO PROMETIDO X FATURADO
      *----------------------------------------------------------------*
           03  WSS-ARQ-PROMESSA        PIC  X(030)         VALUE SPACES.
           03  WSS-PRM-INI-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-PRM-INT             PIC  9(007)         VALUE ZEROS.
           03  WSS-PRM-ATRASO          PIC S9(005)         VALUE ZEROS.
           03  WSS-PRM-ATRASO-EDT      PIC  -(005)9.
           03  WSS-PRM-SITUACAO        PIC  X(018)         VALUE SPACES.
           03  WSS-PRM-DIA-SEMANA      PIC  9(001)         VALUE ZEROS.
           03  WSS-QTD-NO-PRAZO        PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-ATRASADOS       PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-PENDENTES       PIC  9(007)         VALUE ZEROS.
           03  WSS-PCT-NO-PRAZO        PIC  9(003)V9(002)  VALUE ZEROS.
           03  WSS-PCT-NO-PRAZO-EDT    PIC  ZZ9,99.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CAMPOS DESMEMBRADOS DO RETORNO FATRET
           03  WSS-RET-SEQ             PIC  X(003)         VALUE SPACES.
           03  WSS-RET-STATUS          PIC  X(001)         VALUE SPACES.
           03  WSS-RET-NOTA            PIC  X(009)         VALUE SPACES.
           03  WSS-RET-DT-FATURA       PIC  X(008)         VALUE SPACES.
           03  WSS-RET-DT-FAT-AMD      PIC  9(008)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-PEDITEM              PIC  X(002)         VALUE SPACES.
           03  FS-ENDENTREGA           PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDO-ERP           PIC  X(002)         VALUE SPACES.
           03  FS-FATRET               PIC  X(002)         VALUE SPACES.
           03  FS-DIVERG               PIC  X(002)         VALUE SPACES.
           03  FS-PROMESSA             PIC  X(002)         VALUE SPACES.
           03  FS-GTWMANIF             PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
           03  SEQ-DET                 PIC  9(003)         VALUE ZEROS.
           03  CVENDEDOR-DET           PIC  9(007)         VALUE ZEROS.
           03  VALOR-DET               PIC  9(009)V9(002)  VALUE ZEROS.
           03  DT-ENTREGA-DET          PIC  9(008)         VALUE ZEROS.
           03  SEQ-ENTREGA-DET         PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(032)         VALUE SPACES.
      *
       01  ITE-PEDIDO.
           03  TIPO-REG-ITE            PIC  X(001)         VALUE 'I'.
           03  CCLIENTE-ITE            PIC  9(007)         VALUE ZEROS.
           03  DATA-ITE                PIC  9(008)         VALUE ZEROS.
           03  SEQ-ITE                 PIC  9(003)         VALUE ZEROS.
           03  ITEM-ITE                PIC  9(003)         VALUE ZEROS.
           03  CPRODUTO-ITE            PIC  9(005)         VALUE ZEROS.
           03  QTDE-ITE                PIC  9(005)         VALUE ZEROS.
           03  PRECO-ITE               PIC  9(007)V9(002)  VALUE ZEROS.
           03  TOTAL-ITE               PIC  9(009)V9(002)  VALUE ZEROS.
           03  TABELA-ITE              PIC  X(006)         VALUE SPACES.
           03  FILLER                  PIC  X(022)         VALUE SPACES.
      *
       01  ETG-PEDIDO.
           03  TIPO-REG-ETG            PIC  X(001)         VALUE 'E'.
           03  CCLIENTE-ETG            PIC  9(007)         VALUE ZEROS.
           03  DATA-ETG                PIC  9(008)         VALUE ZEROS.
           03  SEQ-ETG                 PIC  9(003)         VALUE ZEROS.
           03  SEQ-ENTREGA-ETG         PIC  9(003)         VALUE ZEROS.
           03  ENDERECO-ETG            PIC  X(040)         VALUE SPACES.
           03  CIDADE-ETG              PIC  X(030)         VALUE SPACES.
           03  UF-ETG                  PIC  X(002)         VALUE SPACES.
           03  CEP-ETG                 PIC  X(008)         VALUE SPACES.
           03  FILLER                  PIC  X(008)         VALUE SPACES.
      *
       01  TRL-PEDIDO.
           03  TIPO-REG-TRL            PIC  X(001)         VALUE 'T'.
           03 F LINE 08 COL 28   VALUE " 1 - Exportar Pedidos  ".
           03 F LINE 10 COL 28   VALUE " 2 - Importar Retorno  ".
           03 F LINE 12 COL 28   VALUE " 3 - Divergencias      ".
           03 F LINE 14 COL 28   VALUE " 4 - Prometido x Fatur.".
           03 F LINE 16 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]             ".
      *
      *----------------------------------------------------------------*
       01  TELA-MENSAGENS.
              PERFORM RT-EXPORTAR      THRU RT-EXPORTARX
              PERFORM RT-IMPORTAR      THRU RT-IMPORTARX
              PERFORM RT-DIVERGENCIAS  THRU RT-DIVERGENCIASX
      *  ---> Prometido x faturado sai uma vez por semana (segunda)
              COMPUTE WSS-PRM-DIA-SEMANA =
                      FUNCTION MOD (FUNCTION INTEGER-OF-DATE
                                    (WSS-DATA-PROC-AMD) 7)
              IF WSS-PRM-DIA-SEMANA    EQUAL 1
                 PERFORM RT-PROMESSAS  THRU RT-PROMESSASX
              END-IF
           ELSE
              PERFORM UNTIL WSS-FUN    EQUAL 9
                 PERFORM RT-PROCESSAR  THRU RT-PROCESSARX
              MOVE 1                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Itens do pedido (ausente = interface so com cabecalhos)
           OPEN INPUT ARQ-PEDITEM.
           IF FS-PEDITEM               EQUAL '00'
              MOVE 'S'                 TO WSS-PEDITEM-ABERTO
           END-IF.
      *
      *  ---> Enderecos de entrega (ausente = todos no cadastro)
           OPEN INPUT ARQ-ENDENTREGA.
           IF FS-ENDENTREGA            EQUAL '00'
              MOVE 'S'                 TO WSS-ENDENTREGA-ABERTO
           END-IF.
      *
           OPEN EXTEND ARQ-AUDITORIA.
      *
           DISPLAY TELA-MANUTENCAO
                   TELA-MENSAGENS.
      *
           ACCEPT WSS-FUN              LINE 18 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
                                       THRU RT-EXPORTARX
                    MOVE SPACES        TO WSS-MENSAGEM
                    STRING 'Pedidos exportados: ' WSS-QTD-ENVIADOS
                           ' Retidos p/ aprovacao: ' WSS-QTD-RETIDOS
                       DELIMITED BY SIZE
                                       INTO WSS-MENSAGEM
                    END-STRING
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
               WHEN 4
                    PERFORM RT-PROMESSAS
                                       THRU RT-PROMESSASX
                    MOVE LKS-MENSAGEM  TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
               WHEN 9
                    CONTINUE
               WHEN OTHER
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-ENVIADOS
                                          WSS-QTD-ITENS
                                          WSS-QTD-ENDERECOS
                                          WSS-QTD-RETIDOS
                                          WSS-HASH-TOTAL.
      *
           OPEN OUTPUT REL-PEDIDO-ERP.
                GO                     TO RT-EXPORTAR-PEDIDOX
           END-READ.
      *
      *  ---> Pedido retido na aprovacao comercial so sai depois de
      *       aprovado (volta a 'A') pelo PT000084
           IF PEDIDO-AGUARD-APROV-FDP
              ADD 1                    TO WSS-QTD-RETIDOS
              GO                       TO RT-EXPORTAR-PEDIDOX
           END-IF.
      *
      *  ---> So pedido aberto e ainda nao enviado sai na interface
           IF NOT PEDIDO-ABERTO-FDP
              OR NOT PED-NAO-ENVIADO-FDP
           MOVE PED-SEQ-FDP            TO SEQ-DET.
           MOVE PED-CVENDEDOR-FDP      TO CVENDEDOR-DET.
           MOVE PED-VALOR-FDP          TO VALOR-DET.
           MOVE PED-DT-ENTREGA-FDP     TO DT-ENTREGA-DET.
           MOVE PED-SEQ-ENTREGA-FDP    TO SEQ-ENTREGA-DET.
      *
           WRITE REG-PEDIDO-ERP        FROM DET-PEDIDO.
      *
           ADD 1                       TO WSS-QTD-ENVIADOS.
           ADD PED-CCLIENTE-FDP        TO WSS-HASH-TOTAL.
      *
           IF PED-SEQ-ENTREGA-FDP      GREATER ZEROS
              AND ENDENTREGA-ABERTO
              PERFORM RT-EXPORTAR-ENTREGA
                                       THRU RT-EXPORTAR-ENTREGAX
           END-IF.
      *
           IF PEDITEM-ABERTO
              PERFORM RT-EXPORTAR-ITENS
                                       THRU RT-EXPORTAR-ITENSX
           END-IF.
      *
      *  ---> Marca o pedido como enviado ao faturamento
           MOVE 'E'                    TO PED-SIT-ERP-FDP.
       RT-EXPORTAR-PEDIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXPORTAR-ENTREGA             SECTION.
      *  ---> Registro 'E' do endereco de entrega do pedido corrente
      *----------------------------------------------------------------*
      *
           MOVE PED-CCLIENTE-FDP       TO ETG-CCLIENTE-FDN.
           MOVE PED-SEQ-ENTREGA-FDP    TO ETG-SEQ-FDN.
      *
           READ ARQ-ENDENTREGA         KEY IS ETG-CHAVE-FDN
                INVALID KEY
                    GO                 TO RT-EXPORTAR-ENTREGAX
           END-READ.
      *
           MOVE PED-CCLIENTE-FDP       TO CCLIENTE-ETG.
           MOVE PED-DATA-FDP           TO DATA-ETG.
           MOVE PED-SEQ-FDP            TO SEQ-ETG.
           MOVE ETG-SEQ-FDN            TO SEQ-ENTREGA-ETG.
           MOVE ETG-ENDERECO-FDN       TO ENDERECO-ETG.
           MOVE ETG-CIDADE-FDN         TO CIDADE-ETG.
           MOVE ETG-UF-FDN             TO UF-ETG.
           MOVE ETG-CEP-FDN            TO CEP-ETG.
      *
           WRITE REG-PEDIDO-ERP-ETG    FROM ETG-PEDIDO.
      *
           ADD 1                       TO WSS-QTD-ENDERECOS.
      *
       RT-EXPORTAR-ENTREGAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXPORTAR-ITENS               SECTION.
      *  ---> Registros 'I' dos itens do pedido corrente (REG-FDP)
      *----------------------------------------------------------------*
      *
           MOVE PED-CCLIENTE-FDP       TO ITM-CCLIENTE-FDI.
           MOVE PED-DATA-FDP           TO ITM-DATA-FDI.
           MOVE PED-SEQ-FDP            TO ITM-SEQ-FDI.
           MOVE ZEROS                  TO ITM-ITEM-FDI.
           MOVE 'N'                    TO WSS-FIM-ARQ-ITM.
      *
           START ARQ-PEDITEM           KEY IS NOT LESS ITM-CHAVE-FDI
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-ITM
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ITM
                                       EQUAL 'S' OR 's'
              PERFORM RT-EXPORTAR-ITEM THRU RT-EXPORTAR-ITEMX
           END-PERFORM.
      *
       RT-EXPORTAR-ITENSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXPORTAR-ITEM                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDITEM            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-ITM
                GO                     TO RT-EXPORTAR-ITEMX
           END-READ.
      *
           IF ITM-CCLIENTE-FDI         NOT EQUAL PED-CCLIENTE-FDP
              OR ITM-DATA-FDI          NOT EQUAL PED-DATA-FDP
              OR ITM-SEQ-FDI           NOT EQUAL PED-SEQ-FDP
              MOVE 'S'                 TO WSS-FIM-ARQ-ITM
              GO                       TO RT-EXPORTAR-ITEMX
           END-IF.
      *
           MOVE ITM-CCLIENTE-FDI       TO CCLIENTE-ITE.
           MOVE ITM-DATA-FDI           TO DATA-ITE.
           MOVE ITM-SEQ-FDI            TO SEQ-ITE.
           MOVE ITM-ITEM-FDI           TO ITEM-ITE.
           MOVE ITM-CPRODUTO-FDI       TO CPRODUTO-ITE.
           MOVE ITM-QTDE-FDI           TO QTDE-ITE.
           MOVE ITM-PRECO-FDI          TO PRECO-ITE.
           MOVE ITM-TOTAL-FDI          TO TOTAL-ITE.
           MOVE ITM-TABELA-FDI         TO TABELA-ITE.
      *
           WRITE REG-PEDIDO-ERP        FROM ITE-PEDIDO.
      *
           ADD 1                       TO WSS-QTD-ITENS.
      *
       RT-EXPORTAR-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    IMPORTACAO DO RETORNO DE FATURAMENTO FATRET.ERP
      *    (CLIENTE;DATA;SEQ;STATUS F/X/P;NOTA;DATA FATURAMENTO)
      *----------------------------------------------------------------*
       RT-IMPORTAR                     SECTION.
      *----------------------------------------------------------------*
                                          WSS-RET-DATA
                                          WSS-RET-SEQ
                                          WSS-RET-STATUS
                                          WSS-RET-NOTA
                                          WSS-RET-DT-FATURA.
      *
           UNSTRING REG-FATRET         DELIMITED BY ';'
              INTO WSS-RET-CLIENTE
                   WSS-RET-SEQ
                   WSS-RET-STATUS
                   WSS-RET-NOTA
                   WSS-RET-DT-FATURA
           END-UNSTRING.
      *
           IF WSS-RET-CLIENTE          NOT NUMERIC
           IF WSS-RET-NOTA             NUMERIC
              MOVE WSS-RET-NOTA        TO PED-NOTA-FDP
           END-IF.
      *
      *  ---> Data de faturamento: a informada pelo ERP ou, sem ela,
      *       a do processamento. Parcial guarda a primeira nota;
      *       faturamento total fixa a data final
           IF WSS-RET-DT-FATURA        NUMERIC
              MOVE WSS-RET-DT-FATURA   TO WSS-RET-DT-FAT-AMD
           ELSE
              MOVE WSS-DATA-PROC-AMD   TO WSS-RET-DT-FAT-AMD
           END-IF.
      *
           IF FUNCTION TEST-DATE-YYYYMMDD (WSS-RET-DT-FAT-AMD)
                                       NOT EQUAL ZEROS
              MOVE WSS-DATA-PROC-AMD   TO WSS-RET-DT-FAT-AMD
           END-IF.
      *
           IF PED-DT-FATURA-FDP        NOT NUMERIC
              MOVE ZEROS               TO PED-DT-FATURA-FDP
           END-IF.
      *
           IF PED-FATURADO-FDP
              OR (PED-FAT-PARCIAL-FDP
                  AND PED-DT-FATURA-FDP EQUAL ZEROS)
              MOVE WSS-RET-DT-FAT-AMD  TO PED-DT-FATURA-FDP
           END-IF.
      *
           REWRITE REG-FDP.
      *
      *
           MOVE WSS-ARQ-DIVERG         TO LKS-ARQ-REL.
      *
           MOVE 'DIVERG FATURAMENTO'   TO WSS-CAT-FILTROS.
           MOVE WSS-ARQ-DIVERG         TO WSS-CAT-ARQUIVO.
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
       RT-DIVERGENCIASX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO SEMANAL ENTREGA PROMETIDA X DATA DE FATURAMENTO:
      *    PEDIDOS FATURADOS NOS ULTIMOS 7 DIAS COM A PROMESSA, A DATA
      *    FATURADA E OS DIAS DE ATRASO, MAIS OS ENVIADOS AINDA NAO
      *    FATURADOS COM A PROMESSA JA VENCIDA
      *----------------------------------------------------------------*
       RT-PROMESSAS                    SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-NO-PRAZO
                                          WSS-QTD-ATRASADOS
                                          WSS-QTD-PENDENTES
                                          WSS-PCT-NO-PRAZO.
      *
           COMPUTE WSS-PRM-INT =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-PROC-AMD) - 6.
           COMPUTE WSS-PRM-INI-AMD =
                   FUNCTION DATE-OF-INTEGER (WSS-PRM-INT).
      *
           MOVE SPACES                 TO WSS-ARQ-PROMESSA.
           STRING 'REL-PROMESSA-'      DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-PROMESSA
           END-STRING.
      *
           OPEN OUTPUT REL-PROMESSA.
      *
           IF FS-PROMESSA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'PROMESSA'          TO WSS-ARQUIVO
              MOVE FS-PROMESSA         TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE SPACES                 TO REG-PROMESSA.
           STRING 'CLIENTE;DATA;SEQ;VENDEDOR;PROMETIDA;FATURADA;'
                  'DIAS ATRASO;SITUACAO'
              DELIMITED BY SIZE        INTO REG-PROMESSA
           END-STRING.
           WRITE REG-PROMESSA.
      *
           MOVE ZEROS                  TO PED-CCLIENTE-FDP
                                          PED-DATA-FDP
                                          PED-SEQ-FDP.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-PEDIDOS           KEY IS NOT LESS PED-CHAVE-FDP
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              PERFORM RT-TRATAR-PROMESSA
                                       THRU RT-TRATAR-PROMESSAX
           END-PERFORM.
      *
           IF WSS-QTD-NO-PRAZO + WSS-QTD-ATRASADOS
                                       GREATER ZEROS
              COMPUTE WSS-PCT-NO-PRAZO ROUNDED =
                      WSS-QTD-NO-PRAZO * 100
                    / (WSS-QTD-NO-PRAZO + WSS-QTD-ATRASADOS)
           END-IF.
           MOVE WSS-PCT-NO-PRAZO       TO WSS-PCT-NO-PRAZO-EDT.
      *
           MOVE SPACES                 TO REG-PROMESSA.
           STRING 'TOTAL;NO PRAZO ' WSS-QTD-NO-PRAZO
                  ';ATRASADOS ' WSS-QTD-ATRASADOS
                  ';PENDENTES ' WSS-QTD-PENDENTES
                  ';% NO PRAZO ' WSS-PCT-NO-PRAZO-EDT
              DELIMITED BY SIZE        INTO REG-PROMESSA
           END-STRING.
           WRITE REG-PROMESSA.
      *
           CLOSE REL-PROMESSA.
      *
           MOVE WSS-ARQ-PROMESSA       TO LKS-ARQ-REL.
      *
           MOVE 'PROMETIDO X FATURADO' TO WSS-CAT-FILTROS.
           MOVE WSS-ARQ-PROMESSA       TO WSS-CAT-ARQUIVO.
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'RELATORIO PROMETIDO X FATURADO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'No prazo: ' WSS-PCT-NO-PRAZO-EDT '% Atrasados: '
                  WSS-QTD-ATRASADOS
              DELIMITED BY SIZE        INTO LKS-MENSAGEM
           END-STRING.
      *
       RT-PROMESSASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-PROMESSA              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDIDOS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ
                GO                     TO RT-TRATAR-PROMESSAX
           END-READ.
      *
      *  ---> Pedido antigo, sem promessa calculada, fica de fora
           IF PED-DT-ENTREGA-FDP       NOT NUMERIC
              OR PED-DT-ENTREGA-FDP    EQUAL ZEROS
              GO                       TO RT-TRATAR-PROMESSAX
           END-IF.
      *
           IF PED-DT-FATURA-FDP        NOT NUMERIC
              MOVE ZEROS               TO PED-DT-FATURA-FDP
           END-IF.
      *
      *  ---> Faturado na semana: compara a data faturada com a
      *       prometida
           IF PED-DT-FATURA-FDP        NOT LESS WSS-PRM-INI-AMD
              AND PED-DT-FATURA-FDP    NOT GREATER WSS-DATA-PROC-AMD
              COMPUTE WSS-PRM-ATRASO =
                      FUNCTION INTEGER-OF-DATE (PED-DT-FATURA-FDP)
                    - FUNCTION INTEGER-OF-DATE (PED-DT-ENTREGA-FDP)
              IF WSS-PRM-ATRASO        GREATER ZEROS
                 MOVE 'ATRASADO'       TO WSS-PRM-SITUACAO
                 ADD 1                 TO WSS-QTD-ATRASADOS
              ELSE
                 MOVE ZEROS            TO WSS-PRM-ATRASO
                 MOVE 'NO PRAZO'       TO WSS-PRM-SITUACAO
                 ADD 1                 TO WSS-QTD-NO-PRAZO
              END-IF
              PERFORM RT-IMPRIME-PROMESSA
                                       THRU RT-IMPRIME-PROMESSAX
              GO                       TO RT-TRATAR-PROMESSAX
           END-IF.
      *
      *  ---> Enviado ao ERP, sem faturamento e com a promessa vencida
           IF PED-ENVIADO-FDP
              AND PED-DT-FATURA-FDP    EQUAL ZEROS
              AND PED-DT-ENTREGA-FDP   LESS WSS-DATA-PROC-AMD
              COMPUTE WSS-PRM-ATRASO =
                      FUNCTION INTEGER-OF-DATE (WSS-DATA-PROC-AMD)
                    - FUNCTION INTEGER-OF-DATE (PED-DT-ENTREGA-FDP)
              MOVE 'PENDENTE ATRASADO' TO WSS-PRM-SITUACAO
              ADD 1                    TO WSS-QTD-PENDENTES
              PERFORM RT-IMPRIME-PROMESSA
                                       THRU RT-IMPRIME-PROMESSAX
           END-IF.
      *
       RT-TRATAR-PROMESSAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-PROMESSA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-PRM-ATRASO         TO WSS-PRM-ATRASO-EDT.
      *
           MOVE SPACES                 TO REG-PROMESSA.
           STRING PED-CCLIENTE-FDP ';' PED-DATA-FDP ';'
                  PED-SEQ-FDP ';' PED-CVENDEDOR-FDP ';'
                  PED-DT-ENTREGA-FDP ';' PED-DT-FATURA-FDP ';'
                  WSS-PRM-ATRASO-EDT ';' WSS-PRM-SITUACAO
              DELIMITED BY SIZE        INTO REG-PROMESSA
           END-STRING.
           WRITE REG-PROMESSA.
      *
       RT-IMPRIME-PROMESSAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-GATEWAY            SECTION.
      *  ---> Registra o PEDIDO.ERP entregue no manifesto do gateway
           MOVE WSS-DATA-PROC-AMD      TO GTW-DATA-FDW.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO GTW-HORA-FDW.
           COMPUTE GTW-QTD-FDW              = WSS-QTD-ENVIADOS
                                            + WSS-QTD-ITENS + 2.
           MOVE WSS-HASH-TOTAL         TO GTW-CHECKSUM-FDW.
           MOVE 'A'                    TO GTW-SITUACAO-FDW.
      *
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE WSS-CAT-FILTROS        TO CAT-FILTROS-FDK.
           MOVE WSS-CAT-ARQUIVO        TO CAT-ARQUIVO-FDK.
      *
           WRITE REG-FDK.
      *
      *
           CLOSE ARQ-PEDIDOS
                 ARQ-AUDITORIA.
      *
           IF PEDITEM-ABERTO
              CLOSE ARQ-PEDITEM
              MOVE 'N'                 TO WSS-PEDITEM-ABERTO
           END-IF.
      *
           IF ENDENTREGA-ABERTO
              CLOSE ARQ-ENDENTREGA
              MOVE 'N'                 TO WSS-ENDENTREGA-ABERTO
           END-IF.
      *
           MOVE '00'                   TO LKS-RETORNO.
      *
