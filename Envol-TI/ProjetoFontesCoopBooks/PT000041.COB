      *     *            ITENS QUANDO ITENS SAO CAPTADOS, E NOVO       *
      *     *            RELATORIO DE VENDAS POR PRODUTO.              *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PRECO DO ITEM PELA TABELA DE PRECO VIGENTE    *
      *     *            (ARQ TABPRECO, PT000083) NA DATA DO PEDIDO    *
      *     *            PARA A FILIAL E O SEGMENTO DO CLIENTE, COM    *
      *     *            QUEDA PARA FILIAL/SEGMENTO GERAIS E, SEM      *
      *     *            TABELA, PARA O PRECO DO CATALOGO. O CODIGO DA *
      *     *            TABELA USADA FICA GRAVADO NO ITEM.            *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PRECO NEGOCIADO DIGITADO NO ITEM (PRECO DE    *
      *     *            LISTA GUARDADO EM ITM-PRECO-LISTA). DESCONTO  *
      *     *            ACIMA DO MAXIMO DO PRODUTO/SEGMENTO (ARQ      *
      *     *            DESCMAX) GRAVA O PEDIDO COMO 'L' - AGUARDANDO *
      *     *            APROVACAO COMERCIAL (PT000084). PEDIDO        *
      *     *            REPROVADO FICA FORA DOS TOTAIS.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 05    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CONFERENCIA DA QUANTIDADE DO ITEM CONTRA A    *
      *     *            POSICAO DE ESTOQUE DO ERP NA FILIAL DO        *
      *     *            CLIENTE (ARQ ESTOQUE, CARGA NO PT000065): O   *
      *     *            EXCEDENTE AO DISPONIVEL PODE FICAR COMO       *
      *     *            ENCOMENDA NO ITEM. NOVO RELATORIO DE ITENS EM *
      *     *            ENCOMENDA POR PRODUTO E POR VENDEDOR.         *
      *     *----------------------------------------------------------*
      *     * VERSAO 06    -    Amarildo M Borges      -    15.10.2026 *
      *     *            LIMITE DE CREDITO: EXPOSICAO DO CLIENTE (OU   *
      *     *            DO GRUPO ECONOMICO COM LIMITE) = TITULOS EM   *
      *     *            ABERTO (ARQ TITULOS) + PEDIDOS NAO FATURADOS. *
      *     *            PEDIDO QUE ULTRAPASSA O LIMITE FICA 'L' PARA  *
      *     *            A APROVACAO COMERCIAL (PED-RETENCAO 'C'/'A'). *
      *     *----------------------------------------------------------*
      *     * VERSAO 07    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CAMPANHAS DE VENDA (ARQ CAMPANHA, PT000089):  *
      *     *            A CAMPANHA ATIVA DO PRODUTO NA DATA DO PEDIDO *
      *     *            (FILIAL/SEGMENTO DO CLIENTE OU TODOS) AJUSTA  *
      *     *            O PRECO DE LISTA DO ITEM (% DE DESCONTO OU    *
      *     *            LEVE N GANHE 1) E FICA GRAVADA NO ITEM.       *
      *     *----------------------------------------------------------*
      *     * VERSAO 08    -    Amarildo M Borges      -    15.10.2026 *
      *     *            A SUGESTAO DE REPOSICAO DO CLIENTE (ARQ       *
      *     *            SUGESTAO, PT000091) PODE SER CARREGADA COMO   *
      *     *            PONTO DE PARTIDA DOS ITENS: CADA PRODUTO      *
      *     *            SUGERIDO PEDE SO A QUANTIDADE (ZEROS          *
      *     *            DESPREZA) E SEGUE A CAPTACAO NORMAL; DEPOIS,  *
      *     *            ITENS AVULSOS.                                *
      *     *----------------------------------------------------------*
      *     * VERSAO 09    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PEDIDO CAPTADO NA VISITA GRAVA A ORIGEM 'V'   *
      *     *            (PED-ORIGEM), DISTINTO DO PEDIDO WEB/B2B E    *
      *     *            TELEVENDAS IMPORTADO PELO GATEWAY (PT000065). *
      *     *----------------------------------------------------------*
      *     * VERSAO 10    -    Amarildo M Borges      -    15.10.2026 *
      *     *            DATA DE ENTREGA PROMETIDA (PED-DT-ENTREGA)    *
      *     *            CALCULADA NA INCLUSAO PELO PRV00905 COM OS    *
      *     *            DIAS E O PRAZO DE ENTREGA DA CIDADE/UF DO     *
      *     *            CLIENTE (MUNICIPIO) E OS FERIADOS DO          *
      *     *            CALENDARIO; A DATA E INFORMADA AO VENDEDOR.   *
      *     *----------------------------------------------------------*
      *     * VERSAO 11    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PEDIDO RECUSADO QUANDO FALTA AO CLIENTE       *
      *     *            DOCUMENTO EXIGIDO PELO SEGMENTO (SEGDOC) OU   *
      *     *            O DOCUMENTO ESTA VENCIDO NA DATA DO PEDIDO    *
      *     *            (CLIDOC, MANTIDOS NO PT000097).               *
      *     *----------------------------------------------------------*
      *     * VERSAO 12    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA DE PROCESSAMENTO.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 13    -    Amarildo M Borges      -    15.10.2026 *
      *     *            ENDERECO DE ENTREGA DO PEDIDO ESCOLHIDO ENTRE *
      *     *            OS ATIVOS DO CLIENTE (ARQ ENDENTREGA,         *
      *     *            PT000112), SUGERINDO O PRINCIPAL; ZEROS =     *
      *     *            ENDERECO DO CADASTRO. A SEQUENCIA FICA EM     *
      *     *            PED-SEQ-ENTREGA E A ENTREGA PROMETIDA SEGUE A *
      *     *            CIDADE/UF DO ENDERECO ESCOLHIDO.              *
      *     *----------------------------------------------------------*
      *     * VERSAO 14    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PEDIDO DATADO EM MES JA FECHADO PELO PT000058 *
      *     *            NAO E INCLUIDO NEM CANCELADO; A RECUSA E      *
      *     *            AUDITADA E REGISTRADA NO PERLOG (PRV00912).   *
      *     *----------------------------------------------------------*
      *     * VERSAO 15    -    Amarildo M Borges      -    15.10.2026 *
      *     *            ITEM SUGERIDO RECUSADO POR FALTA DE ESTOQUE   *
      *     *            INFORMA ESTOQUE INSUFICIENTE.                 *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *  ---> Catalogo de produtos (preco de tabela dos itens)
           COPY 'SEL-PRODUTO.CPY'      REPLACING ==::== BY ==-FDT==.
      *
      *  ---> Tabelas de preco por filial/segmento com vigencia
           COPY 'SEL-TABPRECO.CPY'     REPLACING ==::== BY ==-FDR==.
      *
      *  ---> Campanhas de venda e promocoes por produto
           COPY 'SEL-CAMPANHA.CPY'     REPLACING ==::== BY ==-FDM==.
      *
      *  ---> Sugestao de reposicao por cliente (carga dos itens)
           COPY 'SEL-SUGESTAO.CPY'     REPLACING ==::== BY ==-FDS==.
      *
      *  ---> Desconto maximo por produto/segmento (piso de preco)
           COPY 'SEL-DESCMAX.CPY'      REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Posicao de estoque do ERP por produto e filial
           COPY 'SEL-ESTOQUE.CPY'      REPLACING ==::== BY ==-FDE==.
      *
      *  ---> Titulos em aberto do ERP (exposicao de credito)
           COPY 'SEL-TITULOS.CPY'      REPLACING ==::== BY ==-FDL==.
      *
      *  ---> Grupo economico (limite de credito do grupo)
           COPY 'SEL-GRUPO.CPY'        REPLACING ==::== BY ==-FDQ==.
      *
      *  ---> Documentos do cliente e documentos exigidos por segmento
           COPY 'SEL-CLIDOC.CPY'       REPLACING ==::== BY ==-FDO==.
           COPY 'SEL-SEGDOC.CPY'       REPLACING ==::== BY ==-FDG==.
      *
      *  ---> Enderecos de entrega do cliente (escolha no pedido)
           COPY 'SEL-ENDENTREGA.CPY'   REPLACING ==::== BY ==-FDN==.
      *
      *  ---> Arquivo CLIENTES (validacao do cliente do pedido)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDT.
       COPY 'FD-PRODUTO.CPY'           REPLACING ==::== BY ==-FDT==.
      *
       FD  ARQ-TABPRECO                VALUE OF FILE-ID IS 'TABPRECO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-TABPRECO.CPY'          REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-CAMPANHA                VALUE OF FILE-ID IS 'CAMPANHA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDM.
       COPY 'FD-CAMPANHA.CPY'          REPLACING ==::== BY ==-FDM==.
      *
       FD  ARQ-SUGESTAO                VALUE OF FILE-ID IS 'SUGESTAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDS.
       COPY 'FD-SUGESTAO.CPY'          REPLACING ==::== BY ==-FDS==.
      *
       FD  ARQ-DESCMAX                 VALUE OF FILE-ID IS 'DESCMAX'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DESCMAX.CPY'           REPLACING ==::== BY ==-FDD==.
      *
       FD  ARQ-ESTOQUE                 VALUE OF FILE-ID IS 'ESTOQUE'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDE.
       COPY 'FD-ESTOQUE.CPY'           REPLACING ==::== BY ==-FDE==.
      *
       FD  ARQ-TITULOS                 VALUE OF FILE-ID IS 'TITULOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDL.
       COPY 'FD-TITULOS.CPY'           REPLACING ==::== BY ==-FDL==.
      *
       FD  ARQ-GRUPO                   VALUE OF FILE-ID IS 'GRUPO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDQ.
       COPY 'FD-GRUPO.CPY'             REPLACING ==::== BY ==-FDQ==.
      *
       FD  ARQ-CLIDOC                  VALUE OF FILE-ID IS 'CLIDOC'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-CLIDOC.CPY'            REPLACING ==::== BY ==-FDO==.
      *
       FD  ARQ-SEGDOC                  VALUE OF FILE-ID IS 'SEGDOC'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDG.
       COPY 'FD-SEGDOC.CPY'            REPLACING ==::== BY ==-FDG==.
      *
       FD  ARQ-ENDENTREGA              VALUE OF FILE-ID IS 'ENDENTREGA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDN.
       COPY 'FD-ENDENTREGA.CPY'        REPLACING ==::== BY ==-FDN==.
      *
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(032)         VALUE
           'III  WORKING STORAGE SECTION III'.
      *
      *  ---> Versao do PARAMDIST em vigor na data de processamento
       77  WSS-PVG-DATA                PIC  9(008)         VALUE ZEROS.
       77  WSS-PVG-LIDOS               PIC  9(004)         VALUE ZEROS.
       77  WSS-PVG-VIGENTE             PIC  9(004)         VALUE ZEROS.
      *
       77  WSS-SON                     PIC  X(001)         VALUE 'N'.
           88 SON                      VALUE 'S' 's' 'N' 'n'.
      *
       77  WSS-PRODUTO-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PRODUTO-ABERTO          VALUE 'S'.
      *
       77  WSS-TABPRECO-ABERTO         PIC  X(001)         VALUE 'N'.
           88  TABPRECO-ABERTO         VALUE 'S'.
       77  WSS-FIM-ARQ-TPR             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-CAMPANHA-ABERTO         PIC  X(001)         VALUE 'N'.
           88  CAMPANHA-ABERTO         VALUE 'S'.
       77  WSS-FIM-ARQ-CMP             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-SUGESTAO-ABERTO         PIC  X(001)         VALUE 'N'.
           88  SUGESTAO-ABERTO         VALUE 'S'.
       77  WSS-FIM-ARQ-SUG             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-DESCMAX-ABERTO          PIC  X(001)         VALUE 'N'.
           88  DESCMAX-ABERTO          VALUE 'S'.
      *
       77  WSS-ESTOQUE-ABERTO          PIC  X(001)         VALUE 'N'.
           88  ESTOQUE-ABERTO          VALUE 'S'.
       77  WSS-FIM-ARQ-ETQ             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-TITULOS-ABERTO          PIC  X(001)         VALUE 'N'.
           88  TITULOS-ABERTO          VALUE 'S'.
       77  WSS-FIM-ARQ-TIT             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-GRUPO-ABERTO            PIC  X(001)         VALUE 'N'.
           88  GRUPO-ABERTO            VALUE 'S'.
       77  WSS-FIM-ARQ-CLI             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-DOCTOS-ABERTO           PIC  X(001)         VALUE 'N'.
           88  DOCTOS-ABERTO           VALUE 'S'.
       77  WSS-FIM-ARQ-SGD             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-ENDENTREGA-ABERTO       PIC  X(001)         VALUE 'N'.
           88  ENDENTREGA-ABERTO       VALUE 'S'.
       77  WSS-FIM-ARQ-ETG             PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-VLR-ITEM            PIC  9(009)V9(002)  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - PRECO DO ITEM PELA TABELA DE PRECO VIGENTE
      *----------------------------------------------------------------*
           03  WSS-CLI-FILIAL          PIC  9(003)         VALUE ZEROS.
           03  WSS-CLI-SEGMENTO        PIC  9(003)         VALUE ZEROS.
           03  WSS-CLI-CIDADE          PIC  X(030)         VALUE SPACES.
           03  WSS-CLI-UF              PIC  X(002)         VALUE SPACES.
      *  ---> Endereco de entrega do pedido (zeros = cadastro)
           03  WSS-T-SEQ-ENT           PIC  9(003)         VALUE ZEROS.
           03  WSS-SEQ-ENTREGA         PIC  9(003)         VALUE ZEROS.
           03  WSS-SEQ-PRINCIPAL       PIC  9(003)         VALUE ZEROS.
           03  WSS-QTD-ENDERECOS       PIC  9(003)         VALUE ZEROS.
           03  WSS-LINHA-ETG           PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-ENTREGA-OK          PIC  X(001)         VALUE 'S'.
           03  WSS-BUSCA-FILIAL        PIC  9(003)         VALUE ZEROS.
           03  WSS-BUSCA-SEGMENTO      PIC  9(003)         VALUE ZEROS.
           03  WSS-DOC-PENDENTE        PIC  X(003)         VALUE SPACES.
           03  WSS-DOC-MOTIVO          PIC  X(007)         VALUE SPACES.
           03  WSS-PRECO-ITEM          PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-TABELA-ITEM         PIC  X(006)         VALUE SPACES.
           03  WSS-PRECO-EDT           PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  WSS-ACHOU-TABELA        PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - PRECO NEGOCIADO E PISO DE DESCONTO
      *----------------------------------------------------------------*
           03  WSS-T-PRECO-NEG         PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-PCT-DESC            PIC  9(003)V9(002)  VALUE ZEROS.
           03  WSS-PCT-EDT             PIC  ZZ9,99         VALUE ZEROS.
           03  WSS-ABAIXO-PISO         PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CAMPANHA DE VENDA APLICADA AO ITEM
      *----------------------------------------------------------------*
           03  WSS-CAMPANHA-ITEM       PIC  X(006)         VALUE SPACES.
           03  WSS-QTD-BRINDE          PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CARGA DA SUGESTAO DE REPOSICAO DO CLIENTE
      *----------------------------------------------------------------*
           03  WSS-ITEM-SUGERIDO       PIC  X(001)         VALUE 'N'.
           03  WSS-SUG-QTDE-EDT        PIC  ZZZZ9          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - DISPONIBILIDADE EM ESTOQUE E ENCOMENDA
      *----------------------------------------------------------------*
           03  WSS-QTD-ENCOMENDA       PIC  9(005)         VALUE ZEROS.
           03  WSS-ITEM-RECUSADO       PIC  X(001)         VALUE 'N'.
           03  WSS-DISPON-EDT          PIC  ZZZZZZ9        VALUE ZEROS.
           03  WSS-CAMINHO-EDT         PIC  ZZZZZZ9        VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - LIMITE DE CREDITO E EXPOSICAO
      *----------------------------------------------------------------*
           03  WSS-CRED-LIMITE         PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-CRED-EXPOSICAO      PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-CRED-GRUPO          PIC  9(005)         VALUE ZEROS.
           03  WSS-CRED-CLIENTE        PIC  9(007)         VALUE ZEROS.
           03  WSS-CRED-CHAVE-PED      PIC  X(018)         VALUE SPACES.
           03  WSS-CRED-LIM-EDT        PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  WSS-CRED-EXP-EDT        PIC  ZZZZZZZZ9,99   VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - RELATORIO DE ITENS EM ENCOMENDA
      *----------------------------------------------------------------*
           03  WSS-PARTE-ENC           PIC  X(001)         VALUE SPACES.
               88  PARTE-ENC-PRODUTO               VALUE 'P'.
               88  PARTE-ENC-VENDEDOR              VALUE 'V'.
           03  WSS-PED-PENDENTE        PIC  X(001)         VALUE 'N'.
           03  WSS-ENC-PROD            PIC  9(007)         VALUE ZEROS.
           03  WSS-ENC-ITENS-PROD      PIC  9(005)         VALUE ZEROS.
           03  WSS-ETQ-DISPON-PROD     PIC  9(009)         VALUE ZEROS.
           03  WSS-ETQ-CAMINHO-PROD    PIC  9(009)         VALUE ZEROS.
           03  WSS-ENC-VEND            PIC  9(007)         VALUE ZEROS.
           03  WSS-VLR-ENC-VEND        PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-VLR-ENC-ITEM        PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-ENC-TOTAL           PIC  9(007)         VALUE ZEROS.
           03  WSS-VLR-ENC-TOTAL       PIC  9(011)V9(002)  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - RELATORIO DE VENDAS POR PRODUTO
      *----------------------------------------------------------------*
           03  WSS-PRO-ANTERIOR        PIC  9(005)         VALUE ZEROS.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-PEDITEM              PIC  X(002)         VALUE SPACES.
           03  FS-PRODUTO              PIC  X(002)         VALUE SPACES.
           03  FS-TABPRECO             PIC  X(002)         VALUE SPACES.
           03  FS-CAMPANHA             PIC  X(002)         VALUE SPACES.
           03  FS-SUGESTAO             PIC  X(002)         VALUE SPACES.
           03  FS-DESCMAX              PIC  X(002)         VALUE SPACES.
           03  FS-ESTOQUE              PIC  X(002)         VALUE SPACES.
           03  FS-TITULOS              PIC  X(002)         VALUE SPACES.
           03  FS-GRUPO                PIC  X(002)         VALUE SPACES.
           03  FS-CLIDOC               PIC  X(002)         VALUE SPACES.
           03  FS-SEGDOC               PIC  X(002)         VALUE SPACES.
           03  FS-ENDENTREGA           PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-PARAMETROS           PIC  X(002)         VALUE SPACES.
           03  RLT-VALOR               PIC  ZZZZZZZZZZ9,99
                                                           VALUE ZEROS.
           03  FILLER                  PIC  X(055)         VALUE SPACES.
      *
       01  CAB-ENCOMENDA-2.
           03  FILLER                  PIC  X(035)         VALUE SPACES.
           03  FILLER                  PIC  X(040)         VALUE
               'ITENS EM ENCOMENDA (AGUARDANDO ESTOQUE)'.
           03  FILLER                  PIC  X(045)         VALUE SPACES.
      *
       01  CAB-ENCOMENDA-3.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(009)         VALUE
                                           'PRODUTO'.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(030)         VALUE
                                           'DESCRICAO'.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(011)         VALUE
                                           'ENCOMENDA'.
           03  FILLER                  PIC  X(011)         VALUE
                                           'DISPONIVEL'.
           03  FILLER                  PIC  X(011)         VALUE
                                           'A CAMINHO'.
           03  FILLER                  PIC  X(007)         VALUE
                                           'ITENS'.
      *
       01  DETALHE-ENC-PRODUTO.
           03  FILLER                  PIC  X(004)         VALUE SPACES.
           03  RLE-CPRODUTO            PIC  9(005)         VALUE ZEROS.
           03  FILLER                  PIC  X(004)         VALUE SPACES.
           03  RLE-DESCRICAO           PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLE-ENCOMENDA           PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLE-DISPON              PIC  ZZZZZZZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLE-CAMINHO             PIC  ZZZZZZZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  RLE-ITENS               PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(038)         VALUE SPACES.
      *
       01  CAB-ENCOMENDA-4.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(010)         VALUE
                                           'VENDEDOR'.
           03  FILLER                  PIC  X(010)         VALUE
                                           'CLIENTE'.
           03  FILLER                  PIC  X(011)         VALUE
                                           'DATA'.
           03  FILLER                  PIC  X(006)         VALUE
                                           'SEQ'.
           03  FILLER                  PIC  X(008)         VALUE
                                           'PRODUTO'.
           03  FILLER                  PIC  X(008)         VALUE
                                           'QTDE'.
           03  FILLER                  PIC  X(011)         VALUE
                                           'ENCOMENDA'.
           03  FILLER                  PIC  X(014)         VALUE
                                           'VALOR ENCOM.'.
      *
       01  DETALHE-ENC-VENDEDOR.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLV-CVENDEDOR           PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  RLV-CCLIENTE            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  RLV-DATA                PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  RLV-SEQ                 PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  RLV-CPRODUTO            PIC  9(005)         VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  RLV-QTDE                PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(006)         VALUE SPACES.
           03  RLV-ENCOMENDA           PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLV-VALOR               PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(043)         VALUE SPACES.
      *
       01  RODAPE.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
                                            SPACES.
      *
      *----------------------------------------------------------------*
      *    LINHA DA LISTA DE ENDERECOS DE ENTREGA DO CLIENTE
      *----------------------------------------------------------------*
       01  WSS-LIN-ENTREGA.
           03  LEN-SEQ                 PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LEN-ENDERECO            PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LEN-CIDADE              PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LEN-UF                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LEN-PRINCIPAL           PIC  X(001)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00901
      *    - Gravador do log central de erros (ERRSYS)
      *----------------------------------------------------------------*
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
           03 F LINE 12 COL 28   VALUE " 3 - Consulta         ".
           03 F LINE 14 COL 28   VALUE " 4 - Rel. de Pedidos  ".
           03 F LINE 08 COL 52   VALUE " 5 - Rel. por Produto ".
           03 F LINE 10 COL 52   VALUE " 6 - Rel. Encomendas  ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair             ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]            ".
      *
       01  TELA-LABEL-PEDIDO.
           03 F LINE 08 COL 20   VALUE " Cliente.............: ".
           03 F LINE 09 COL 20   VALUE " Entrega (0=cadastro): ".
           03 F LINE 10 COL 20   VALUE " Vendedor............: ".
           03 F LINE 12 COL 20   VALUE " Data (DDMMAAAA).....: ".
           03 F LINE 14 COL 20   VALUE " Valor total.........: ".
           03 T3P LINE 12 COL 44 PIC X(008)      TO WSS-T-DATA.
           03 T4P LINE 14 COL 44 PIC ZZZZZZ9,99  TO WSS-T-VALOR.
           03 T5P LINE 16 COL 44 PIC X(030)      TO WSS-T-OBS.
           03 T6P LINE 09 COL 44 PIC ZZ9         USING WSS-T-SEQ-ENT.
      *
       01  TELA-LABEL-ITEM.
           03 F LINE 18 COL 20   VALUE " Produto (zeros fim).: ".
           03 F LINE 19 COL 20   VALUE " Quantidade..........: ".
           03 F LINE 20 COL 20   VALUE " Preco / tabela......: ".
           03 F LINE 21 COL 20   VALUE " Preco negociado.....: ".
      *
       01  TELA-DADOS-ITEM-T.
           03 T6I LINE 18 COL 44 PIC ZZZZ9       TO WSS-T-PRODUTO.
           03 T7I LINE 19 COL 44 PIC ZZZZ9       TO WSS-T-QTDE.
           03 T8I LINE 21 COL 44 PIC ZZZZZZ9,99  TO WSS-T-PRECO-NEG.
      *
       01  TELA-LABEL-CANCELA.
           03 F LINE 08 COL 20   VALUE " Cliente.............: ".
           IF FS-PRODUTO               EQUAL '00'
              MOVE 'S'                 TO WSS-PRODUTO-ABERTO
           END-IF.
      *
      *  ---> Tabelas de preco (ausente = itens a preco do catalogo)
           OPEN INPUT ARQ-TABPRECO.
           IF FS-TABPRECO              EQUAL '00'
              MOVE 'S'                 TO WSS-TABPRECO-ABERTO
           END-IF.
      *
      *  ---> Campanhas de venda (ausente = itens sem promocao)
           OPEN INPUT ARQ-CAMPANHA.
           IF FS-CAMPANHA              EQUAL '00'
              MOVE 'S'                 TO WSS-CAMPANHA-ABERTO
           END-IF.
      *
      *  ---> Sugestao de reposicao (ausente = itens so avulsos)
           OPEN INPUT ARQ-SUGESTAO.
           IF FS-SUGESTAO              EQUAL '00'
              MOVE 'S'                 TO WSS-SUGESTAO-ABERTO
           END-IF.
      *
      *  ---> Descontos maximos (ausente = sem piso de preco)
           OPEN INPUT ARQ-DESCMAX.
           IF FS-DESCMAX               EQUAL '00'
              MOVE 'S'                 TO WSS-DESCMAX-ABERTO
           END-IF.
      *
      *  ---> Posicao de estoque (ausente = sem conferencia de
      *       disponibilidade na captacao)
           OPEN INPUT ARQ-ESTOQUE.
           IF FS-ESTOQUE               EQUAL '00'
              MOVE 'S'                 TO WSS-ESTOQUE-ABERTO
           END-IF.
      *
      *  ---> Titulos em aberto e grupos economicos (ausentes = a
      *       exposicao de credito considera so os pedidos / so o
      *       limite individual do cliente)
           OPEN INPUT ARQ-TITULOS.
           IF FS-TITULOS               EQUAL '00'
              MOVE 'S'                 TO WSS-TITULOS-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-GRUPO.
           IF FS-GRUPO                 EQUAL '00'
              MOVE 'S'                 TO WSS-GRUPO-ABERTO
           END-IF.
      *
      *  ---> Documentos do cliente e exigidos por segmento (ambos
      *       presentes para haver conferencia de documentacao)
           OPEN INPUT ARQ-CLIDOC.
           OPEN INPUT ARQ-SEGDOC.
           IF FS-CLIDOC                EQUAL '00'
              AND FS-SEGDOC            EQUAL '00'
              MOVE 'S'                 TO WSS-DOCTOS-ABERTO
           ELSE
              IF FS-CLIDOC             EQUAL '00'
                 CLOSE ARQ-CLIDOC
              END-IF
              IF FS-SEGDOC             EQUAL '00'
                 CLOSE ARQ-SEGDOC
              END-IF
           END-IF.
      *
      *  ---> Enderecos de entrega (ausente = entrega sempre no
      *       endereco do cadastro do cliente)
           OPEN INPUT ARQ-ENDENTREGA.
           IF FS-ENDENTREGA            EQUAL '00'
              MOVE 'S'                 TO WSS-ENDENTREGA-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-CLIENTES.
      *
               WHEN 5
                    PERFORM RT-REL-PRODUTO
                                       THRU RT-REL-PRODUTOX
               WHEN 6
                    PERFORM RT-REL-ENCOMENDA
                                       THRU RT-REL-ENCOMENDAX
               WHEN 9
                    CONTINUE
               WHEN OTHER
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUIRX
           END-IF.
      *
      *  ---> Filial e segmento do cliente escolhem a tabela de preco
           MOVE FILIAL-FDC             TO WSS-CLI-FILIAL.
           MOVE SEGMENTO-FDC           TO WSS-CLI-SEGMENTO.
      *
      *  ---> Cidade/UF do cliente definem a entrega prometida
           MOVE CIDADE-FDC             TO WSS-CLI-CIDADE.
           MOVE UF-FDC                 TO WSS-CLI-UF.
      *
      *  ---> Endereco de entrega do pedido; escolhido um endereco do
      *       ENDENTREGA, a entrega prometida segue a cidade/UF dele
           PERFORM RT-ESCOLHER-ENTREGA THRU RT-ESCOLHER-ENTREGAX.
      *
           IF WSS-ENTREGA-OK           NOT EQUAL 'S'
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           MOVE "Informe o vendedor que vendeu."
                                       TO WSS-MENSAGEM.
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUIRX
           END-IF.
      *
      *  ---> Mes ja fechado (PT000058): pedido recusado
           MOVE WSS-DATA-AMD           TO WSP-PER-DATA.
           MOVE 'I'                    TO WSP-PER-OPERACAO.
           MOVE SPACES                 TO WSP-PER-CHAVE.
           STRING 'PEDIDO '            WSS-T-CCLIENTE
                  ' '                  WSS-DATA-AMD
              DELIMITED BY SIZE        INTO WSP-PER-CHAVE
           END-STRING.
           PERFORM RT-CONFERIR-PERIODO THRU RT-CONFERIR-PERIODOX.
           IF WSP-PER-FECHADO
              GO                       TO RT-INCLUIRX
           END-IF.
      *
      *  ---> Cliente sem documento exigido valido nao recebe pedido
           PERFORM RT-CONFERIR-DOCUMENTOS
                                       THRU RT-CONFERIR-DOCUMENTOSX.
      *
           IF WSS-DOC-PENDENTE         NOT EQUAL SPACES
              MOVE SPACES              TO WSS-MENSAGEM
              STRING 'Pedido recusado - documento '
                                       DELIMITED BY SIZE
                     WSS-DOC-PENDENTE  DELIMITED BY SPACE
                     ' '               DELIMITED BY SIZE
                     WSS-DOC-MOTIVO    DELIMITED BY SPACE
                     ' (cadastro PT000097).'
                                       DELIMITED BY SIZE
                 INTO WSS-MENSAGEM
              END-STRING
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           MOVE "Informe o valor total do pedido."
                                       TO WSS-MENSAGEM.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              PERFORM RT-PROXIMA-SEQ   THRU RT-PROXIMA-SEQX
              PERFORM RT-CALCULAR-ENTREGA
                                       THRU RT-CALCULAR-ENTREGAX
              MOVE WSS-T-CCLIENTE      TO PED-CCLIENTE-FDP
              MOVE WSS-DATA-AMD        TO PED-DATA-FDP
              MOVE WSS-PROX-SEQ        TO PED-SEQ-FDP
              MOVE WSS-T-CVENDEDOR     TO PED-CVENDEDOR-FDP
              MOVE WSS-T-VALOR         TO PED-VALOR-FDP
              MOVE 'A'                 TO PED-SITUACAO-FDP
              MOVE 'V'                 TO PED-ORIGEM-FDP
              MOVE WSS-T-OBS           TO PED-OBS-FDP
      *  ---> Pedido novo nasce sem historico de faturamento (a area
      *       do registro pode trazer restos do pedido recem lido na
      *       busca da sequencia)
              MOVE SPACES              TO PED-SIT-ERP-FDP
                                          PED-APROVADOR-FDP
                                          PED-RETENCAO-FDP
              MOVE ZEROS               TO PED-NOTA-FDP
                                          PED-DT-DECISAO-FDP
                                          PED-MOTIVO-REPROV-FDP
                                          PED-DT-FATURA-FDP
              MOVE WSN-ENT-DT-ENTREGA  TO PED-DT-ENTREGA-FDP
              MOVE WSS-SEQ-ENTREGA     TO PED-SEQ-ENTREGA-FDP
              WRITE REG-FDP
              IF FS-PEDIDOS            EQUAL '00'
                 MOVE 'INCLUSAO DE PEDIDO DE VENDA'
                    PERFORM RT-CAPTAR-ITENS
                                       THRU RT-CAPTAR-ITENSX
                 END-IF
      *  ---> Exposicao de credito com o pedido ja no valor final
                 PERFORM RT-CONFERIR-CREDITO
                                       THRU RT-CONFERIR-CREDITOX
                 IF PEDIDO-AGUARD-APROV-FDP
                    MOVE "Pedido gravado - aguarda aprovacao comercial."
                                       TO WSS-MENSAGEM
                 ELSE
                    MOVE "Pedido gravado com sucesso!"
                                       TO WSS-MENSAGEM
                 END-IF
                 IF PEDIDO-AGUARD-APROV-FDP
                    AND (RETIDO-CREDITO-FDP OR RETIDO-AMBOS-FDP)
                    MOVE "Pedido gravado - retido p/ limite de credito."
                                       TO WSS-MENSAGEM
                 END-IF
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 IF PED-DT-ENTREGA-FDP NOT EQUAL ZEROS
                    MOVE SPACES        TO WSS-MENSAGEM
                    STRING 'Entrega prometida ao cliente: '
                           PED-DT-ENTREGA-FDP (7:2) '/'
                           PED-DT-ENTREGA-FDP (5:2) '/'
                           PED-DT-ENTREGA-FDP (1:4) '.'
                       DELIMITED BY SIZE
                                       INTO WSS-MENSAGEM
                    END-STRING
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 END-IF
              ELSE
                 MOVE 'ao gravar  '    TO WSS-DESCRICAO
                 MOVE 'PEDIDOS'        TO WSS-ARQUIVO
       RT-INCLUIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ESCOLHER-ENTREGA             SECTION.
      *  ---> Lista os enderecos de entrega ativos do cliente (os
      *       quatro primeiros, nas linhas 18 a 21) e pede a sequencia,
      *       sugerindo o principal; zeros = endereco do cadastro.
      *       Sequencia inexistente ou inativa recusa o pedido
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WSS-ENTREGA-OK.
           MOVE ZEROS                  TO WSS-SEQ-ENTREGA
                                          WSS-SEQ-PRINCIPAL
                                          WSS-QTD-ENDERECOS
                                          WSS-T-SEQ-ENT.
      *
           IF NOT ENDENTREGA-ABERTO
              GO                       TO RT-ESCOLHER-ENTREGAX
           END-IF.
      *
           MOVE 18                     TO WSS-LINHA-ETG.
           MOVE CODIGO-FDC             TO ETG-CCLIENTE-FDN.
           MOVE ZEROS                  TO ETG-SEQ-FDN.
           MOVE 'N'                    TO WSS-FIM-ARQ-ETG.
      *
           START ARQ-ENDENTREGA        KEY IS NOT LESS ETG-CHAVE-FDN
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-ETG
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ETG
                                       EQUAL 'S'
              READ ARQ-ENDENTREGA      NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-ETG
                NOT AT END
                   IF ETG-CCLIENTE-FDN NOT EQUAL CODIGO-FDC
                      MOVE 'S'         TO WSS-FIM-ARQ-ETG
                   ELSE
                      IF ETG-ATIVO-FDN
                         PERFORM RT-LISTAR-ENTREGA
                                       THRU RT-LISTAR-ENTREGAX
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
           IF WSS-QTD-ENDERECOS        EQUAL ZEROS
              GO                       TO RT-ESCOLHER-ENTREGAX
           END-IF.
      *
           MOVE WSS-SEQ-PRINCIPAL      TO WSS-T-SEQ-ENT.
           MOVE "Informe o endereco de entrega (0 = endereco do cadastro
      -         ")."                   TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T6P.
      *
           PERFORM VARYING WSS-LINHA-ETG
                           FROM 18 BY 1
                   UNTIL   WSS-LINHA-ETG
                                       GREATER 21
              DISPLAY WSS-LIMPA-LINHA  LINE WSS-LINHA-ETG COL 1
           END-PERFORM.
      *
           IF WSS-T-SEQ-ENT            EQUAL ZEROS
              GO                       TO RT-ESCOLHER-ENTREGAX
           END-IF.
      *
           MOVE CODIGO-FDC             TO ETG-CCLIENTE-FDN.
           MOVE WSS-T-SEQ-ENT          TO ETG-SEQ-FDN.
      *
           READ ARQ-ENDENTREGA         KEY IS ETG-CHAVE-FDN
                INVALID KEY
                    MOVE 'I'           TO ETG-SITUACAO-FDN
           END-READ.
      *
           IF NOT ETG-ATIVO-FDN
              MOVE 'N'                 TO WSS-ENTREGA-OK
              MOVE "Endereco de entrega inexistente ou inativo."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ESCOLHER-ENTREGAX
           END-IF.
      *
           MOVE WSS-T-SEQ-ENT          TO WSS-SEQ-ENTREGA.
           MOVE ETG-CIDADE-FDN         TO WSS-CLI-CIDADE.
           MOVE ETG-UF-FDN             TO WSS-CLI-UF.
           DISPLAY ETG-CIDADE-FDN      LINE 09 COL 49.
      *
       RT-ESCOLHER-ENTREGAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LISTAR-ENTREGA               SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WSS-QTD-ENDERECOS.
      *
           IF ETG-E-PRINCIPAL-FDN
              MOVE ETG-SEQ-FDN         TO WSS-SEQ-PRINCIPAL
           END-IF.
      *
           IF WSS-LINHA-ETG            GREATER 21
              GO                       TO RT-LISTAR-ENTREGAX
           END-IF.
      *
           MOVE ETG-SEQ-FDN            TO LEN-SEQ.
           MOVE ETG-ENDERECO-FDN       TO LEN-ENDERECO.
           MOVE ETG-CIDADE-FDN         TO LEN-CIDADE.
           MOVE ETG-UF-FDN             TO LEN-UF.
      *
           IF ETG-E-PRINCIPAL-FDN
              MOVE 'P'                 TO LEN-PRINCIPAL
           ELSE
              MOVE SPACES              TO LEN-PRINCIPAL
           END-IF.
      *
           DISPLAY WSS-LIN-ENTREGA     LINE WSS-LINHA-ETG COL 20.
           ADD 1                       TO WSS-LINHA-ETG.
      *
       RT-LISTAR-ENTREGAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONFERIR-DOCUMENTOS          SECTION.
      *  ---> Confere os documentos exigidos do segmento do cliente e
      *       os exigidos de todos os segmentos (segmento zero): o
      *       primeiro ausente ou vencido na data do pedido fica em
      *       WSS-DOC-PENDENTE, com o motivo em WSS-DOC-MOTIVO
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-DOC-PENDENTE
                                          WSS-DOC-MOTIVO.
      *
           IF NOT DOCTOS-ABERTO
              GO                       TO RT-CONFERIR-DOCUMENTOSX
           END-IF.
      *
           MOVE WSS-CLI-SEGMENTO       TO WSS-BUSCA-SEGMENTO.
           PERFORM RT-CONFERIR-SEGMENTO
                                       THRU RT-CONFERIR-SEGMENTOX.
      *
           IF WSS-DOC-PENDENTE         EQUAL SPACES
              AND WSS-CLI-SEGMENTO     NOT EQUAL ZEROS
              MOVE ZEROS               TO WSS-BUSCA-SEGMENTO
              PERFORM RT-CONFERIR-SEGMENTO
                                       THRU RT-CONFERIR-SEGMENTOX
           END-IF.
      *
       RT-CONFERIR-DOCUMENTOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONFERIR-SEGMENTO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-BUSCA-SEGMENTO     TO SGD-SEGMENTO-FDG.
           MOVE LOW-VALUES             TO SGD-TIPO-FDG.
           MOVE 'N'                    TO WSS-FIM-ARQ-SGD.
      *
           START ARQ-SEGDOC            KEY IS NOT LESS SGD-CHAVE-FDG
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-SGD
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-SGD
                                       EQUAL 'S'
              READ ARQ-SEGDOC          NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-SGD
                NOT AT END
                   IF SGD-SEGMENTO-FDG NOT EQUAL WSS-BUSCA-SEGMENTO
                      MOVE 'S'         TO WSS-FIM-ARQ-SGD
                   ELSE
                      MOVE CODIGO-FDC  TO CDC-CCLIENTE-FDO
                      MOVE SGD-TIPO-FDG
                                       TO CDC-TIPO-FDO
                      READ ARQ-CLIDOC  KEY IS CDC-CHAVE-FDO
                           INVALID KEY
                               MOVE 'ausente'
                                       TO WSS-DOC-MOTIVO
                           NOT INVALID KEY
                               IF CDC-DT-VALIDADE-FDO
                                       LESS WSS-DATA-AMD
                                  MOVE 'vencido'
                                       TO WSS-DOC-MOTIVO
                               END-IF
                      END-READ
                      IF WSS-DOC-MOTIVO
                                       NOT EQUAL SPACES
                         MOVE SGD-TIPO-FDG
                                       TO WSS-DOC-PENDENTE
                         MOVE 'S'      TO WSS-FIM-ARQ-SGD
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-CONFERIR-SEGMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CALCULAR-ENTREGA             SECTION.
      *  ---> Entrega prometida: prazo em dias uteis e dias de entrega
      *       da cidade/UF do cliente, a partir da data do pedido
      *----------------------------------------------------------------*
      *
           MOVE 'C'                    TO WSN-ENT-FUNCAO.
           MOVE WSS-CLI-CIDADE         TO WSN-ENT-CIDADE.
           MOVE WSS-CLI-UF             TO WSN-ENT-UF.
           MOVE WSS-DATA-AMD           TO WSN-ENT-DT-PEDIDO.
      *
           CALL WPT00906               USING WSN-ENT-PARM.
      *
       RT-CALCULAR-ENTREGAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PROXIMA-SEQ                  SECTION.
      *  ---> Determina a proxima sequencia livre do pedido para o
      *
           MOVE ZEROS                  TO WSS-ITEM-NUM
                                          WSS-VLR-ITENS.
           MOVE 'N'                    TO WSS-ABAIXO-PISO.
      *
           DISPLAY TELA-LABEL-ITEM.
      *
      *  ---> Sugestao de reposicao do cliente como ponto de partida
           IF SUGESTAO-ABERTO
              PERFORM RT-CARREGAR-SUGESTAO
                                       THRU RT-CARREGAR-SUGESTAOX
           END-IF.
      *
           MOVE 1                      TO WSS-T-PRODUTO.
      *
      *
      *  ---> Com itens captados, o valor do cabecalho passa a ser a
      *       soma dos itens (prevalece sobre o valor digitado)
      *       Item abaixo do piso de desconto retem o pedido para a
      *       aprovacao comercial (nao sai ao ERP enquanto 'L')
           IF WSS-ITEM-NUM             GREATER ZEROS
              MOVE WSS-VLR-ITENS       TO PED-VALOR-FDP
              IF WSS-ABAIXO-PISO       EQUAL 'S'
                 MOVE 'L'              TO PED-SITUACAO-FDP
                 MOVE 'D'              TO PED-RETENCAO-FDP
              END-IF
              REWRITE REG-FDP
              IF FS-PEDIDOS            NOT EQUAL '00'
                 MOVE 'ao regravar'    TO WSS-DESCRICAO
                 MOVE 8                TO WSS-PONTO-ERRO
                 PERFORM RT-ERROS      THRU RT-ERROSX
              END-IF
              IF PEDIDO-AGUARD-APROV-FDP
                 MOVE 'PEDIDO RETIDO P/ APROVACAO COMERCIAL'
                                       TO WSS-AUD-ACAO
                 PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              END-IF
           END-IF.
      *
       RT-CAPTAR-ITENSX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CARGA DA SUGESTAO DE REPOSICAO: CADA PRODUTO SUGERIDO AO
      *    CLIENTE PASSA PELA CAPTACAO DO ITEM SO PEDINDO A QUANTIDADE
      *----------------------------------------------------------------*
       RT-CARREGAR-SUGESTAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PED-CCLIENTE-FDP       TO SUG-CCLIENTE-FDS.
           MOVE ZEROS                  TO SUG-CPRODUTO-FDS.
           MOVE 'N'                    TO WSS-FIM-ARQ-SUG.
      *
           START ARQ-SUGESTAO          KEY IS NOT LESS SUG-CHAVE-FDS
                INVALID KEY
                    GO                 TO RT-CARREGAR-SUGESTAOX
           END-START.
      *
           READ ARQ-SUGESTAO           NEXT
             AT END
                GO                     TO RT-CARREGAR-SUGESTAOX
           END-READ.
      *
           IF SUG-CCLIENTE-FDS         NOT EQUAL PED-CCLIENTE-FDP
              GO                       TO RT-CARREGAR-SUGESTAOX
           END-IF.
      *
           MOVE "Carregar a sugestao de reposicao do cliente? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-ENT                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-CARREGAR-SUGESTAOX
           END-IF.
      *
           MOVE 'S'                    TO WSS-ITEM-SUGERIDO.
      *
           PERFORM UNTIL WSS-FIM-ARQ-SUG
                                       EQUAL 'S' OR 's'
              IF SUG-CCLIENTE-FDS      NOT EQUAL PED-CCLIENTE-FDP
                 MOVE 'S'              TO WSS-FIM-ARQ-SUG
              ELSE
                 PERFORM RT-CAPTAR-ITEM
                                       THRU RT-CAPTAR-ITEMX
                 READ ARQ-SUGESTAO     NEXT
                   AT END
                      MOVE 'S'         TO WSS-FIM-ARQ-SUG
                 END-READ
              END-IF
           END-PERFORM.
      *
           MOVE 'N'                    TO WSS-ITEM-SUGERIDO.
      *
       RT-CARREGAR-SUGESTAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CAPTAR-ITEM                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-T-PRODUTO
                                          WSS-T-QTDE
                                          WSS-T-PRECO-NEG.
      *
      *  ---> Item da sugestao de reposicao ja traz o produto
           IF WSS-ITEM-SUGERIDO        EQUAL 'S'
              MOVE SUG-CPRODUTO-FDS    TO WSS-T-PRODUTO
              DISPLAY WSS-T-PRODUTO    LINE 18 COL 44
           ELSE
              MOVE "Informe o produto do item (ZEROS encerra os itens)."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT T6I
           END-IF.
      *
           IF WSS-T-PRODUTO            EQUAL ZEROS
              GO                       TO RT-CAPTAR-ITEMX
              GO                       TO RT-CAPTAR-ITEMX
           END-IF.
      *
           IF WSS-ITEM-SUGERIDO        EQUAL 'S'
              MOVE SUG-QTD-MEDIA-FDS   TO WSS-SUG-QTDE-EDT
              MOVE SPACES              TO WSS-MENSAGEM
              STRING 'Sugerido: ' WSS-SUG-QTDE-EDT
                     ' - informe a quantidade (ZEROS despreza o item).'
                 DELIMITED BY SIZE     INTO WSS-MENSAGEM
              END-STRING
           ELSE
              MOVE "Informe a quantidade vendida."
                                       TO WSS-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T7I.
      *
              GO                       TO RT-CAPTAR-ITEMX
           END-IF.
      *
           PERFORM RT-CONFERIR-ESTOQUE THRU RT-CONFERIR-ESTOQUEX.
      *
           IF WSS-ITEM-RECUSADO        EQUAL 'S'
              IF WSS-ITEM-SUGERIDO     EQUAL 'S'
                 MOVE "Item desprezado - estoque insuficiente."
                                       TO WSS-MENSAGEM
              ELSE
                 MOVE "Item desprezado - informe outra quantidade."
                                       TO WSS-MENSAGEM
              END-IF
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              MOVE 1                   TO WSS-T-PRODUTO
              GO                       TO RT-CAPTAR-ITEMX
           END-IF.
      *
           PERFORM RT-PRECO-ITEM       THRU RT-PRECO-ITEMX.
      *
      *  ---> Campanha vigente ajusta o preco de lista do item
           MOVE SPACES                 TO WSS-CAMPANHA-ITEM.
           IF CAMPANHA-ABERTO
              PERFORM RT-APLICAR-CAMPANHA
                                       THRU RT-APLICAR-CAMPANHAX
           END-IF.
      *
      *  ---> Preco negociado pelo vendedor (zeros = preco de lista)
           MOVE "Informe o preco negociado (ZEROS = preco de lista)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T8I.
      *
           IF WSS-T-PRECO-NEG          EQUAL ZEROS
              MOVE WSS-PRECO-ITEM      TO WSS-T-PRECO-NEG
           END-IF.
      *
           PERFORM RT-CONFERIR-PISO    THRU RT-CONFERIR-PISOX.
      *
           COMPUTE WSS-VLR-ITEM = WSS-T-QTDE * WSS-T-PRECO-NEG.
      *
           ADD 1                       TO WSS-ITEM-NUM.
      *
           MOVE WSS-ITEM-NUM           TO ITM-ITEM-FDI.
           MOVE WSS-T-PRODUTO          TO ITM-CPRODUTO-FDI.
           MOVE WSS-T-QTDE             TO ITM-QTDE-FDI.
           MOVE WSS-T-PRECO-NEG        TO ITM-PRECO-FDI.
           MOVE WSS-VLR-ITEM           TO ITM-TOTAL-FDI.
           MOVE WSS-TABELA-ITEM        TO ITM-TABELA-FDI.
           MOVE WSS-PRECO-ITEM         TO ITM-PRECO-LISTA-FDI.
           MOVE WSS-QTD-ENCOMENDA      TO ITM-QTD-ENCOMENDA-FDI.
           MOVE WSS-CAMPANHA-ITEM      TO ITM-CAMPANHA-FDI.
      *
           WRITE REG-FDI.
      *
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-CAPTAR-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    PRECO DO ITEM: TABELA VIGENTE NA DATA DO PEDIDO, NA ORDEM
      *    FILIAL+SEGMENTO DO CLIENTE, FILIAL+TODOS, TODAS+SEGMENTO,
      *    TODAS+TODOS; SEM TABELA, PRECO DO CATALOGO (PRO-PRECO)
      *----------------------------------------------------------------*
       RT-PRECO-ITEM                   SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PRO-PRECO-FDT          TO WSS-PRECO-ITEM.
           MOVE SPACES                 TO WSS-TABELA-ITEM.
           MOVE 'N'                    TO WSS-ACHOU-TABELA.
      *
           IF NOT TABPRECO-ABERTO
              GO                       TO RT-PRECO-ITEM-EXIBE
           END-IF.
      *
           MOVE WSS-CLI-FILIAL         TO WSS-BUSCA-FILIAL.
           MOVE WSS-CLI-SEGMENTO       TO WSS-BUSCA-SEGMENTO.
           PERFORM RT-BUSCAR-TABELA    THRU RT-BUSCAR-TABELAX.
      *
           IF WSS-ACHOU-TABELA         EQUAL 'N'
              AND WSS-CLI-SEGMENTO     NOT EQUAL ZEROS
              MOVE WSS-CLI-FILIAL      TO WSS-BUSCA-FILIAL
              MOVE ZEROS               TO WSS-BUSCA-SEGMENTO
              PERFORM RT-BUSCAR-TABELA THRU RT-BUSCAR-TABELAX
           END-IF.
      *
           IF WSS-ACHOU-TABELA         EQUAL 'N'
              AND WSS-CLI-FILIAL       NOT EQUAL ZEROS
              MOVE ZEROS               TO WSS-BUSCA-FILIAL
              MOVE WSS-CLI-SEGMENTO    TO WSS-BUSCA-SEGMENTO
              PERFORM RT-BUSCAR-TABELA THRU RT-BUSCAR-TABELAX
           END-IF.
      *
           IF WSS-ACHOU-TABELA         EQUAL 'N'
              AND WSS-CLI-FILIAL       NOT EQUAL ZEROS
              AND WSS-CLI-SEGMENTO     NOT EQUAL ZEROS
              MOVE ZEROS               TO WSS-BUSCA-FILIAL
                                          WSS-BUSCA-SEGMENTO
              PERFORM RT-BUSCAR-TABELA THRU RT-BUSCAR-TABELAX
           END-IF.
      *
       RT-PRECO-ITEM-EXIBE.
      *
           MOVE WSS-PRECO-ITEM         TO WSS-PRECO-EDT.
           DISPLAY WSS-PRECO-EDT       LINE 20 COL 44.
           DISPLAY WSS-TABELA-ITEM     LINE 20 COL 56.
      *
       RT-PRECO-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-BUSCAR-TABELA                SECTION.
      *  ---> Le as vigencias do produto para WSS-BUSCA-FILIAL/
      *       SEGMENTO com inicio ate a data do pedido; fica com a
      *       ultima ativa cujo fim alcanca a data
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-FIM-ARQ-TPR.
      *
           MOVE WSS-T-PRODUTO          TO TPR-CPRODUTO-FDR.
           MOVE WSS-BUSCA-FILIAL       TO TPR-FILIAL-FDR.
           MOVE WSS-BUSCA-SEGMENTO     TO TPR-SEGMENTO-FDR.
           MOVE ZEROS                  TO TPR-DT-INICIO-FDR.
      *
           START ARQ-TABPRECO          KEY IS NOT LESS TPR-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-TPR
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-TPR
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-TABELA    THRU RT-LER-TABELAX
           END-PERFORM.
      *
       RT-BUSCAR-TABELAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-TABELA                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-TABPRECO           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-TPR
                GO                     TO RT-LER-TABELAX
           END-READ.
      *
           IF TPR-CPRODUTO-FDR         NOT EQUAL WSS-T-PRODUTO
              OR TPR-FILIAL-FDR        NOT EQUAL WSS-BUSCA-FILIAL
              OR TPR-SEGMENTO-FDR      NOT EQUAL WSS-BUSCA-SEGMENTO
              OR TPR-DT-INICIO-FDR     GREATER WSS-DATA-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-TPR
              GO                       TO RT-LER-TABELAX
           END-IF.
      *
           IF TABELA-ATIVA-FDR
              AND TPR-DT-FIM-FDR       NOT LESS WSS-DATA-AMD
              MOVE TPR-PRECO-FDR       TO WSS-PRECO-ITEM
              MOVE TPR-TABELA-FDR      TO WSS-TABELA-ITEM
              MOVE 'S'                 TO WSS-ACHOU-TABELA
           END-IF.
      *
       RT-LER-TABELAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CAMPANHA DO ITEM: PRIMEIRA CAMPANHA ATIVA DO PRODUTO CUJA
      *    FILIAL/SEGMENTO (ZEROS = TODOS) ATENDE O CLIENTE E CUJO
      *    PERIODO ALCANCA A DATA DO PEDIDO. O PRECO COM A PROMOCAO
      *    PASSA A SER O PRECO DE LISTA DO ITEM (BASE DO PISO)
      *----------------------------------------------------------------*
       RT-APLICAR-CAMPANHA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-FIM-ARQ-CMP.
      *
           MOVE WSS-T-PRODUTO          TO CMP-CPRODUTO-FDM.
      *
           START ARQ-CAMPANHA          KEY IS NOT LESS CMP-CPRODUTO-FDM
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CMP
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CMP
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-CAMPANHA  THRU RT-LER-CAMPANHAX
           END-PERFORM.
      *
           IF WSS-CAMPANHA-ITEM        EQUAL SPACES
              GO                       TO RT-APLICAR-CAMPANHAX
           END-IF.
      *
           MOVE WSS-PRECO-ITEM         TO WSS-PRECO-EDT.
           DISPLAY WSS-PRECO-EDT       LINE 20 COL 44.
           DISPLAY WSS-CAMPANHA-ITEM   LINE 20 COL 64.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Campanha ' WSS-CAMPANHA-ITEM ' aplicada ao item.'
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-APLICAR-CAMPANHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-CAMPANHA                 SECTION.
      *  ---> Percentual: desconto sobre a lista. Leve N ganhe 1: a
      *       cada N+1 unidades uma sai sem custo, diluida no preco
      *       unitario; quantidade insuficiente nao leva a promocao
      *----------------------------------------------------------------*
      *
           READ ARQ-CAMPANHA           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-CMP
                GO                     TO RT-LER-CAMPANHAX
           END-READ.
      *
           IF CMP-CPRODUTO-FDM         NOT EQUAL WSS-T-PRODUTO
              MOVE 'S'                 TO WSS-FIM-ARQ-CMP
              GO                       TO RT-LER-CAMPANHAX
           END-IF.
      *
           IF NOT CAMPANHA-ATIVA-FDM
              OR CMP-DT-INICIO-FDM     GREATER WSS-DATA-AMD
              OR CMP-DT-FIM-FDM        LESS WSS-DATA-AMD
              GO                       TO RT-LER-CAMPANHAX
           END-IF.
      *
           IF (CMP-FILIAL-FDM          NOT EQUAL ZEROS
               AND CMP-FILIAL-FDM      NOT EQUAL WSS-CLI-FILIAL)
              OR (CMP-SEGMENTO-FDM     NOT EQUAL ZEROS
               AND CMP-SEGMENTO-FDM    NOT EQUAL WSS-CLI-SEGMENTO)
              GO                       TO RT-LER-CAMPANHAX
           END-IF.
      *
           IF CAMPANHA-PERCENTUAL-FDM
              COMPUTE WSS-PRECO-ITEM ROUNDED =
                      WSS-PRECO-ITEM * (100 - CMP-PCT-DESC-FDM) / 100
              MOVE CMP-CODIGO-FDM      TO WSS-CAMPANHA-ITEM
              MOVE 'S'                 TO WSS-FIM-ARQ-CMP
              GO                       TO RT-LER-CAMPANHAX
           END-IF.
      *
           IF CAMPANHA-LEVE-GANHE-FDM
              COMPUTE WSS-QTD-BRINDE =
                      WSS-T-QTDE / (CMP-QTD-LEVE-FDM + 1)
              IF WSS-QTD-BRINDE        GREATER ZEROS
                 COMPUTE WSS-PRECO-ITEM ROUNDED =
                         WSS-PRECO-ITEM * (WSS-T-QTDE - WSS-QTD-BRINDE)
                                        / WSS-T-QTDE
                 MOVE CMP-CODIGO-FDM   TO WSS-CAMPANHA-ITEM
                 MOVE 'S'              TO WSS-FIM-ARQ-CMP
              END-IF
           END-IF.
      *
       RT-LER-CAMPANHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONFERIR-PISO                SECTION.
      *  ---> Desconto do preco negociado sobre o de lista contra o
      *       maximo do produto no segmento do cliente (ou em todos
      *       os segmentos); produto sem desconto maximo nao tem piso
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-PCT-DESC.
      *
           IF WSS-T-PRECO-NEG          NOT LESS WSS-PRECO-ITEM
              OR WSS-PRECO-ITEM        EQUAL ZEROS
              OR NOT DESCMAX-ABERTO
              GO                       TO RT-CONFERIR-PISOX
           END-IF.
      *
           COMPUTE WSS-PCT-DESC ROUNDED =
                   (WSS-PRECO-ITEM - WSS-T-PRECO-NEG) * 100
                   / WSS-PRECO-ITEM.
      *
           MOVE WSS-T-PRODUTO          TO DSC-CPRODUTO-FDD.
           MOVE WSS-CLI-SEGMENTO       TO DSC-SEGMENTO-FDD.
           READ ARQ-DESCMAX            KEY IS DSC-CHAVE-FDD
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-DESCMAX               NOT EQUAL '00'
              AND WSS-CLI-SEGMENTO     NOT EQUAL ZEROS
              MOVE ZEROS               TO DSC-SEGMENTO-FDD
              READ ARQ-DESCMAX         KEY IS DSC-CHAVE-FDD
                   INVALID KEY
                       CONTINUE
              END-READ
           END-IF.
      *
           IF FS-DESCMAX               NOT EQUAL '00'
              GO                       TO RT-CONFERIR-PISOX
           END-IF.
      *
           IF WSS-PCT-DESC             GREATER DSC-PCT-MAX-FDD
              MOVE 'S'                 TO WSS-ABAIXO-PISO
              MOVE WSS-PCT-DESC        TO WSS-PCT-EDT
              MOVE SPACES              TO WSS-MENSAGEM
              STRING 'Desconto de ' WSS-PCT-EDT
                     '% acima do maximo - pedido ira para aprovacao.'
                 DELIMITED BY SIZE     INTO WSS-MENSAGEM
              END-STRING
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
       RT-CONFERIR-PISOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONFERIR-ESTOQUE             SECTION.
      *  ---> Quantidade do item contra o disponivel do produto na
      *       filial do cliente; acima dele o vendedor decide manter
      *       o excedente como encomenda ou desprezar o item. Produto
      *       sem posicao no arquivo ESTOQUE nao e conferido
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-ENCOMENDA.
           MOVE 'N'                    TO WSS-ITEM-RECUSADO.
      *
           IF NOT ESTOQUE-ABERTO
              GO                       TO RT-CONFERIR-ESTOQUEX
           END-IF.
      *
           MOVE WSS-T-PRODUTO          TO ETQ-CPRODUTO-FDE.
           MOVE WSS-CLI-FILIAL         TO ETQ-FILIAL-FDE.
           READ ARQ-ESTOQUE            KEY IS ETQ-CHAVE-FDE
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-ESTOQUE               NOT EQUAL '00'
              OR WSS-T-QTDE            NOT GREATER ETQ-QTD-DISPON-FDE
              GO                       TO RT-CONFERIR-ESTOQUEX
           END-IF.
      *
           MOVE ETQ-QTD-DISPON-FDE     TO WSS-DISPON-EDT.
           MOVE ETQ-QTD-CAMINHO-FDE    TO WSS-CAMINHO-EDT.
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Disp.' WSS-DISPON-EDT ' / a caminho' WSS-CAMINHO-EDT
                  ' - manter como encomenda? (S/N): '
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 78
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              COMPUTE WSS-QTD-ENCOMENDA = WSS-T-QTDE
                                        - ETQ-QTD-DISPON-FDE
           ELSE
              MOVE 'S'                 TO WSS-ITEM-RECUSADO
           END-IF.
      *
       RT-CONFERIR-ESTOQUEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    LIMITE DE CREDITO DO PEDIDO RECEM GRAVADO (REG-FDP). O LIMITE
      *    DO GRUPO ECONOMICO, QUANDO INFORMADO, PREVALECE SOBRE O DO
      *    CLIENTE E VALE PARA A SOMA DE TODOS OS MEMBROS; SEM LIMITE
      *    NAO HA CONFERENCIA. EXPOSICAO = TITULOS EM ABERTO DO ERP +
      *    PEDIDOS NAO CANCELADOS/REPROVADOS AINDA NAO FATURADOS
      *    (INCLUSIVE ESTE). ACIMA DO LIMITE O PEDIDO FICA RETIDO ('L')
      *    PARA A APROVACAO COMERCIAL (PT000084)
      *----------------------------------------------------------------*
       RT-CONFERIR-CREDITO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-CRED-LIMITE
                                          WSS-CRED-GRUPO
                                          WSS-CRED-EXPOSICAO.
           MOVE PED-CHAVE-FDP          TO WSS-CRED-CHAVE-PED.
      *
           MOVE WSS-T-CCLIENTE         TO CODIGO-FDC.
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    GO                 TO RT-CONFERIR-CREDITOX
           END-READ.
      *
           IF GRUPO-FDC                GREATER ZEROS
              AND GRUPO-ABERTO
              MOVE GRUPO-FDC           TO GRP-CODIGO-FDQ
              READ ARQ-GRUPO           KEY IS GRP-CODIGO-FDQ
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-GRUPO              EQUAL '00'
                 AND GRP-LIMITE-CREDITO-FDQ
                                       GREATER ZEROS
                 MOVE GRP-LIMITE-CREDITO-FDQ
                                       TO WSS-CRED-LIMITE
                 MOVE GRUPO-FDC        TO WSS-CRED-GRUPO
              END-IF
           END-IF.
      *
           IF WSS-CRED-GRUPO           EQUAL ZEROS
              MOVE LIMITE-CREDITO-FDC  TO WSS-CRED-LIMITE
           END-IF.
      *
           IF WSS-CRED-LIMITE          EQUAL ZEROS
              GO                       TO RT-CONFERIR-CREDITOX
           END-IF.
      *
           IF WSS-CRED-GRUPO           EQUAL ZEROS
              MOVE WSS-T-CCLIENTE      TO WSS-CRED-CLIENTE
              PERFORM RT-SOMAR-EXPOSICAO
                                       THRU RT-SOMAR-EXPOSICAOX
           ELSE
              MOVE ZEROS               TO CODIGO-FDC
              MOVE 'N'                 TO WSS-FIM-ARQ-CLI
              START ARQ-CLIENTES       KEY IS NOT LESS CODIGO-FDC
                   INVALID KEY
                       MOVE 'S'        TO WSS-FIM-ARQ-CLI
              END-START
              PERFORM UNTIL WSS-FIM-ARQ-CLI
                                       EQUAL 'S' OR 's'
                 PERFORM RT-TRATAR-MEMBRO-CRED
                                       THRU RT-TRATAR-MEMBRO-CREDX
              END-PERFORM
           END-IF.
      *
      *  ---> A leitura dos pedidos usou a area do registro: recarrega
      *       o pedido recem gravado antes de decidir a retencao
           MOVE WSS-CRED-CHAVE-PED     TO PED-CHAVE-FDP.
           READ ARQ-PEDIDOS            KEY IS PED-CHAVE-FDP
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-PEDIDOS               NOT EQUAL '00'
              MOVE 'ao ler     '       TO WSS-DESCRICAO
              MOVE 'PEDIDOS'           TO WSS-ARQUIVO
              MOVE FS-PEDIDOS          TO WSS-FSTATUS
              MOVE 10                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           IF WSS-CRED-EXPOSICAO       NOT GREATER WSS-CRED-LIMITE
              GO                       TO RT-CONFERIR-CREDITOX
           END-IF.
      *
           IF PEDIDO-AGUARD-APROV-FDP
              MOVE 'A'                 TO PED-RETENCAO-FDP
           ELSE
              MOVE 'L'                 TO PED-SITUACAO-FDP
              MOVE 'C'                 TO PED-RETENCAO-FDP
           END-IF.
      *
           REWRITE REG-FDP.
      *
           IF FS-PEDIDOS               NOT EQUAL '00'
              MOVE 'ao regravar'       TO WSS-DESCRICAO
              MOVE 'PEDIDOS'           TO WSS-ARQUIVO
              MOVE FS-PEDIDOS          TO WSS-FSTATUS
              MOVE 11                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'PEDIDO RETIDO P/ LIMITE DE CREDITO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE WSS-CRED-EXPOSICAO     TO WSS-CRED-EXP-EDT.
           MOVE WSS-CRED-LIMITE        TO WSS-CRED-LIM-EDT.
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Credito excedido - exposicao '
                                       DELIMITED BY SIZE
                  WSS-CRED-EXP-EDT     DELIMITED BY SIZE
                  ' limite '           DELIMITED BY SIZE
                  WSS-CRED-LIM-EDT     DELIMITED BY SIZE
              INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-CONFERIR-CREDITOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-MEMBRO-CRED           SECTION.
      *  ---> Soma a exposicao de cada membro do grupo com limite
      *----------------------------------------------------------------*
      *
           READ ARQ-CLIENTES           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-CLI
                GO                     TO RT-TRATAR-MEMBRO-CREDX
           END-READ.
      *
           IF GRUPO-FDC                NOT EQUAL WSS-CRED-GRUPO
              GO                       TO RT-TRATAR-MEMBRO-CREDX
           END-IF.
      *
           MOVE CODIGO-FDC             TO WSS-CRED-CLIENTE.
           PERFORM RT-SOMAR-EXPOSICAO  THRU RT-SOMAR-EXPOSICAOX.
      *
       RT-TRATAR-MEMBRO-CREDX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SOMAR-EXPOSICAO              SECTION.
      *  ---> Titulos em aberto e pedidos nao faturados do cliente
      *       WSS-CRED-CLIENTE acumulados em WSS-CRED-EXPOSICAO
      *----------------------------------------------------------------*
      *
           IF TITULOS-ABERTO
              MOVE WSS-CRED-CLIENTE    TO TIT-CCLIENTE-FDL
              MOVE SPACES              TO TIT-NUMERO-FDL
              MOVE 'N'                 TO WSS-FIM-ARQ-TIT
              START ARQ-TITULOS        KEY IS NOT LESS TIT-CHAVE-FDL
                   INVALID KEY
                       MOVE 'S'        TO WSS-FIM-ARQ-TIT
              END-START
              PERFORM UNTIL WSS-FIM-ARQ-TIT
                                       EQUAL 'S' OR 's'
                 PERFORM RT-LER-TITULO-CRED
                                       THRU RT-LER-TITULO-CREDX
              END-PERFORM
           END-IF.
      *
           MOVE WSS-CRED-CLIENTE       TO PED-CCLIENTE-FDP.
           MOVE ZEROS                  TO PED-DATA-FDP
                                          PED-SEQ-FDP.
           MOVE 'N'                    TO WSS-FIM-ARQ-PED.
      *
           START ARQ-PEDIDOS           KEY IS NOT LESS PED-CHAVE-FDP
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-PED
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-PED
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-PEDIDO-CRED
                                       THRU RT-LER-PEDIDO-CREDX
           END-PERFORM.
      *
       RT-SOMAR-EXPOSICAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-TITULO-CRED              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-TITULOS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-TIT
                GO                     TO RT-LER-TITULO-CREDX
           END-READ.
      *
           IF TIT-CCLIENTE-FDL         NOT EQUAL WSS-CRED-CLIENTE
              MOVE 'S'                 TO WSS-FIM-ARQ-TIT
              GO                       TO RT-LER-TITULO-CREDX
           END-IF.
      *
           ADD TIT-VLR-ABERTO-FDL      TO WSS-CRED-EXPOSICAO.
      *
       RT-LER-TITULO-CREDX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-PEDIDO-CRED              SECTION.
      *  ---> Entram os pedidos ainda nao faturados (nao enviados ou
      *       enviados ao ERP), inclusive os retidos para aprovacao
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDIDOS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-PED
                GO                     TO RT-LER-PEDIDO-CREDX
           END-READ.
      *
           IF PED-CCLIENTE-FDP         NOT EQUAL WSS-CRED-CLIENTE
              MOVE 'S'                 TO WSS-FIM-ARQ-PED
              GO                       TO RT-LER-PEDIDO-CREDX
           END-IF.
      *
           IF PEDIDO-CANCELADO-FDP
              OR PEDIDO-REPROVADO-FDP
              GO                       TO RT-LER-PEDIDO-CREDX
           END-IF.
      *
           IF PED-NAO-ENVIADO-FDP
              OR PED-ENVIADO-FDP
              ADD PED-VALOR-FDP        TO WSS-CRED-EXPOSICAO
           END-IF.
      *
       RT-LER-PEDIDO-CREDX.
           EXIT.
      *
      *----------------------------------------------------------------*
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CANCELARX
           END-IF.
      *
      *  ---> Pedido de mes ja fechado (PT000058) nao e cancelado
           MOVE PED-DATA-FDP           TO WSP-PER-DATA.
           MOVE 'C'                    TO WSP-PER-OPERACAO.
           MOVE SPACES                 TO WSP-PER-CHAVE.
           STRING 'PEDIDO '            PED-CCLIENTE-FDP
                  ' '                  PED-DATA-FDP
                  ' '                  PED-SEQ-FDP
              DELIMITED BY SIZE        INTO WSP-PER-CHAVE
           END-STRING.
           PERFORM RT-CONFERIR-PERIODO THRU RT-CONFERIR-PERIODOX.
           IF WSP-PER-FECHADO
              GO                       TO RT-CANCELARX
           END-IF.
      *
           MOVE "Confirma o cancelamento do pedido? (S/N): "
                                       TO WSS-MENSAGEM.
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
           MOVE 'PT000041'             TO WSP-PER-PROGRAMA.
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
      *    CONSULTA SEQUENCIAL DOS PEDIDOS GRAVADOS
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
           MOVE PED-DATA-FDP           TO RLD-DATA.
           MOVE PED-SEQ-FDP            TO RLD-SEQ.
           MOVE PED-VALOR-FDP          TO RLD-VALOR.
           EVALUATE TRUE
               WHEN PEDIDO-CANCELADO-FDP
                    MOVE 'CANCELADO'   TO RLD-SITUACAO
               WHEN PEDIDO-AGUARD-APROV-FDP
                    MOVE 'AG.APROV.'   TO RLD-SITUACAO
               WHEN PEDIDO-REPROVADO-FDP
                    MOVE 'REPROVADO'   TO RLD-SITUACAO
               WHEN OTHER
                    MOVE 'ABERTO'      TO RLD-SITUACAO
           END-EVALUATE.
      *
           PERFORM RT-IMPRIME-DET      THRU RT-IMPRIME-DETX.
      *
      *  ---> Pedido cancelado ou reprovado e listado mas nao soma
      *       nos totais
           IF NOT PEDIDO-CANCELADO-FDP
              AND NOT PEDIDO-REPROVADO-FDP
              ADD 1                    TO WSS-QTD-PEDIDOS
                                          WSS-QTD-VEND
              ADD PED-VALOR-FDP        TO WSS-VLR-TOTAL
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-DT-INI-AMD
                                          WSS-QTD-PROD
                                          WSS-VLR-PROD
                                          WSS-QTD-PEDIDOS
                                          WSS-VLR-TOTAL
                                          WSS-PRO-ANTERIOR
                                          WSS-REL-NLIN
                                          WSS-REL-NPAG.
           MOVE SPACES                 TO WSS-T-DT-INI
                                          WSS-T-DT-FIM.
           MOVE 99999999               TO WSS-DT-FIM-AMD.
      *
           DISPLAY TELA-FILTRO-REL.
      *
           MOVE "Periodo do relatorio (brancos = tudo)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2R.
           ACCEPT T3R.
      *
           IF WSS-T-DT-INI             NUMERIC
              MOVE WSS-T-DT-INI(5:4)   TO WSS-DT-INI-AMD(1:4)
              MOVE WSS-T-DT-INI(3:2)   TO WSS-DT-INI-AMD(5:2)
              MOVE WSS-T-DT-INI(1:2)   TO WSS-DT-INI-AMD(7:2)
           END-IF.
           IF WSS-T-DT-FIM             NUMERIC
              MOVE WSS-T-DT-FIM(5:4)   TO WSS-DT-FIM-AMD(1:4)
              MOVE WSS-T-DT-FIM(3:2)   TO WSS-DT-FIM-AMD(5:2)
              MOVE WSS-T-DT-FIM(1:2)   TO WSS-DT-FIM-AMD(7:2)
           END-IF.
      *
           PERFORM RT-LER-PARAMETROS   THRU RT-LER-PARAMETROSX.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           STRING 'REL-PRODUTOS-'      DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
              INTO WSS-ARQ-PEDIDOS
           END-STRING.
      *
           OPEN OUTPUT REL-PEDIDOS.
      *
           IF FS-RELPED                NOT EQUAL '00'
              MOVE "Erro ao abrir o relatorio por produto."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REL-PRODUTOX
           END-IF.
      *
           MOVE ZEROS                  TO ITM-CPRODUTO-FDI.
           MOVE 'N'                    TO WSS-FIM-ARQ-ITM.
      *
           START ARQ-PEDITEM           KEY IS NOT LESS
                                               ITM-CPRODUTO-FDI
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-ITM
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ITM
                                       EQUAL 'S' OR 's'
              PERFORM RT-TRATAR-REL-ITEM
                                       THRU RT-TRATAR-REL-ITEMX
           END-PERFORM.
      *
           IF WSS-QTD-PROD             GREATER ZEROS
              PERFORM RT-SUBTOTAL-PROD THRU RT-SUBTOTAL-PRODX
           END-IF.
      *
           IF WSS-REL-NLIN             EQUAL ZEROS
              PERFORM RT-IMPRIME-CAB-PROD
                                       THRU RT-IMPRIME-CAB-PRODX
           END-IF.
           WRITE REG-RELPED            FROM LINHA-TRACO AFTER 1.
      *
           MOVE 'Total de itens vendidos no periodo....:'
                                       TO RLT-DESCR.
           MOVE WSS-QTD-PEDIDOS        TO RLT-QTDE.
           MOVE WSS-VLR-TOTAL          TO RLT-VALOR.
           WRITE REG-RELPED            FROM DETALHE-TOTAL AFTER 1.
      *
           PERFORM RT-IMPRIME-RDP      THRU RT-IMPRIME-RDPX.
      *
           CLOSE REL-PEDIDOS.
      *
           MOVE WSS-ARQ-PEDIDOS        TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'RELATORIO POR PRODUTO GERADO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Relatorio por produto gerado com sucesso."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-REL-PRODUTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-REL-ITEM              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDITEM            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-ITM
                GO                     TO RT-TRATAR-REL-ITEMX
           END-READ.
      *
      *  ---> Filtro de periodo (data do pedido na propria chave)
           IF ITM-DATA-FDI             LESS WSS-DT-INI-AMD
              OR ITM-DATA-FDI          GREATER WSS-DT-FIM-AMD
              GO                       TO RT-TRATAR-REL-ITEMX
           END-IF.
      *
      *  ---> Item de pedido cancelado ou reprovado fica fora
           MOVE ITM-CCLIENTE-FDI       TO PED-CCLIENTE-FDP.
           MOVE ITM-DATA-FDI           TO PED-DATA-FDP.
           MOVE ITM-SEQ-FDI            TO PED-SEQ-FDP.
           READ ARQ-PEDIDOS            KEY IS PED-CHAVE-FDP
                INVALID KEY
                    CONTINUE
           END-READ.
           IF FS-PEDIDOS               EQUAL '00'
              AND (PEDIDO-CANCELADO-FDP OR PEDIDO-REPROVADO-FDP)
              GO                       TO RT-TRATAR-REL-ITEMX
           END-IF.
      *
      *  ---> Quebra de produto: subtotal do anterior
           IF WSS-QTD-PROD             GREATER ZEROS
              AND ITM-CPRODUTO-FDI     NOT EQUAL WSS-PRO-ANTERIOR
              PERFORM RT-SUBTOTAL-PROD THRU RT-SUBTOTAL-PRODX
           END-IF.
      *
           MOVE ITM-CPRODUTO-FDI       TO WSS-PRO-ANTERIOR.
      *
           ADD ITM-QTDE-FDI            TO WSS-QTD-PROD.
           ADD ITM-TOTAL-FDI           TO WSS-VLR-PROD.
           ADD 1                       TO WSS-QTD-PEDIDOS.
           ADD ITM-TOTAL-FDI           TO WSS-VLR-TOTAL.
      *
       RT-TRATAR-REL-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SUBTOTAL-PROD                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-PRO-ANTERIOR       TO RLP-CPRODUTO
                                          PRO-CODIGO-FDT.
      *
           READ ARQ-PRODUTO            KEY IS PRO-CODIGO-FDT
                INVALID KEY
                    MOVE 'PRODUTO NAO CADASTRADO'
                                       TO PRO-DESCRICAO-FDT
           END-READ.
      *
           MOVE PRO-DESCRICAO-FDT      TO RLP-DESCRICAO.
           MOVE WSS-QTD-PROD           TO RLP-QTDE.
           MOVE WSS-VLR-PROD           TO RLP-VALOR.
      *
           IF WSS-REL-NLIN             EQUAL ZEROS
              PERFORM RT-IMPRIME-CAB-PROD
                                       THRU RT-IMPRIME-CAB-PRODX
           END-IF.
           WRITE REG-RELPED            FROM DETALHE-PRODUTO AFTER 1.
           ADD 1                       TO WSS-REL-NLIN.
      *
           IF WSS-REL-NLIN             NOT LESS WSS-T-LINPAG
              PERFORM RT-IMPRIME-RDP   THRU RT-IMPRIME-RDPX
              MOVE ZEROS               TO WSS-REL-NLIN
           END-IF.
      *
           MOVE ZEROS                  TO WSS-QTD-PROD
                                          WSS-VLR-PROD.
      *
       RT-SUBTOTAL-PRODX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-CAB-PROD             SECTION.
      *----------------------------------------------------------------*
      *
           IF WSS-REL-NPAG             EQUAL ZEROS
              WRITE REG-RELPED         FROM LINHA-TRACO AFTER 1
           ELSE
              WRITE REG-RELPED         AFTER ADVANCING PAGE
              WRITE REG-RELPED         FROM LINHA-TRACO AFTER 1
           END-IF.
      *
           WRITE REG-RELPED            FROM CAB-PEDIDOS-1 AFTER 2.
           WRITE REG-RELPED            FROM CAB-PEDIDOS-2 AFTER 1.
           WRITE REG-RELPED            FROM LINHA-BRANCO AFTER 1.
           WRITE REG-RELPED            FROM CAB-PRODUTO-3 AFTER 1.
           WRITE REG-RELPED            FROM LINHA-TRACO AFTER 1.
      *
           ADD 1                       TO WSS-REL-NPAG.
           MOVE 7                      TO WSS-REL-NLIN.
      *
       RT-IMPRIME-CAB-PRODX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO DE ITENS EM ENCOMENDA: PRIMEIRO POR PRODUTO (COM
      *    A POSICAO DE ESTOQUE SOMADA DAS FILIAIS), DEPOIS POR
      *    VENDEDOR COM O VALOR AGUARDANDO ESTOQUE. SO ENTRAM PEDIDOS
      *    AINDA NAO FATURADOS INTEGRALMENTE, NEM CANCELADOS OU
      *    REPROVADOS
      *----------------------------------------------------------------*
       RT-REL-ENCOMENDA                SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT PRODUTO-ABERTO
              MOVE "Catalogo de produtos inexistente."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REL-ENCOMENDAX
           END-IF.
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-ENC-PROD
                                          WSS-ENC-ITENS-PROD
                                          WSS-ENC-VEND
                                          WSS-VLR-ENC-VEND
                                          WSS-ENC-TOTAL
                                          WSS-VLR-ENC-TOTAL
                                          WSS-PRO-ANTERIOR
                                          WSS-VEN-ANTERIOR
                                          WSS-REL-NLIN
                                          WSS-REL-NPAG.
      *
           PERFORM RT-LER-PARAMETROS   THRU RT-LER-PARAMETROSX.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           STRING 'REL-ENCOMENDAS-'    DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
           OPEN OUTPUT REL-PEDIDOS.
      *
           IF FS-RELPED                NOT EQUAL '00'
              MOVE "Erro ao abrir o relatorio de encomendas."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REL-ENCOMENDAX
           END-IF.
      *
      *  ---> Parte 1: por produto (chave alternada de produto)
           MOVE 'P'                    TO WSS-PARTE-ENC.
           MOVE ZEROS                  TO ITM-CPRODUTO-FDI.
           MOVE 'N'                    TO WSS-FIM-ARQ-ITM.
      *
      *
           PERFORM UNTIL WSS-FIM-ARQ-ITM
                                       EQUAL 'S' OR 's'
              PERFORM RT-TRATAR-ENC-ITEM
                                       THRU RT-TRATAR-ENC-ITEMX
           END-PERFORM.
      *
           IF WSS-ENC-ITENS-PROD       GREATER ZEROS
              PERFORM RT-SUBTOTAL-ENC-PROD
                                       THRU RT-SUBTOTAL-ENC-PRODX
           END-IF.
      *
      *  ---> Parte 2: por vendedor (chave alternada de vendedor),
      *       pagina nova
           IF WSS-REL-NLIN             GREATER ZEROS
              PERFORM RT-IMPRIME-RDP   THRU RT-IMPRIME-RDPX
              MOVE ZEROS               TO WSS-REL-NLIN
           END-IF.
      *
           MOVE 'V'                    TO WSS-PARTE-ENC.
           MOVE ZEROS                  TO PED-CVENDEDOR-FDP.
           MOVE 'N'                    TO WSS-FIM-ARQ-PED.
      *
           START ARQ-PEDIDOS           KEY IS NOT LESS
                                               PED-CVENDEDOR-FDP
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-PED
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-PED
                                       EQUAL 'S' OR 's'
              PERFORM RT-TRATAR-ENC-PEDIDO
                                       THRU RT-TRATAR-ENC-PEDIDOX
           END-PERFORM.
      *
           IF WSS-ENC-VEND             GREATER ZEROS
              PERFORM RT-SUBTOTAL-ENC-VEND
                                       THRU RT-SUBTOTAL-ENC-VENDX
           END-IF.
      *
           IF WSS-REL-NLIN             EQUAL ZEROS
              PERFORM RT-IMPRIME-CAB-ENC
                                       THRU RT-IMPRIME-CAB-ENCX
           END-IF.
           WRITE REG-RELPED            FROM LINHA-TRACO AFTER 1.
      *
           MOVE 'Total de unidades em encomenda........:'
                                       TO RLT-DESCR.
           MOVE WSS-ENC-TOTAL          TO RLT-QTDE.
           MOVE WSS-VLR-ENC-TOTAL      TO RLT-VALOR.
           WRITE REG-RELPED            FROM DETALHE-TOTAL AFTER 1.
      *
           PERFORM RT-IMPRIME-RDP      THRU RT-IMPRIME-RDPX.
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'RELATORIO DE ENCOMENDAS GERADO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Relatorio de encomendas gerado com sucesso."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-REL-ENCOMENDAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PEDIDO-PENDENTE              SECTION.
      *  ---> Pedido em REG-FDP ainda espera mercadoria: nem
      *       cancelado, reprovado, faturado ou cancelado no ERP
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WSS-PED-PENDENTE.
      *
           IF PEDIDO-CANCELADO-FDP
              OR PEDIDO-REPROVADO-FDP
              OR PED-FATURADO-FDP
              OR PED-FAT-CANCELADO-FDP
              MOVE 'N'                 TO WSS-PED-PENDENTE
           END-IF.
      *
       RT-PEDIDO-PENDENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-ENC-ITEM              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDITEM            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-ITM
                GO                     TO RT-TRATAR-ENC-ITEMX
           END-READ.
      *
           IF ITM-QTD-ENCOMENDA-FDI    EQUAL ZEROS
              GO                       TO RT-TRATAR-ENC-ITEMX
           END-IF.
      *
           MOVE ITM-CCLIENTE-FDI       TO PED-CCLIENTE-FDP.
           MOVE ITM-DATA-FDI           TO PED-DATA-FDP.
           MOVE ITM-SEQ-FDI            TO PED-SEQ-FDP.
           READ ARQ-PEDIDOS            KEY IS PED-CHAVE-FDP
                INVALID KEY
                    GO                 TO RT-TRATAR-ENC-ITEMX
           END-READ.
      *
           PERFORM RT-PEDIDO-PENDENTE  THRU RT-PEDIDO-PENDENTEX.
           IF WSS-PED-PENDENTE         EQUAL 'N'
              GO                       TO RT-TRATAR-ENC-ITEMX
           END-IF.
      *
      *  ---> Quebra de produto: subtotal do anterior
           IF WSS-ENC-ITENS-PROD       GREATER ZEROS
              AND ITM-CPRODUTO-FDI     NOT EQUAL WSS-PRO-ANTERIOR
              PERFORM RT-SUBTOTAL-ENC-PROD
                                       THRU RT-SUBTOTAL-ENC-PRODX
           END-IF.
      *
           MOVE ITM-CPRODUTO-FDI       TO WSS-PRO-ANTERIOR.
      *
           ADD ITM-QTD-ENCOMENDA-FDI   TO WSS-ENC-PROD.
           ADD 1                       TO WSS-ENC-ITENS-PROD.
      *
       RT-TRATAR-ENC-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SUBTOTAL-ENC-PROD            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-PRO-ANTERIOR       TO RLE-CPRODUTO
                                          PRO-CODIGO-FDT.
      *
           READ ARQ-PRODUTO            KEY IS PRO-CODIGO-FDT
                                       TO PRO-DESCRICAO-FDT
           END-READ.
      *
           PERFORM RT-SOMAR-ESTOQUE    THRU RT-SOMAR-ESTOQUEX.
      *
           MOVE PRO-DESCRICAO-FDT      TO RLE-DESCRICAO.
           MOVE WSS-ENC-PROD           TO RLE-ENCOMENDA.
           MOVE WSS-ETQ-DISPON-PROD    TO RLE-DISPON.
           MOVE WSS-ETQ-CAMINHO-PROD   TO RLE-CAMINHO.
           MOVE WSS-ENC-ITENS-PROD     TO RLE-ITENS.
      *
           IF WSS-REL-NLIN             EQUAL ZEROS
              PERFORM RT-IMPRIME-CAB-ENC
                                       THRU RT-IMPRIME-CAB-ENCX
           END-IF.
           WRITE REG-RELPED            FROM DETALHE-ENC-PRODUTO AFTER 1.
           ADD 1                       TO WSS-REL-NLIN.
      *
           IF WSS-REL-NLIN             NOT LESS WSS-T-LINPAG
              MOVE ZEROS               TO WSS-REL-NLIN
           END-IF.
      *
           MOVE ZEROS                  TO WSS-ENC-PROD
                                          WSS-ENC-ITENS-PROD.
      *
       RT-SUBTOTAL-ENC-PRODX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SOMAR-ESTOQUE                SECTION.
      *  ---> Disponivel e a caminho do produto somados nas filiais
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-ETQ-DISPON-PROD
                                          WSS-ETQ-CAMINHO-PROD.
      *
           IF NOT ESTOQUE-ABERTO
              GO                       TO RT-SOMAR-ESTOQUEX
           END-IF.
      *
           MOVE WSS-PRO-ANTERIOR       TO ETQ-CPRODUTO-FDE.
           MOVE ZEROS                  TO ETQ-FILIAL-FDE.
           MOVE 'N'                    TO WSS-FIM-ARQ-ETQ.
      *
           START ARQ-ESTOQUE           KEY IS NOT LESS ETQ-CHAVE-FDE
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-ETQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ETQ
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-ESTOQUE   THRU RT-LER-ESTOQUEX
           END-PERFORM.
      *
       RT-SOMAR-ESTOQUEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-ESTOQUE                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-ESTOQUE            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-ETQ
                GO                     TO RT-LER-ESTOQUEX
           END-READ.
      *
           IF ETQ-CPRODUTO-FDE         NOT EQUAL WSS-PRO-ANTERIOR
              MOVE 'S'                 TO WSS-FIM-ARQ-ETQ
              GO                       TO RT-LER-ESTOQUEX
           END-IF.
      *
           ADD ETQ-QTD-DISPON-FDE      TO WSS-ETQ-DISPON-PROD.
           ADD ETQ-QTD-CAMINHO-FDE     TO WSS-ETQ-CAMINHO-PROD.
      *
       RT-LER-ESTOQUEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-ENC-PEDIDO            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDIDOS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-PED
                GO                     TO RT-TRATAR-ENC-PEDIDOX
           END-READ.
      *
           PERFORM RT-PEDIDO-PENDENTE  THRU RT-PEDIDO-PENDENTEX.
           IF WSS-PED-PENDENTE         EQUAL 'N'
              GO                       TO RT-TRATAR-ENC-PEDIDOX
           END-IF.
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
              PERFORM RT-TRATAR-ENC-VEND-ITEM
                                       THRU RT-TRATAR-ENC-VEND-ITEMX
           END-PERFORM.
      *
       RT-TRATAR-ENC-PEDIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-ENC-VEND-ITEM         SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDITEM            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-ITM
                GO                     TO RT-TRATAR-ENC-VEND-ITEMX
           END-READ.
      *
           IF ITM-CCLIENTE-FDI         NOT EQUAL PED-CCLIENTE-FDP
              OR ITM-DATA-FDI          NOT EQUAL PED-DATA-FDP
              OR ITM-SEQ-FDI           NOT EQUAL PED-SEQ-FDP
              MOVE 'S'                 TO WSS-FIM-ARQ-ITM
              GO                       TO RT-TRATAR-ENC-VEND-ITEMX
           END-IF.
      *
           IF ITM-QTD-ENCOMENDA-FDI    EQUAL ZEROS
              GO                       TO RT-TRATAR-ENC-VEND-ITEMX
           END-IF.
      *
      *  ---> Quebra de vendedor: subtotal do anterior
           IF WSS-ENC-VEND             GREATER ZEROS
              AND PED-CVENDEDOR-FDP    NOT EQUAL WSS-VEN-ANTERIOR
              PERFORM RT-SUBTOTAL-ENC-VEND
                                       THRU RT-SUBTOTAL-ENC-VENDX
           END-IF.
      *
           MOVE PED-CVENDEDOR-FDP      TO WSS-VEN-ANTERIOR.
      *
           COMPUTE WSS-VLR-ENC-ITEM = ITM-QTD-ENCOMENDA-FDI
                                    * ITM-PRECO-FDI.
      *
           MOVE PED-CVENDEDOR-FDP      TO RLV-CVENDEDOR.
           MOVE PED-CCLIENTE-FDP       TO RLV-CCLIENTE.
           MOVE PED-DATA-FDP           TO RLV-DATA.
           MOVE PED-SEQ-FDP            TO RLV-SEQ.
           MOVE ITM-CPRODUTO-FDI       TO RLV-CPRODUTO.
           MOVE ITM-QTDE-FDI           TO RLV-QTDE.
           MOVE ITM-QTD-ENCOMENDA-FDI  TO RLV-ENCOMENDA.
           MOVE WSS-VLR-ENC-ITEM       TO RLV-VALOR.
      *
           IF WSS-REL-NLIN             EQUAL ZEROS
              PERFORM RT-IMPRIME-CAB-ENC
                                       THRU RT-IMPRIME-CAB-ENCX
           END-IF.
           WRITE REG-RELPED            FROM DETALHE-ENC-VENDEDOR
                                       AFTER 1.
           ADD 1                       TO WSS-REL-NLIN.
      *
           IF WSS-REL-NLIN             NOT LESS WSS-T-LINPAG
              PERFORM RT-IMPRIME-RDP   THRU RT-IMPRIME-RDPX
              MOVE ZEROS               TO WSS-REL-NLIN
           END-IF.
      *
           ADD ITM-QTD-ENCOMENDA-FDI   TO WSS-ENC-VEND
                                          WSS-ENC-TOTAL.
           ADD WSS-VLR-ENC-ITEM        TO WSS-VLR-ENC-VEND
                                          WSS-VLR-ENC-TOTAL.
      *
       RT-TRATAR-ENC-VEND-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SUBTOTAL-ENC-VEND            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'Total em encomenda do vendedor........:'
                                       TO RLT-DESCR.
           MOVE WSS-ENC-VEND           TO RLT-QTDE.
           MOVE WSS-VLR-ENC-VEND       TO RLT-VALOR.
      *
           IF WSS-REL-NLIN             EQUAL ZEROS
              PERFORM RT-IMPRIME-CAB-ENC
                                       THRU RT-IMPRIME-CAB-ENCX
           END-IF.
           WRITE REG-RELPED            FROM DETALHE-TOTAL AFTER 1.
           ADD 1                       TO WSS-REL-NLIN.
      *
           MOVE ZEROS                  TO WSS-ENC-VEND
                                          WSS-VLR-ENC-VEND.
      *
       RT-SUBTOTAL-ENC-VENDX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-CAB-ENC              SECTION.
      *----------------------------------------------------------------*
      *
           IF WSS-REL-NPAG             EQUAL ZEROS
           END-IF.
      *
           WRITE REG-RELPED            FROM CAB-PEDIDOS-1 AFTER 2.
           WRITE REG-RELPED            FROM CAB-ENCOMENDA-2 AFTER 1.
           WRITE REG-RELPED            FROM LINHA-BRANCO AFTER 1.
           IF PARTE-ENC-PRODUTO
              WRITE REG-RELPED         FROM CAB-ENCOMENDA-3 AFTER 1
           ELSE
              WRITE REG-RELPED         FROM CAB-ENCOMENDA-4 AFTER 1
           END-IF.
           WRITE REG-RELPED            FROM LINHA-TRACO AFTER 1.
      *
           ADD 1                       TO WSS-REL-NPAG.
           MOVE 7                      TO WSS-REL-NLIN.
      *
       RT-IMPRIME-CAB-ENCX.
           EXIT.
      *
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS             EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS          EQUAL '00' AND
                 PARM-LINHAS-PAGINA     GREATER ZEROS
                 MOVE PARM-LINHAS-PAGINA
              CLOSE ARQ-PRODUTO
              MOVE 'N'                 TO WSS-PRODUTO-ABERTO
           END-IF.
      *
           IF TABPRECO-ABERTO
              CLOSE ARQ-TABPRECO
              MOVE 'N'                 TO WSS-TABPRECO-ABERTO
           END-IF.
      *
           IF CAMPANHA-ABERTO
              CLOSE ARQ-CAMPANHA
              MOVE 'N'                 TO WSS-CAMPANHA-ABERTO
           END-IF.
      *
           IF SUGESTAO-ABERTO
              CLOSE ARQ-SUGESTAO
              MOVE 'N'                 TO WSS-SUGESTAO-ABERTO
           END-IF.
      *
           IF DESCMAX-ABERTO
              CLOSE ARQ-DESCMAX
              MOVE 'N'                 TO WSS-DESCMAX-ABERTO
           END-IF.
      *
           IF ESTOQUE-ABERTO
              CLOSE ARQ-ESTOQUE
              MOVE 'N'                 TO WSS-ESTOQUE-ABERTO
           END-IF.
      *
           IF TITULOS-ABERTO
              CLOSE ARQ-TITULOS
              MOVE 'N'                 TO WSS-TITULOS-ABERTO
           END-IF.
      *
           IF GRUPO-ABERTO
              CLOSE ARQ-GRUPO
              MOVE 'N'                 TO WSS-GRUPO-ABERTO
           END-IF.
      *
           IF DOCTOS-ABERTO
              CLOSE ARQ-CLIDOC
                    ARQ-SEGDOC
              MOVE 'N'                 TO WSS-DOCTOS-ABERTO
           END-IF.
      *
           IF ENDENTREGA-ABERTO
              CLOSE ARQ-ENDENTREGA
              MOVE 'N'                 TO WSS-ENDENTREGA-ABERTO
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
           EXIT.
      *
      *----------------------------------------------------------------*
      *    A PARTIR DO ARQUIVO ABERTO, POSICIONA NA VERSAO DO PARAMDIST
      *    EM VIGOR NA DATA DE PROCESSAMENTO: A ULTIMA LINHA COM
      *    VIGENCIA ATE A DATA (LINHA SEM VIGENCIA VALE DESDE SEMPRE).
      *    FS-PARAMETROS '00' COM A VERSAO EM REG-PARAMETROS; '10'
      *    QUANDO NENHUMA VERSAO VALE NA DATA.
      *----------------------------------------------------------------*
       RT-LER-PARM-VIGENTE             SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-PARAMETROS            NOT EQUAL '00'
              GO                       TO RT-LER-PARM-VIGENTEX
           END-IF.
      *
           IF LKS-DATA-PROC            EQUAL SPACES
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WSS-PVG-DATA
           ELSE
              MOVE LKS-DATA-PROC(5:4)  TO WSS-PVG-DATA(1:4)
              MOVE LKS-DATA-PROC(3:2)  TO WSS-PVG-DATA(5:2)
              MOVE LKS-DATA-PROC(1:2)  TO WSS-PVG-DATA(7:2)
           END-IF.
      *
      *  ---> Primeira passada: numero da linha da versao em vigor
           MOVE ZEROS                  TO WSS-PVG-LIDOS
                                          WSS-PVG-VIGENTE.
      *
           PERFORM UNTIL FS-PARAMETROS NOT EQUAL '00'
              READ ARQ-PARAMETROS
                 AT END
                    CONTINUE
              END-READ
              IF FS-PARAMETROS         EQUAL '00'
                 ADD 1                 TO WSS-PVG-LIDOS
                 IF PARM-DT-VIGENCIA   NOT NUMERIC
                    OR PARM-DT-VIGENCIA
                                       NOT GREATER WSS-PVG-DATA
                    MOVE WSS-PVG-LIDOS TO WSS-PVG-VIGENTE
                 END-IF
              END-IF
           END-PERFORM.
      *
      *  ---> Segunda passada: rele ate a versao em vigor
           CLOSE ARQ-PARAMETROS.
           OPEN INPUT ARQ-PARAMETROS.
      *
           MOVE ZEROS                  TO WSS-PVG-LIDOS.
      *
           PERFORM UNTIL WSS-PVG-LIDOS EQUAL WSS-PVG-VIGENTE
                      OR FS-PARAMETROS NOT EQUAL '00'
              READ ARQ-PARAMETROS
                 AT END
                    CONTINUE
              END-READ
              ADD 1                    TO WSS-PVG-LIDOS
           END-PERFORM.
      *
           IF WSS-PVG-VIGENTE          EQUAL ZEROS
              AND FS-PARAMETROS        EQUAL '00'
              MOVE '10'                TO FS-PARAMETROS
           END-IF.
      *
       RT-LER-PARM-VIGENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
