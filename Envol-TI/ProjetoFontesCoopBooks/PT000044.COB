      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            DEMONSTRATIVO MOSTRA, POR VENDEDOR, QUANTO DO *
      *     *            VENDIDO SAIU POR TABELA DE PRECO (ITENS DO    *
      *     *            PEDITEM COM ITM-TABELA PREENCHIDO), COM TOTAL *
      *     *            DO MES.                                       *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PEDIDO REPROVADO NA APROVACAO COMERCIAL NAO   *
      *     *            COMISSIONA (COMO O CANCELADO).                *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            OPCAO 4 APURA ESTORNOS DE COMISSAO JA APURADA *
      *     *            (PEDIDO CANCELADO NO FATURAMENTO OU ITEM      *
      *     *            DEVOLVIDO) NO ARQUIVO COMAJUSTE, LANCADOS NO  *
      *     *            PRIMEIRO MES AINDA NAO APURADO. O CALCULO DO  *
      *     *            MES ABATE OS ESTORNOS DO VENDEDOR (COM-VLR-   *
      *     *            ESTORNO) E O DEMONSTRATIVO OS DETALHA.        *
      *     *----------------------------------------------------------*
      *     * VERSAO 05    -    Amarildo M Borges      -    15.10.2026 *
      *     *            RATEIO DA COMISSAO DO CLIENTE QUE TROCOU DE   *
      *     *            VENDEDOR NO MES (DTVINCULO DA DISTRIBUICAO E  *
      *     *            VENDEDOR ANTERIOR PELOS SNAPSHOTS HISTDIST),  *
      *     *            CONFORME PARM-RATEIO-MODO: PELA DATA DO       *
      *     *            PEDIDO OU COM JANELA DE TRANSICAO DIVIDIDA.   *
      *     *            O DEMONSTRATIVO LISTA OS PEDIDOS RATEADOS.    *
      *     *----------------------------------------------------------*
      *     * VERSAO 06    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PEDIDO WEB/B2B IMPORTADO (PED-ORIGEM 'W')     *
      *     *            CONTA COMO VENDA DO VENDEDOR DA CARTEIRA E SO *
      *     *            GERA COMISSAO COM PARM-COMISSAO-WEB 'S'.      *
      *     *----------------------------------------------------------*
      *     * VERSAO 07    -    Amarildo M Borges      -    15.10.2026 *
      *     *            VISITA COM PRESENCA SUSPEITA (GPS) OU         *
      *     *            REPROVADA PELO SUPERVISOR NAO CONTA NA        *
      *     *            APURACAO DA COMISSAO ATE SER VALIDADA.        *
      *     *----------------------------------------------------------*
      *     * VERSAO 08    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PEDIDO TIRADO PELO SUBSTITUTO DE VENDEDOR     *
      *     *            AUSENTE (AUSENCIA) EM CLIENTE DA CARTEIRA DO  *
      *     *            TITULAR: COMISSAO TODA DO TITULAR OU DIVIDIDA *
      *     *            (PARM-COMISSAO-SUBST/PARM-SUBST-PCT), COM     *
      *     *            DETALHE PROPRIO NO DEMONSTRATIVO.             *
      *     *----------------------------------------------------------*
      *     * VERSAO 09    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA DE PROCESSAMENTO.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 10    -    Amarildo M Borges      -    15.10.2026 *
      *     *            VISITAS DO MES LIDAS POR VENDEDOR DA APURACAO *
      *     *            PELA CHAVE VENDEDOR + DATA, A PARTIR DO       *
      *     *            PRIMEIRO DIA DO MES.                          *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *  ---> Arquivo PEDIDOS (base do valor vendido do mes)
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Itens do pedido (venda feita por tabela de preco)
           COPY 'SEL-PEDITEM.CPY'      REPLACING ==::== BY ==-FDI==.
      *
      *  ---> Arquivo VISITAS (contagem de visitas do mes)
           COPY 'SEL-VISITAS.CPY'      REPLACING ==::== BY ==-FDT==.
      *
      *  ---> Arquivo CLIENTES (classe ABC do cliente do pedido)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Estornos de comissao (cancelamento e devolucao)
           COPY 'SEL-COMAJUSTE.CPY'    REPLACING ==::== BY ==-FDJ==.
      *
      *  ---> Devolucoes de mercadoria (PT000087)
           COPY 'SEL-DEVOLUCAO.CPY'    REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Arquivo de PARAMETROS (linhas por pagina e regra de
      *       rateio na troca de vendedor)
           COPY 'SEL-PARAMETROS.CPY'.
      *
      *  ---> Distribuicao vigente (DTVINCULO do par cliente-vendedor)
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDB==.
      *
      *  ---> Snapshot de historico datado em leitura (vendedor
      *       anterior a troca)
           SELECT  ARQ-HISTORICO       ASSIGN TO WSS-ARQ-HISTORICO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-HISTORICO.
      *
      *  ---> Demonstrativo de comissoes do mes
           SELECT  REL-COMISSAO        ASSIGN TO WSS-ARQ-COMISSAO
                   ORGANIZATION        IS LINE SEQUENTIAL
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PEDIDOS.CPY'           REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-PEDITEM                 VALUE OF FILE-ID IS 'PEDITEM'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDI.
       COPY 'FD-PEDITEM.CPY'           REPLACING ==::== BY ==-FDI==.
      *
       FD  ARQ-VISITAS                 VALUE OF FILE-ID IS 'VISITAS'
           LABEL RECORDS               IS STANDARD
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-COMAJUSTE               VALUE OF FILE-ID IS 'COMAJUSTE'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDJ.
       COPY 'FD-COMAJUSTE.CPY'         REPLACING ==::== BY ==-FDJ==.
      *
       FD  ARQ-DEVOLUCAO               VALUE OF FILE-ID IS 'DEVOLUCAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DEVOLUCAO.CPY'         REPLACING ==::== BY ==-FDD==.
      *
       COPY 'FD-PARAMETROS.CPY'.
      *
       FD  ARQ-DISTRIBUIR              VALUE OF FILE-ID IS
                                                       'DISTRIBUICAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDB.
       COPY 'FD-DISTRIBUIR.CPY'        REPLACING ==::== BY ==-FDB==.
      *
       FD  ARQ-HISTORICO
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDH.
       COPY 'FD-DISTRIBUIR.CPY'        REPLACING ==::== BY ==-FDH==.
      *
       FD  REL-COMISSAO.
       01  REG-RELCOM                  PIC  X(120).
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
       77  WSS-FIM-ARQ-PED             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-VIS             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-ITM             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-AJU             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-DEV             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-SOM             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-DIS             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-HIS             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-VISITAS-ABERTO          PIC  X(001)         VALUE 'N'.
           88  VISITAS-ABERTO          VALUE 'S'.
      *
       77  WSS-PEDITEM-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PEDITEM-ABERTO          VALUE 'S'.
      *
       77  WSS-DEVOLUCAO-ABERTO        PIC  X(001)         VALUE 'N'.
           88  DEVOLUCAO-ABERTO        VALUE 'S'.
      *
       77  WSS-DISTRIB-ABERTO          PIC  X(001)         VALUE 'N'.
           88  DISTRIB-ABERTO          VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-LIMPA-LINHA         PIC  X(080)         VALUE SPACES.
           03  WSS-FIM-ARQ-CON         PIC  X(001)         VALUE 'N'.
           03  WSS-ARQ-COMISSAO        PIC  X(030)         VALUE SPACES.
           03  WSS-ARQ-HISTORICO       PIC  X(030)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - TAXAS POR CLASSE E MES DA APURACAO
           03  WSS-VLR-COM-PED         PIC  9(009)V9(002)  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - APURACAO DE ESTORNOS
      *----------------------------------------------------------------*
           03  WSS-VEN-BUSCA           PIC  9(007)         VALUE ZEROS.
           03  WSS-ULT-ANOMES          PIC  9(006)         VALUE ZEROS.
           03  WSS-AJU-ANOMES          PIC  9(006)         VALUE ZEROS.
           03  WSS-AJU-ANOMES-R        REDEFINES WSS-AJU-ANOMES.
               05  WSS-AJU-ANO         PIC  9(004).
               05  WSS-AJU-MES         PIC  9(002).
           03  WSS-AJU-DEST            PIC  9(006)         VALUE ZEROS.
           03  WSS-AJU-TIPO            PIC  X(001)         VALUE SPACES.
           03  WSS-AJU-ITEM            PIC  9(003)         VALUE ZEROS.
           03  WSS-AJU-BASE            PIC S9(009)V9(002)  VALUE ZEROS.
           03  WSS-QTD-AJU             PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-AJU-ED          PIC  ZZZZ9          VALUE ZEROS.
           03  WSS-TOT-AJU             PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-TOT-AJU-ED          PIC  ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  WSS-VLR-LIQUIDO         PIC S9(011)V9(002)  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - RATEIO NA TROCA DE VENDEDOR NO MES
      *----------------------------------------------------------------*
           03  WSS-RATEIO-MODO         PIC  X(001)         VALUE 'N'.
               88  RATEIO-LIGADO       VALUE 'D' 'J'.
               88  RATEIO-JANELA       VALUE 'J'.
           03  WSS-RATEIO-JANELA       PIC  9(003)         VALUE ZEROS.
           03  WSS-RATEIO-PCT          PIC  9(003)         VALUE ZEROS.
      *  ---> Pedido web/B2B gera comissao (PARM-COMISSAO-WEB)
           03  WSS-COMISSAO-WEB        PIC  X(001)         VALUE 'S'.
           03  WSS-MES-INI-INT         PIC  9(007)         VALUE ZEROS.
           03  WSS-PED-INT             PIC  9(007)         VALUE ZEROS.
           03  WSS-PROBE-INT           PIC  9(007)         VALUE ZEROS.
           03  WSS-PROBE-FIM           PIC  9(007)         VALUE ZEROS.
           03  WSS-TRC-INT-MIN         PIC  9(007)         VALUE ZEROS.
           03  WSS-TRC-INT-MAX         PIC  9(007)         VALUE ZEROS.
           03  WSS-SNAP-AMD            PIC  9(008)         VALUE ZEROS.
           03  WSS-QTD-PENDENTE        PIC  9(005)         VALUE ZEROS.
           03  WSS-PCT-ANTERIOR        PIC  9(003)         VALUE ZEROS.
           03  WSS-PCT-CREDITO         PIC  9(003)         VALUE ZEROS.
           03  WSS-REGRA-RATEIO        PIC  X(001)         VALUE SPACES.
           03  WSS-VLR-COM-CRED        PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-VLR-VEND-CRED       PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-COM-ANTERIOR        PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-VEND-ANTERIOR       PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-TOT-RATEIO          PIC  9(011)V9(002)  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - SUBSTITUTO NA AUSENCIA DO TITULAR
      *----------------------------------------------------------------*
      *  ---> Regra (PARM-COMISSAO-SUBST): 'T' tudo ao titular da
      *       carteira, 'D' dividida, cabendo ao substituto o % de
      *       PARM-SUBST-PCT
           03  WSS-COMISSAO-SUBST      PIC  X(001)         VALUE 'T'.
           03  WSS-SUBST-PCT           PIC  9(003)         VALUE 50.
           03  WSS-TITULAR-CART        PIC  9(007)         VALUE ZEROS.
           03  WSS-PCT-SUBST-PED       PIC  9(003)         VALUE ZEROS.
           03  WSS-COM-SUBST           PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-VEND-SUBST          PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-TOT-SUBST           PIC  9(011)V9(002)  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-COMISSAO             PIC  X(002)         VALUE SPACES.
           03  FS-COMTAXA              PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-PEDITEM              PIC  X(002)         VALUE SPACES.
           03  FS-VISITAS              PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-COMAJUSTE            PIC  X(002)         VALUE SPACES.
           03  FS-DEVOLUCAO            PIC  X(002)         VALUE SPACES.
           03  FS-PARAMETROS           PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-HISTORICO            PIC  X(002)         VALUE SPACES.
           03  FS-RELCOM               PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
           03  WSS-T-LINPAG            PIC  9(002)         VALUE 55.
           03  WSS-TOT-COMISSAO        PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-TOT-VENDIDO         PIC  9(013)V9(002)  VALUE ZEROS.
           03  WSS-TOT-TABELA          PIC  9(013)V9(002)  VALUE ZEROS.
           03  WSS-TOT-ESTORNO         PIC  9(011)V9(002)  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUDITORIA
               05  WSS-APU-QTD-VIS     PIC  9(005).
               05  WSS-APU-VENDIDO     PIC  9(011)V9(002).
               05  WSS-APU-COMISSAO    PIC  9(009)V9(002).
               05  WSS-APU-VLR-TABELA  PIC  9(011)V9(002).
               05  WSS-APU-ESTORNO     PIC  9(009)V9(002).
      *
       77  WSS-IDX-APU                 PIC  9(005) COMP-3  VALUE ZEROS.
       77  WSS-IDX-ACHOU               PIC  9(005) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA - CLIENTES QUE TROCARAM DE VENDEDOR NO MES
      *    (DTVINCULO DA DISTRIBUICAO; VENDEDOR ANTERIOR PELO SNAPSHOT
      *    HISTDIST MAIS RECENTE ATE A DATA DA TROCA)
      *----------------------------------------------------------------*
       01  WSS-TAB-TROCA.
           03  WSS-QTD-TRC             PIC  9(005) COMP-3  VALUE ZEROS.
           03  WSS-TRC-OCR             OCCURS 2000 TIMES.
               05  WSS-TRC-CLI         PIC  9(007).
               05  WSS-TRC-VEN-ATU     PIC  9(007).
               05  WSS-TRC-VEN-ANT     PIC  9(007).
               05  WSS-TRC-DATA        PIC  9(008).
               05  WSS-TRC-INT         PIC  9(007).
      *
       77  WSS-IDX-TRC                 PIC  9(005) COMP-3  VALUE ZEROS.
       77  WSS-IDX-TRC-ACHOU           PIC  9(005) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA - PEDIDOS RATEADOS (DETALHE DO DEMONSTRATIVO)
      *----------------------------------------------------------------*
       01  WSS-TAB-RATEIO.
           03  WSS-QTD-RTD             PIC  9(005) COMP-3  VALUE ZEROS.
           03  WSS-RTD-OCR             OCCURS 3000 TIMES.
               05  WSS-RTD-CLI         PIC  9(007).
               05  WSS-RTD-DATA-PED    PIC  9(008).
               05  WSS-RTD-SEQ-PED     PIC  9(003).
               05  WSS-RTD-DT-TROCA    PIC  9(008).
               05  WSS-RTD-VEN-ANT     PIC  9(007).
               05  WSS-RTD-VEN-ATU     PIC  9(007).
               05  WSS-RTD-REGRA       PIC  X(001).
               05  WSS-RTD-PCT-ANT     PIC  9(003).
               05  WSS-RTD-VLR-BASE    PIC  9(009)V9(002).
               05  WSS-RTD-COM-ANT     PIC  9(009)V9(002).
               05  WSS-RTD-COM-ATU     PIC  9(009)V9(002).
      *
       77  WSS-IDX-RTD                 PIC  9(005) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA - PEDIDOS DO SUBSTITUTO (DETALHE DO DEMONSTRATIVO)
      *----------------------------------------------------------------*
       01  WSS-TAB-SUBST.
           03  WSS-QTD-SBP             PIC  9(005) COMP-3  VALUE ZEROS.
           03  WSS-SBP-OCR             OCCURS 3000 TIMES.
               05  WSS-SBP-CLI         PIC  9(007).
               05  WSS-SBP-DATA-PED    PIC  9(008).
               05  WSS-SBP-SEQ-PED     PIC  9(003).
               05  WSS-SBP-TITULAR     PIC  9(007).
               05  WSS-SBP-SUBST       PIC  9(007).
               05  WSS-SBP-REGRA       PIC  X(001).
               05  WSS-SBP-PCT         PIC  9(003).
               05  WSS-SBP-VLR-BASE    PIC  9(009)V9(002).
               05  WSS-SBP-COM-TIT     PIC  9(009)V9(002).
               05  WSS-SBP-COM-SUB     PIC  9(009)V9(002).
      *
       77  WSS-IDX-SBP                 PIC  9(005) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA DO ARQUIVO COMISSAO NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-COMISSAO.CPY'          REPLACING ==::== BY ==-WSS==.
                                           '    VALOR VENDIDO'.
           03  FILLER                  PIC  X(018)         VALUE
                                           '    VALOR COMISSAO'.
           03  FILLER                  PIC  X(018)         VALUE
                                           '   VENDA TAB.PRECO'.
           03  FILLER                  PIC  X(016)         VALUE
                                           '        ESTORNOS'.
           03  FILLER                  PIC  X(017)         VALUE
                                           '    COMIS.LIQUIDA'.
      *
       01  DETALHE-COMISSAO.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
                                                           VALUE ZEROS.
           03  FILLER                  PIC  X(004)         VALUE SPACES.
           03  RLD-COMISSAO            PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(004)         VALUE SPACES.
           03  RLD-VLR-TABELA          PIC  ZZZZZZZZZZ9,99
                                                           VALUE ZEROS.
           03  FILLER                  PIC  X(004)         VALUE SPACES.
           03  RLD-ESTORNO             PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(004)         VALUE SPACES.
           03  RLD-LIQUIDO             PIC  -ZZZZZZZZ9,99  VALUE ZEROS.
           03  FILLER                  PIC  X(004)         VALUE SPACES.
      *
       01  DETALHE-TOTAL.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLT-DESCR               PIC  X(040)         VALUE SPACES.
           03  RLT-VALOR               PIC  -ZZZZZZZZZZ9,99
                                                           VALUE ZEROS.
           03  FILLER                  PIC  X(063)         VALUE SPACES.
      *
       01  CAB-ESTORNO.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(035)         VALUE
               'ESTORNOS ABATIDOS NO MES: VENDEDOR'.
           03  FILLER                  PIC  X(035)         VALUE
               'T CLIENTE PEDIDO   SQ  IT  NOTA'.
           03  FILLER                  PIC  X(048)         VALUE
               '    MES ORIG     VALOR BASE        ESTORNO'.
      *
       01  DET-ESTORNO.
           03  FILLER                  PIC  X(028)         VALUE SPACES.
           03  RLE-CVENDEDOR           PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLE-TIPO                PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  RLE-CCLIENTE            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  RLE-DATA-PED            PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  RLE-SEQ-PED             PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  RLE-ITEM                PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  RLE-NOTA                PIC  9(009)         VALUE ZEROS.
           03  FILLER                  PIC  X(004)         VALUE SPACES.
           03  RLE-ANOMES-ORIG         PIC  9(006)         VALUE ZEROS.
           03  FILLER                  PIC  X(004)         VALUE SPACES.
           03  RLE-VLR-BASE            PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  RLE-VLR-ESTORNO         PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(006)         VALUE SPACES.
      *
       01  CAB-RATEIO-1.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(048)         VALUE
               'RATEIO POR TROCA DE VENDEDOR NO MES - REGRA: A ='.
           03  FILLER                  PIC  X(045)         VALUE
               ' ANTES DA TROCA, J = JANELA, N = APOS A TROCA'.
           03  FILLER                  PIC  X(025)         VALUE SPACES.
      *
       01  CAB-RATEIO-2.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(051)         VALUE
               'CLIENTE PEDIDO   SQ   TROCA     V.ANTER  V.ATUAL  R'.
           03  FILLER                  PIC  X(050)         VALUE
               '  %AN     VALOR BASE   COMIS.ANTER.    COMIS.ATUAL'.
           03  FILLER                  PIC  X(017)         VALUE SPACES.
      *
       01  DET-RATEIO.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLA-CCLIENTE            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  RLA-DATA-PED            PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  RLA-SEQ-PED             PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLA-DT-TROCA            PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLA-VEN-ANT             PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLA-VEN-ATU             PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLA-REGRA               PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLA-PCT-ANT             PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  RLA-VLR-BASE            PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  RLA-COM-ANT             PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  RLA-COM-ATU             PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(017)         VALUE SPACES.
      *
       01  CAB-SUBST-1.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(049)         VALUE
               'PEDIDOS DO SUBSTITUTO NA AUSENCIA DO TITUL. REGRA'.
           03  FILLER                  PIC  X(033)         VALUE
               ': T = TITULAR, D = DIVIDIDA'.
           03  FILLER                  PIC  X(036)         VALUE SPACES.
      *
       01  CAB-SUBST-2.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(045)         VALUE
               'CLIENTE PEDIDO   SQ  TITULAR  SUBSTIT. R  %SB'.
           03  FILLER                  PIC  X(046)         VALUE
               '     VALOR BASE  COMIS.TITULAR    COMIS.SUBST.'.
           03  FILLER                  PIC  X(027)         VALUE SPACES.
      *
       01  DET-SUBST.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLS-CCLIENTE            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  RLS-DATA-PED            PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  RLS-SEQ-PED             PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  RLS-TITULAR             PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLS-SUBST               PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLS-REGRA               PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLS-PCT                 PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  RLS-VLR-BASE            PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  RLS-COM-TIT             PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(004)         VALUE SPACES.
           03  RLS-COM-SUB             PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(027)         VALUE SPACES.
      *
       01  RODAPE.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
                                                            'PT000901'.
      *
           COPY 'SUB-ERRO.CPY'         REPLACING ==::== BY ==WSE==.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00907
      *    - Vendedor efetivo na data (substituto na ausencia)
      *----------------------------------------------------------------*
      *
       01  WPT00908                    PIC X(08)           VALUE
                                                            'PT000908'.
      *
           COPY 'SUB-SBT.CPY'          REPLACING ==::== BY ==WSN==.
      *
       01  FILLER                      PIC  X(032)         VALUE
           'FFF  FIM DA WORKING-STORAGE  FFF'.
           03 F LINE 08 COL 28   VALUE " 1 - Taxas por Classe  ".
           03 F LINE 10 COL 28   VALUE " 2 - Calcular Mes      ".
           03 F LINE 12 COL 28   VALUE " 3 - Consulta          ".
           03 F LINE 14 COL 28   VALUE " 4 - Apurar Estornos   ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]             ".
      *
       01  TELA-LABEL-TAXAS.
           03 F LINE 08 COL 20   VALUE " Taxa classe A (%)...: ".
                    MOVE 2             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-COMAJUSTE.
      *
           EVALUATE FS-COMAJUSTE
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-COMAJUSTE
                    OPEN OUTPUT ARQ-COMAJUSTE
                    CLOSE ARQ-COMAJUSTE
                    OPEN I-O ARQ-COMAJUSTE
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'COMAJUSTE'   TO WSS-ARQUIVO
                    MOVE FS-COMAJUSTE  TO WSS-FSTATUS
                    MOVE 7             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
           DISPLAY TELA-MANUTENCAO
                   TELA-MENSAGENS.
      *
           ACCEPT WSS-FUN              LINE 18 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
               WHEN 3
                    PERFORM RT-CONSULTA
                                       THRU RT-CONSULTAX
               WHEN 4
                    PERFORM RT-APURAR-ESTORNOS
                                       THRU RT-APURAR-ESTORNOSX
               WHEN 9
                    CONTINUE
               WHEN OTHER
                                          WSS-QTD-APU
                                          WSS-TOT-COMISSAO
                                          WSS-TOT-VENDIDO
                                          WSS-TOT-TABELA
                                          WSS-TOT-ESTORNO
                                          WSS-TOT-RATEIO
                                          WSS-QTD-TRC
                                          WSS-QTD-RTD
                                          WSS-QTD-SBP
                                          WSS-TOT-SUBST
                                          WSS-REL-NLIN
                                          WSS-REL-NPAG.
      *
           COMPUTE WSS-MES-INI-AMD = WSS-ANOMES-NUM * 100 + 1.
           COMPUTE WSS-MES-FIM-AMD = WSS-ANOMES-NUM * 100 + 31.
      *
      *  ---> Clientes que trocaram de vendedor no mes, com o vendedor
      *       anterior, quando o rateio esta ligado no PARAMDIST
           PERFORM RT-LER-PARAMETROS   THRU RT-LER-PARAMETROSX.
      *
           IF RATEIO-LIGADO
              PERFORM RT-CARREGAR-TROCAS
                                       THRU RT-CARREGAR-TROCASX
           END-IF.
      *
      *  ---> Percorre os pedidos do mes acumulando por vendedor
           OPEN INPUT ARQ-PEDIDOS.
      *
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Itens do pedido (ausente = venda por tabela zerada)
           OPEN INPUT ARQ-PEDITEM.
           IF FS-PEDITEM               EQUAL '00'
              MOVE 'S'                 TO WSS-PEDITEM-ABERTO
           END-IF.
      *
      *  ---> Carteira atual dos clientes, para reconhecer o pedido
      *       tirado pelo substituto (ausente = sem essa regra)
           OPEN INPUT ARQ-DISTRIBUIR.
           IF FS-DISTRIBUIR            EQUAL '00'
              MOVE 'S'                 TO WSS-DISTRIB-ABERTO
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ-PED.
      *
      *
           CLOSE ARQ-PEDIDOS
                 ARQ-CLIENTES.
      *
           IF PEDITEM-ABERTO
              CLOSE ARQ-PEDITEM
              MOVE 'N'                 TO WSS-PEDITEM-ABERTO
           END-IF.
      *
           IF DISTRIB-ABERTO
              CLOSE ARQ-DISTRIBUIR
              MOVE 'N'                 TO WSS-DISTRIB-ABERTO
           END-IF.
      *
      *  ---> Estornos de meses anteriores destinados a este mes
           PERFORM RT-APLICAR-ESTORNOS THRU RT-APLICAR-ESTORNOSX.
      *
      *  ---> Conta as visitas do mes por vendedor (arquivo opcional)
           OPEN INPUT ARQ-VISITAS.
           IF FS-VISITAS               EQUAL '00'
              MOVE 'S'                 TO WSS-VISITAS-ABERTO
              PERFORM VARYING WSS-IDX-APU FROM 1 BY 1
                      UNTIL   WSS-IDX-APU GREATER WSS-QTD-APU
                 PERFORM RT-APURAR-VISITAS-VEN
                                       THRU RT-APURAR-VISITAS-VENX
              END-PERFORM
              CLOSE ARQ-VISITAS
              MOVE 'N'                 TO WSS-VISITAS-ABERTO
           IF PED-DATA-FDP             LESS WSS-MES-INI-AMD
              OR PED-DATA-FDP          GREATER WSS-MES-FIM-AMD
              OR PEDIDO-CANCELADO-FDP
              OR PEDIDO-REPROVADO-FDP
              GO                       TO RT-APURAR-PEDIDOX
           END-IF.
      *
           PERFORM RT-OBTER-TAXA       THRU RT-OBTER-TAXAX.
      *
           COMPUTE WSS-VLR-COM-PED =
                   PED-VALOR-FDP * WSS-TAXA-USO / 100.
      *
      *  ---> Pedido web sem comissao conta apenas como venda
           IF ORIGEM-WEB-FDP
              AND WSS-COMISSAO-WEB     EQUAL 'N'
              MOVE ZEROS               TO WSS-VLR-COM-PED
           END-IF.
      *
      *  ---> Cliente que trocou de vendedor no mes tem o pedido
      *       rateado entre o vendedor anterior e o atual
           MOVE ZEROS                  TO WSS-IDX-TRC-ACHOU.
           IF WSS-QTD-TRC              GREATER ZEROS
              PERFORM RT-LOCALIZAR-TROCA
                                       THRU RT-LOCALIZAR-TROCAX
           END-IF.
      *
           IF WSS-IDX-TRC-ACHOU        GREATER ZEROS
              PERFORM RT-RATEAR-PEDIDO THRU RT-RATEAR-PEDIDOX
              GO                       TO RT-APURAR-PEDIDOX
           END-IF.
      *
      *  ---> Pedido tirado pelo substituto do titular ausente segue
      *       a regra de comissao do substituto
           MOVE ZEROS                  TO WSS-TITULAR-CART.
           IF DISTRIB-ABERTO
              PERFORM RT-VERIFICAR-SUBST
                                       THRU RT-VERIFICAR-SUBSTX
           END-IF.
      *
           IF WSS-TITULAR-CART         GREATER ZEROS
              PERFORM RT-CREDITAR-SUBST
                                       THRU RT-CREDITAR-SUBSTX
              GO                       TO RT-APURAR-PEDIDOX
           END-IF.
      *
           MOVE PED-CVENDEDOR-FDP      TO WSS-VEN-BUSCA.
           MOVE 100                    TO WSS-PCT-CREDITO.
           MOVE PED-VALOR-FDP          TO WSS-VLR-VEND-CRED.
           MOVE WSS-VLR-COM-PED        TO WSS-VLR-COM-CRED.
           PERFORM RT-CREDITAR-PEDIDO  THRU RT-CREDITAR-PEDIDOX.
      *
       RT-APURAR-PEDIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CREDITAR-PEDIDO              SECTION.
      *  ---> Credita ao vendedor de WSS-VEN-BUSCA a parte do pedido
      *       corrente (WSS-PCT-CREDITO, valores ja calculados)
      *----------------------------------------------------------------*
      *
           PERFORM RT-LOCALIZAR-APU    THRU RT-LOCALIZAR-APUX.
      *
           IF WSS-IDX-ACHOU            GREATER ZEROS
              ADD 1                    TO WSS-APU-QTD-PED
                                          (WSS-IDX-ACHOU)
              ADD WSS-VLR-VEND-CRED    TO WSS-APU-VENDIDO
                                          (WSS-IDX-ACHOU)
              ADD WSS-VLR-COM-CRED     TO WSS-APU-COMISSAO
                                          (WSS-IDX-ACHOU)
              IF PEDITEM-ABERTO
                 PERFORM RT-APURAR-ITENS
                                       THRU RT-APURAR-ITENSX
              END-IF
           END-IF.
      *
       RT-CREDITAR-PEDIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RATEAR-PEDIDO                SECTION.
      *  ---> Pedido de cliente que trocou de vendedor: antes da data
      *       da troca vai todo ao vendedor anterior; na janela de
      *       transicao (modo J) e dividido pelo percentual do
      *       PARAMDIST; depois vai todo ao vendedor atual
      *----------------------------------------------------------------*
      *
           COMPUTE WSS-PED-INT =
                   FUNCTION INTEGER-OF-DATE (PED-DATA-FDP).
      *
           EVALUATE TRUE
               WHEN PED-DATA-FDP       LESS WSS-TRC-DATA
                                            (WSS-IDX-TRC-ACHOU)
                    MOVE 100           TO WSS-PCT-ANTERIOR
                    MOVE 'A'           TO WSS-REGRA-RATEIO
               WHEN RATEIO-JANELA
                AND WSS-PED-INT        LESS WSS-TRC-INT
                                            (WSS-IDX-TRC-ACHOU)
                                          + WSS-RATEIO-JANELA
                    MOVE WSS-RATEIO-PCT
                                       TO WSS-PCT-ANTERIOR
                    MOVE 'J'           TO WSS-REGRA-RATEIO
               WHEN OTHER
                    MOVE ZEROS         TO WSS-PCT-ANTERIOR
                    MOVE 'N'           TO WSS-REGRA-RATEIO
           END-EVALUATE.
      *
           COMPUTE WSS-COM-ANTERIOR    ROUNDED =
                   WSS-VLR-COM-PED * WSS-PCT-ANTERIOR / 100.
           COMPUTE WSS-VEND-ANTERIOR   ROUNDED =
                   PED-VALOR-FDP * WSS-PCT-ANTERIOR / 100.
      *
      *  ---> Parte do vendedor anterior
           IF WSS-PCT-ANTERIOR         GREATER ZEROS
              MOVE WSS-TRC-VEN-ANT (WSS-IDX-TRC-ACHOU)
                                       TO WSS-VEN-BUSCA
              MOVE WSS-PCT-ANTERIOR    TO WSS-PCT-CREDITO
              MOVE WSS-VEND-ANTERIOR   TO WSS-VLR-VEND-CRED
              MOVE WSS-COM-ANTERIOR    TO WSS-VLR-COM-CRED
              PERFORM RT-CREDITAR-PEDIDO
                                       THRU RT-CREDITAR-PEDIDOX
              ADD WSS-COM-ANTERIOR     TO WSS-TOT-RATEIO
           END-IF.
      *
      *  ---> Restante ao vendedor atual (sem perda de centavos)
           IF WSS-PCT-ANTERIOR         LESS 100
              MOVE WSS-TRC-VEN-ATU (WSS-IDX-TRC-ACHOU)
                                       TO WSS-VEN-BUSCA
              COMPUTE WSS-PCT-CREDITO  = 100 - WSS-PCT-ANTERIOR
              COMPUTE WSS-VLR-VEND-CRED
                                       = PED-VALOR-FDP
                                       - WSS-VEND-ANTERIOR
              COMPUTE WSS-VLR-COM-CRED = WSS-VLR-COM-PED
                                       - WSS-COM-ANTERIOR
              PERFORM RT-CREDITAR-PEDIDO
                                       THRU RT-CREDITAR-PEDIDOX
           END-IF.
      *
      *  ---> Guarda a linha do rateio para o demonstrativo
           IF WSS-QTD-RTD              LESS 3000
              ADD 1                    TO WSS-QTD-RTD
              MOVE PED-CCLIENTE-FDP    TO WSS-RTD-CLI (WSS-QTD-RTD)
              MOVE PED-DATA-FDP        TO WSS-RTD-DATA-PED
                                          (WSS-QTD-RTD)
              MOVE PED-SEQ-FDP         TO WSS-RTD-SEQ-PED
                                          (WSS-QTD-RTD)
              MOVE WSS-TRC-DATA (WSS-IDX-TRC-ACHOU)
                                       TO WSS-RTD-DT-TROCA
                                          (WSS-QTD-RTD)
              MOVE WSS-TRC-VEN-ANT (WSS-IDX-TRC-ACHOU)
                                       TO WSS-RTD-VEN-ANT
                                          (WSS-QTD-RTD)
              MOVE WSS-TRC-VEN-ATU (WSS-IDX-TRC-ACHOU)
                                       TO WSS-RTD-VEN-ATU
                                          (WSS-QTD-RTD)
              MOVE WSS-REGRA-RATEIO    TO WSS-RTD-REGRA (WSS-QTD-RTD)
              MOVE WSS-PCT-ANTERIOR    TO WSS-RTD-PCT-ANT
                                          (WSS-QTD-RTD)
              MOVE PED-VALOR-FDP       TO WSS-RTD-VLR-BASE
                                          (WSS-QTD-RTD)
              MOVE WSS-COM-ANTERIOR    TO WSS-RTD-COM-ANT
                                          (WSS-QTD-RTD)
              COMPUTE WSS-RTD-COM-ATU (WSS-QTD-RTD)
                                       = WSS-VLR-COM-PED
                                       - WSS-COM-ANTERIOR
           END-IF.
      *
       RT-RATEAR-PEDIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VERIFICAR-SUBST              SECTION.
      *  ---> O cliente e da carteira de outro vendedor, ausente na
      *       data do pedido e coberto justamente por quem o tirou:
      *       devolve o titular em WSS-TITULAR-CART
      *----------------------------------------------------------------*
      *
           MOVE PED-CCLIENTE-FDP       TO CCLIENTE-FDB.
           READ ARQ-DISTRIBUIR         KEY IS CCLIENTE-FDB
                INVALID KEY
                    GO                 TO RT-VERIFICAR-SUBSTX
           END-READ.
      *
           IF CVENDEDOR-FDB            EQUAL ZEROS
              OR CVENDEDOR-FDB         EQUAL PED-CVENDEDOR-FDP
              GO                       TO RT-VERIFICAR-SUBSTX
           END-IF.
      *
           MOVE 'C'                    TO WSN-SBT-FUNCAO.
           MOVE CVENDEDOR-FDB          TO WSN-SBT-CVENDEDOR.
           MOVE PED-DATA-FDP           TO WSN-SBT-DATA.
           CALL WPT00908               USING WSN-SBT-PARM.
      *
           IF WSN-SBT-RETORNO          EQUAL 1
              AND WSN-SBT-EFETIVO      EQUAL PED-CVENDEDOR-FDP
              MOVE CVENDEDOR-FDB       TO WSS-TITULAR-CART
           END-IF.
      *
       RT-VERIFICAR-SUBSTX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CREDITAR-SUBST               SECTION.
      *  ---> Pedido do substituto: na regra T vai todo ao titular da
      *       carteira; na regra D o substituto fica com o percentual
      *       do PARAMDIST e o titular com o restante
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-PCT-SUBST-PED.
           IF WSS-COMISSAO-SUBST       EQUAL 'D'
              MOVE WSS-SUBST-PCT       TO WSS-PCT-SUBST-PED
           END-IF.
      *
           COMPUTE WSS-COM-SUBST       ROUNDED =
                   WSS-VLR-COM-PED * WSS-PCT-SUBST-PED / 100.
           COMPUTE WSS-VEND-SUBST      ROUNDED =
                   PED-VALOR-FDP * WSS-PCT-SUBST-PED / 100.
      *
      *  ---> Parte do substituto
           IF WSS-PCT-SUBST-PED        GREATER ZEROS
              MOVE PED-CVENDEDOR-FDP   TO WSS-VEN-BUSCA
              MOVE WSS-PCT-SUBST-PED   TO WSS-PCT-CREDITO
              MOVE WSS-VEND-SUBST      TO WSS-VLR-VEND-CRED
              MOVE WSS-COM-SUBST       TO WSS-VLR-COM-CRED
              PERFORM RT-CREDITAR-PEDIDO
                                       THRU RT-CREDITAR-PEDIDOX
              ADD WSS-COM-SUBST        TO WSS-TOT-SUBST
           END-IF.
      *
      *  ---> Restante ao titular (sem perda de centavos)
           IF WSS-PCT-SUBST-PED        LESS 100
              MOVE WSS-TITULAR-CART    TO WSS-VEN-BUSCA
              COMPUTE WSS-PCT-CREDITO  = 100 - WSS-PCT-SUBST-PED
              COMPUTE WSS-VLR-VEND-CRED
                                       = PED-VALOR-FDP
                                       - WSS-VEND-SUBST
              COMPUTE WSS-VLR-COM-CRED = WSS-VLR-COM-PED
                                       - WSS-COM-SUBST
              PERFORM RT-CREDITAR-PEDIDO
                                       THRU RT-CREDITAR-PEDIDOX
           END-IF.
      *
      *  ---> Guarda a linha para o demonstrativo
           IF WSS-QTD-SBP              LESS 3000
              ADD 1                    TO WSS-QTD-SBP
              MOVE PED-CCLIENTE-FDP    TO WSS-SBP-CLI (WSS-QTD-SBP)
              MOVE PED-DATA-FDP        TO WSS-SBP-DATA-PED
                                          (WSS-QTD-SBP)
              MOVE PED-SEQ-FDP         TO WSS-SBP-SEQ-PED
                                          (WSS-QTD-SBP)
              MOVE WSS-TITULAR-CART    TO WSS-SBP-TITULAR
                                          (WSS-QTD-SBP)
              MOVE PED-CVENDEDOR-FDP   TO WSS-SBP-SUBST (WSS-QTD-SBP)
              MOVE WSS-COMISSAO-SUBST  TO WSS-SBP-REGRA (WSS-QTD-SBP)
              MOVE WSS-PCT-SUBST-PED   TO WSS-SBP-PCT (WSS-QTD-SBP)
              MOVE PED-VALOR-FDP       TO WSS-SBP-VLR-BASE
                                          (WSS-QTD-SBP)
              COMPUTE WSS-SBP-COM-TIT (WSS-QTD-SBP)
                                       = WSS-VLR-COM-PED
                                       - WSS-COM-SUBST
              MOVE WSS-COM-SUBST       TO WSS-SBP-COM-SUB
                                          (WSS-QTD-SBP)
           END-IF.
      *
       RT-CREDITAR-SUBSTX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LOCALIZAR-TROCA              SECTION.
      *  ---> Localiza o cliente do pedido na tabela de trocas (so
      *       entra quem tem o vendedor anterior identificado)
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO WSS-IDX-TRC.
      *
           PERFORM UNTIL WSS-IDX-TRC   GREATER WSS-QTD-TRC
                      OR WSS-IDX-TRC-ACHOU
                                       GREATER ZEROS
              IF WSS-TRC-CLI (WSS-IDX-TRC)
                                       EQUAL PED-CCLIENTE-FDP
                 AND WSS-TRC-VEN-ANT (WSS-IDX-TRC)
                                       GREATER ZEROS
                 MOVE WSS-IDX-TRC      TO WSS-IDX-TRC-ACHOU
              ELSE
                 ADD 1                 TO WSS-IDX-TRC
              END-IF
           END-PERFORM.
      *
       RT-LOCALIZAR-TROCAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARREGAR-TROCAS              SECTION.
      *  ---> Carrega da DISTRIBUICAO os clientes cujo vinculo atual
      *       comecou no mes apurado (ou, no modo J, cuja janela de
      *       transicao alcanca o mes) e busca o vendedor anterior nos
      *       snapshots HISTDIST. Sem DISTRIBUICAO nao ha rateio.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-DISTRIBUIR.
      *
           IF FS-DISTRIBUIR            NOT EQUAL '00'
              GO                       TO RT-CARREGAR-TROCASX
           END-IF.
      *
           COMPUTE WSS-MES-INI-INT =
                   FUNCTION INTEGER-OF-DATE (WSS-MES-INI-AMD).
           MOVE 9999999                TO WSS-TRC-INT-MIN.
           MOVE ZEROS                  TO WSS-TRC-INT-MAX.
           MOVE 'N'                    TO WSS-FIM-ARQ-DIS.
      *
           PERFORM UNTIL WSS-FIM-ARQ-DIS
                                       EQUAL 'S' OR 's'
              PERFORM RT-CARREGAR-TROCA
                                       THRU RT-CARREGAR-TROCAX
           END-PERFORM.
      *
           CLOSE ARQ-DISTRIBUIR.
      *
           IF WSS-QTD-TRC              EQUAL ZEROS
              GO                       TO RT-CARREGAR-TROCASX
           END-IF.
      *
      *  ---> Percorre os snapshots do mais novo para o mais antigo,
      *       ate 60 dias antes da troca mais antiga
           MOVE WSS-QTD-TRC            TO WSS-QTD-PENDENTE.
           MOVE WSS-TRC-INT-MAX        TO WSS-PROBE-INT.
           COMPUTE WSS-PROBE-FIM       = WSS-TRC-INT-MIN - 60.
      *
           PERFORM UNTIL WSS-PROBE-INT LESS WSS-PROBE-FIM
                      OR WSS-QTD-PENDENTE
                                       EQUAL ZEROS
              COMPUTE WSS-SNAP-AMD =
                      FUNCTION DATE-OF-INTEGER (WSS-PROBE-INT)
              MOVE SPACES              TO WSS-ARQ-HISTORICO
              STRING 'HISTDIST'        DELIMITED BY SIZE
                     WSS-SNAP-AMD      DELIMITED BY SIZE
                 INTO WSS-ARQ-HISTORICO
              END-STRING
              PERFORM RT-LER-SNAPSHOT  THRU RT-LER-SNAPSHOTX
              SUBTRACT 1               FROM WSS-PROBE-INT
           END-PERFORM.
      *
       RT-CARREGAR-TROCASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARREGAR-TROCA               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-DISTRIBUIR         NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-DIS
                GO                     TO RT-CARREGAR-TROCAX
           END-READ.
      *
           IF DTVINCULO-FDB            NOT NUMERIC
              OR DTVINCULO-FDB         EQUAL ZEROS
              OR DTVINCULO-FDB         GREATER WSS-MES-FIM-AMD
              OR CVENDEDOR-FDB         EQUAL ZEROS
              GO                       TO RT-CARREGAR-TROCAX
           END-IF.
      *
           COMPUTE WSS-PROBE-INT =
                   FUNCTION INTEGER-OF-DATE (DTVINCULO-FDB).
      *
      *  ---> Troca no dia 01 (ou antes do mes) so interessa enquanto
      *       a janela de transicao alcanca o mes apurado
           IF RATEIO-JANELA
              IF WSS-PROBE-INT + WSS-RATEIO-JANELA
                                       NOT GREATER WSS-MES-INI-INT
                 GO                    TO RT-CARREGAR-TROCAX
              END-IF
           ELSE
              IF WSS-PROBE-INT         NOT GREATER WSS-MES-INI-INT
                 GO                    TO RT-CARREGAR-TROCAX
              END-IF
           END-IF.
      *
           IF WSS-QTD-TRC              NOT LESS 2000
              GO                       TO RT-CARREGAR-TROCAX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-TRC.
           MOVE CCLIENTE-FDB           TO WSS-TRC-CLI (WSS-QTD-TRC).
           MOVE CVENDEDOR-FDB          TO WSS-TRC-VEN-ATU (WSS-QTD-TRC).
           MOVE ZEROS                  TO WSS-TRC-VEN-ANT (WSS-QTD-TRC).
           MOVE DTVINCULO-FDB          TO WSS-TRC-DATA (WSS-QTD-TRC).
           MOVE WSS-PROBE-INT          TO WSS-TRC-INT (WSS-QTD-TRC).
      *
           IF WSS-PROBE-INT            LESS WSS-TRC-INT-MIN
              MOVE WSS-PROBE-INT       TO WSS-TRC-INT-MIN
           END-IF.
           IF WSS-PROBE-INT            GREATER WSS-TRC-INT-MAX
              MOVE WSS-PROBE-INT       TO WSS-TRC-INT-MAX
           END-IF.
      *
       RT-CARREGAR-TROCAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-SNAPSHOT                 SECTION.
      *  ---> Snapshot inexistente na data e simplesmente ignorado
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-HISTORICO.
      *
           IF FS-HISTORICO             NOT EQUAL '00'
              GO                       TO RT-LER-SNAPSHOTX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ-HIS.
      *
           PERFORM UNTIL WSS-FIM-ARQ-HIS
                                       EQUAL 'S' OR 's'
              READ ARQ-HISTORICO
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-HIS
                NOT AT END
                   PERFORM RT-ANTERIOR-SNAPSHOT
                                       THRU RT-ANTERIOR-SNAPSHOTX
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-HISTORICO.
      *
       RT-LER-SNAPSHOTX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ANTERIOR-SNAPSHOT            SECTION.
      *  ---> O snapshot de data ate a troca que mostra o cliente com
      *       outro vendedor identifica o vendedor anterior (o
      *       primeiro encontrado, do mais novo para o mais antigo)
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO WSS-IDX-TRC.
      *
           PERFORM UNTIL WSS-IDX-TRC   GREATER WSS-QTD-TRC
              IF WSS-TRC-CLI (WSS-IDX-TRC)
                                       EQUAL CCLIENTE-FDH
                 AND WSS-TRC-VEN-ANT (WSS-IDX-TRC)
                                       EQUAL ZEROS
                 AND WSS-TRC-INT (WSS-IDX-TRC)
                                       NOT LESS WSS-PROBE-INT
                 AND CVENDEDOR-FDH     NOT EQUAL ZEROS
                 AND CVENDEDOR-FDH     NOT EQUAL WSS-TRC-VEN-ATU
                                                 (WSS-IDX-TRC)
                 MOVE CVENDEDOR-FDH    TO WSS-TRC-VEN-ANT (WSS-IDX-TRC)
                 SUBTRACT 1            FROM WSS-QTD-PENDENTE
              END-IF
              ADD 1                    TO WSS-IDX-TRC
           END-PERFORM.
      *
       RT-ANTERIOR-SNAPSHOTX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-OBTER-TAXA                   SECTION.
      *  ---> Taxa conforme a classe ABC do cliente do pedido
      *       (cliente sem cadastro ou classe em branco usa a de C)
      *----------------------------------------------------------------*
      *
           MOVE WSS-T-TAXA-C           TO WSS-TAXA-USO.
           MOVE PED-CCLIENTE-FDP       TO CODIGO-FDC.
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    CONTINUE
           END-READ.
           IF FS-CLIENTES              EQUAL '00'
              EVALUATE CLASSE-ABC-FDC
                  WHEN 'A'
                  WHEN 'a'
                       MOVE WSS-T-TAXA-A
                                       TO WSS-TAXA-USO
                  WHEN 'B'
                  WHEN 'b'
                       MOVE WSS-T-TAXA-B
                                       TO WSS-TAXA-USO
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF.
      *
       RT-OBTER-TAXAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APURAR-ITENS                 SECTION.
      *  ---> Soma no vendedor os itens do pedido corrente vendidos
      *       por tabela de preco (ITM-TABELA preenchido)
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
              PERFORM RT-APURAR-ITEM   THRU RT-APURAR-ITEMX
           END-PERFORM.
      *
       RT-APURAR-ITENSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APURAR-ITEM                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDITEM            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-ITM
                GO                     TO RT-APURAR-ITEMX
           END-READ.
      *
           IF ITM-CCLIENTE-FDI         NOT EQUAL PED-CCLIENTE-FDP
              OR ITM-DATA-FDI          NOT EQUAL PED-DATA-FDP
              OR ITM-SEQ-FDI           NOT EQUAL PED-SEQ-FDP
              MOVE 'S'                 TO WSS-FIM-ARQ-ITM
              GO                       TO RT-APURAR-ITEMX
           END-IF.
      *
           IF ITM-TABELA-FDI           NOT EQUAL SPACES
              COMPUTE WSS-APU-VLR-TABELA (WSS-IDX-ACHOU) ROUNDED
                                       = WSS-APU-VLR-TABELA
                                         (WSS-IDX-ACHOU)
                                       + ITM-TOTAL-FDI
                                       * WSS-PCT-CREDITO / 100
           END-IF.
      *
       RT-APURAR-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LOCALIZAR-APU                SECTION.
      *  ---> Localiza (ou inclui) o vendedor informado em
      *       WSS-VEN-BUSCA na tabela de apuracao em memoria
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-IDX-ACHOU.
           MOVE 1                      TO WSS-IDX-APU.
      *
           PERFORM UNTIL WSS-IDX-APU   GREATER WSS-QTD-APU
                      OR WSS-IDX-ACHOU GREATER ZEROS
              IF WSS-APU-VEN (WSS-IDX-APU)
                                       EQUAL WSS-VEN-BUSCA
                 MOVE WSS-IDX-APU      TO WSS-IDX-ACHOU
              ELSE
                 ADD 1                 TO WSS-IDX-APU
              END-IF
           END-PERFORM.
      *
           IF WSS-IDX-ACHOU            EQUAL ZEROS
              AND WSS-QTD-APU          LESS 5000
              ADD 1                    TO WSS-QTD-APU
              MOVE WSS-QTD-APU         TO WSS-IDX-ACHOU
              MOVE WSS-VEN-BUSCA       TO WSS-APU-VEN (WSS-IDX-ACHOU)
              MOVE ZEROS               TO WSS-APU-QTD-PED
                                          (WSS-IDX-ACHOU)
                                          WSS-APU-QTD-VIS
                                          (WSS-IDX-ACHOU)
                                          WSS-APU-VENDIDO
                                          (WSS-IDX-ACHOU)
                                          WSS-APU-COMISSAO
                                          (WSS-IDX-ACHOU)
                                          WSS-APU-VLR-TABELA
                                          (WSS-IDX-ACHOU)
                                          WSS-APU-ESTORNO
                                          (WSS-IDX-ACHOU)
           END-IF.
      *
       RT-LOCALIZAR-APUX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APURAR-VISITAS-VEN           SECTION.
      *  ---> Visitas do mes do vendedor da apuracao em WSS-IDX-APU,
      *       pela chave vendedor + data a partir do primeiro dia do
      *       mes (vendedor sem pedido no mes nao entra no
      *       demonstrativo)
      *----------------------------------------------------------------*
      *
           MOVE WSS-APU-VEN (WSS-IDX-APU)
                                       TO VIS-CVENDEDOR-FDT.
           MOVE WSS-MES-INI-AMD        TO VIS-DATA-FDT.
           MOVE 'N'                    TO WSS-FIM-ARQ-VIS.
      *
           START ARQ-VISITAS           KEY IS NOT LESS
                                               VIS-VEND-DATA-FDT
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-VIS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-VIS
                                       EQUAL 'S' OR 's'
              PERFORM RT-APURAR-VISITA THRU RT-APURAR-VISITAX
           END-PERFORM.
      *
       RT-APURAR-VISITAS-VENX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APURAR-VISITA                SECTION.
      *  ---> Conta a visita do mes no vendedor da apuracao
      *----------------------------------------------------------------*
      *
           READ ARQ-VISITAS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-VIS
                GO                     TO RT-APURAR-VISITAX
           END-READ.
      *
           IF VIS-CVENDEDOR-FDT        NOT EQUAL
                                       WSS-APU-VEN (WSS-IDX-APU)
              OR VIS-DATA-FDT          GREATER WSS-MES-FIM-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-VIS
              GO                       TO RT-APURAR-VISITAX
           END-IF.
      *
      *  ---> Visita suspeita (GPS) ou reprovada nao conta na comissao
           IF PRESENCA-NAO-CONTA-FDT
              GO                       TO RT-APURAR-VISITAX
           END-IF.
      *
           ADD 1                       TO WSS-APU-QTD-VIS
                                          (WSS-IDX-APU).
      *
       RT-APURAR-VISITAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-APURACAO              SECTION.
      *  ---> Grava (ou regrava, no recalculo) a apuracao por vendedor
      *       no arquivo COMISSAO e imprime o demonstrativo
      *----------------------------------------------------------------*
      *
           PERFORM RT-LER-PARAMETROS   THRU RT-LER-PARAMETROSX.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE WSS-DATA-SIS-ANO       TO WSS-DATA-PROC-AMD(1:4).
           MOVE WSS-DATA-SIS-MES       TO WSS-DATA-PROC-AMD(5:2).
           MOVE WSS-DATA-SIS-DIA       TO WSS-DATA-PROC-AMD(7:2).
      *
           STRING 'REL-COMISSAO-'      DELIMITED BY SIZE
                  WSS-T-ANOMES         DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
              INTO WSS-ARQ-COMISSAO
           END-STRING.
      *
           OPEN OUTPUT REL-COMISSAO.
      *
           IF FS-RELCOM                NOT EQUAL '00'
              MOVE "Erro ao abrir o demonstrativo de comissoes."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-GRAVAR-APURACAOX
           END-IF.
      *
           MOVE WSS-ANOMES-NUM         TO RLC-ANOMES.
      *
           PERFORM VARYING WSS-IDX-APU FROM 1 BY 1
                   UNTIL   WSS-IDX-APU GREATER WSS-QTD-APU
              PERFORM RT-GRAVAR-APU-VEN
                                       THRU RT-GRAVAR-APU-VENX
           END-PERFORM.
      *
           IF WSS-REL-NLIN             EQUAL ZEROS
              PERFORM RT-IMPRIME-CAB   THRU RT-IMPRIME-CABX
           END-IF.
           WRITE REG-RELCOM            FROM LINHA-TRACO AFTER 1.
      *
           MOVE 'Total vendido no mes..................:'
                                       TO RLT-DESCR.
           MOVE WSS-TOT-VENDIDO        TO RLT-VALOR.
           WRITE REG-RELCOM            FROM DETALHE-TOTAL AFTER 1.
      *
           MOVE 'Total de comissoes do mes.............:'
                                       TO RLT-DESCR.
           MOVE WSS-TOT-COMISSAO       TO RLT-VALOR.
           WRITE REG-RELCOM            FROM DETALHE-TOTAL AFTER 1.
      *
           MOVE 'Total vendido por tabela de preco.....:'
                                       TO RLT-DESCR.
           MOVE WSS-TOT-TABELA         TO RLT-VALOR.
           WRITE REG-RELCOM            FROM DETALHE-TOTAL AFTER 1.
      *
           MOVE 'Total de estornos abatidos no mes.....:'
                                       TO RLT-DESCR.
           MOVE WSS-TOT-ESTORNO        TO RLT-VALOR.
           WRITE REG-RELCOM            FROM DETALHE-TOTAL AFTER 1.
      *
           COMPUTE WSS-VLR-LIQUIDO     = WSS-TOT-COMISSAO
                                       - WSS-TOT-ESTORNO.
           MOVE 'Comissao liquida do mes...............:'
                                       TO RLT-DESCR.
           MOVE WSS-VLR-LIQUIDO        TO RLT-VALOR.
           WRITE REG-RELCOM            FROM DETALHE-TOTAL AFTER 1.
      *
      *  ---> Detalhe dos estornos abatidos no mes
           IF WSS-TOT-ESTORNO          GREATER ZEROS
              PERFORM RT-IMPRIME-ESTORNOS
                                       THRU RT-IMPRIME-ESTORNOSX
           END-IF.
      *
      *  ---> Detalhe dos pedidos rateados por troca de vendedor
           IF WSS-QTD-RTD              GREATER ZEROS
              PERFORM RT-IMPRIME-RATEIOS
                                       THRU RT-IMPRIME-RATEIOSX
           END-IF.
      *
      *  ---> Detalhe dos pedidos tirados por substituto
           IF WSS-QTD-SBP              GREATER ZEROS
              PERFORM RT-IMPRIME-SUBSTS
                                       THRU RT-IMPRIME-SUBSTSX
           END-IF.
      *
           PERFORM RT-IMPRIME-RDP      THRU RT-IMPRIME-RDPX.
      *
           CLOSE REL-COMISSAO.
      *
           MOVE WSS-ARQ-COMISSAO       TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
       RT-GRAVAR-APURACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-APU-VEN               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-APU-VEN (WSS-IDX-APU)
                                       TO COM-CVENDEDOR-FDS.
           MOVE WSS-ANOMES-NUM         TO COM-ANOMES-FDS.
           MOVE WSS-APU-QTD-VIS (WSS-IDX-APU)
                                       TO COM-QTD-VISITAS-FDS.
           MOVE WSS-APU-QTD-PED (WSS-IDX-APU)
                                       TO COM-QTD-PEDIDOS-FDS.
           MOVE WSS-APU-VENDIDO (WSS-IDX-APU)
                                       TO COM-VLR-VENDIDO-FDS.
           MOVE WSS-APU-COMISSAO (WSS-IDX-APU)
                                       TO COM-VLR-COMISSAO-FDS.
           MOVE WSS-DATA-PROC-AMD      TO COM-DT-CALCULO-FDS.
           MOVE WSS-APU-ESTORNO (WSS-IDX-APU)
                                       TO COM-VLR-ESTORNO-FDS.
      *
           WRITE REG-FDS.
      *
      *  ---> Recalculo do mesmo mes regrava a apuracao anterior
           IF FS-COMISSAO              EQUAL '22'
              REWRITE REG-FDS
           END-IF.
      *
           IF FS-COMISSAO              EQUAL '00' OR '22'
              CONTINUE
           ELSE
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'COMISSAO'          TO WSS-ARQUIVO
              MOVE FS-COMISSAO         TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           ADD WSS-APU-VENDIDO (WSS-IDX-APU)
                                       TO WSS-TOT-VENDIDO.
           ADD WSS-APU-COMISSAO (WSS-IDX-APU)
                                       TO WSS-TOT-COMISSAO.
           ADD WSS-APU-VLR-TABELA (WSS-IDX-APU)
                                       TO WSS-TOT-TABELA.
           ADD WSS-APU-ESTORNO (WSS-IDX-APU)
                                       TO WSS-TOT-ESTORNO.
      *
           MOVE WSS-APU-VEN (WSS-IDX-APU)
                                       TO RLD-CVENDEDOR.
           MOVE WSS-APU-QTD-VIS (WSS-IDX-APU)
                                       TO RLD-VISITAS.
           MOVE WSS-APU-QTD-PED (WSS-IDX-APU)
                                       TO RLD-PEDIDOS.
           MOVE WSS-APU-VENDIDO (WSS-IDX-APU)
                                       TO RLD-VENDIDO.
           MOVE WSS-APU-COMISSAO (WSS-IDX-APU)
                                       TO RLD-COMISSAO.
           MOVE WSS-APU-VLR-TABELA (WSS-IDX-APU)
                                       TO RLD-VLR-TABELA.
           MOVE WSS-APU-ESTORNO (WSS-IDX-APU)
                                       TO RLD-ESTORNO.
           COMPUTE WSS-VLR-LIQUIDO     = WSS-APU-COMISSAO (WSS-IDX-APU)
                                       - WSS-APU-ESTORNO (WSS-IDX-APU).
           MOVE WSS-VLR-LIQUIDO        TO RLD-LIQUIDO.
      *
           PERFORM RT-IMPRIME-DET      THRU RT-IMPRIME-DETX.
      *
       RT-GRAVAR-APU-VENX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APLICAR-ESTORNOS             SECTION.
      *  ---> Soma no vendedor os estornos do COMAJUSTE cujo mes
      *       destino e o mes apurado (vendedor sem pedido no mes
      *       entra no demonstrativo so com o estorno)
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO AJU-CHAVE-FDJ.
           MOVE 'N'                    TO WSS-FIM-ARQ-AJU.
      *
           START ARQ-COMAJUSTE         KEY IS NOT LESS AJU-CHAVE-FDJ
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-AJU
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-AJU
                                       EQUAL 'S' OR 's'
              PERFORM RT-APLICAR-ESTORNO
                                       THRU RT-APLICAR-ESTORNOX
           END-PERFORM.
      *
       RT-APLICAR-ESTORNOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APLICAR-ESTORNO              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-COMAJUSTE          NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-AJU
                GO                     TO RT-APLICAR-ESTORNOX
           END-READ.
      *
           IF AJU-ANOMES-DEST-FDJ      NOT EQUAL WSS-ANOMES-NUM
              GO                       TO RT-APLICAR-ESTORNOX
           END-IF.
      *
           MOVE AJU-CVENDEDOR-FDJ      TO WSS-VEN-BUSCA.
           PERFORM RT-LOCALIZAR-APU    THRU RT-LOCALIZAR-APUX.
      *
           IF WSS-IDX-ACHOU            GREATER ZEROS
              ADD AJU-VLR-ESTORNO-FDJ  TO WSS-APU-ESTORNO
                                          (WSS-IDX-ACHOU)
           END-IF.
      *
       RT-APLICAR-ESTORNOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-ESTORNOS             SECTION.
      *  ---> Lista no demonstrativo cada estorno abatido no mes
      *----------------------------------------------------------------*
      *
           WRITE REG-RELCOM            FROM LINHA-BRANCO AFTER 1.
           WRITE REG-RELCOM            FROM CAB-ESTORNO AFTER 1.
           WRITE REG-RELCOM            FROM LINHA-TRACO AFTER 1.
           ADD 3                       TO WSS-REL-NLIN.
      *
           MOVE LOW-VALUES             TO AJU-CHAVE-FDJ.
           MOVE 'N'                    TO WSS-FIM-ARQ-AJU.
      *
           START ARQ-COMAJUSTE         KEY IS NOT LESS AJU-CHAVE-FDJ
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-AJU
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-AJU
                                       EQUAL 'S' OR 's'
              PERFORM RT-IMPRIME-ESTORNO
                                       THRU RT-IMPRIME-ESTORNOX
           END-PERFORM.
      *
       RT-IMPRIME-ESTORNOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-ESTORNO              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-COMAJUSTE          NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-AJU
                GO                     TO RT-IMPRIME-ESTORNOX
           END-READ.
      *
           IF AJU-ANOMES-DEST-FDJ      NOT EQUAL WSS-ANOMES-NUM
              GO                       TO RT-IMPRIME-ESTORNOX
           END-IF.
      *
           MOVE AJU-CVENDEDOR-FDJ      TO RLE-CVENDEDOR.
           MOVE AJU-TIPO-FDJ           TO RLE-TIPO.
           MOVE AJU-CCLIENTE-FDJ       TO RLE-CCLIENTE.
           MOVE AJU-DATA-PED-FDJ       TO RLE-DATA-PED.
           MOVE AJU-SEQ-PED-FDJ        TO RLE-SEQ-PED.
           MOVE AJU-ITEM-FDJ           TO RLE-ITEM.
           MOVE AJU-NOTA-FDJ           TO RLE-NOTA.
           MOVE AJU-ANOMES-ORIG-FDJ    TO RLE-ANOMES-ORIG.
           MOVE AJU-VLR-BASE-FDJ       TO RLE-VLR-BASE.
           MOVE AJU-VLR-ESTORNO-FDJ    TO RLE-VLR-ESTORNO.
      *
           IF WSS-REL-NLIN             NOT LESS WSS-T-LINPAG
              PERFORM RT-IMPRIME-RDP   THRU RT-IMPRIME-RDPX
              MOVE ZEROS               TO WSS-REL-NLIN
              PERFORM RT-IMPRIME-CAB   THRU RT-IMPRIME-CABX
              WRITE REG-RELCOM         FROM CAB-ESTORNO AFTER 1
              WRITE REG-RELCOM         FROM LINHA-TRACO AFTER 1
              ADD 2                    TO WSS-REL-NLIN
           END-IF.
      *
           WRITE REG-RELCOM            FROM DET-ESTORNO AFTER 1.
      *
           ADD 1                       TO WSS-REL-NLIN.
      *
       RT-IMPRIME-ESTORNOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-RATEIOS              SECTION.
      *  ---> Lista no demonstrativo os pedidos dos clientes que
      *       trocaram de vendedor no mes, com a parte de cada um
      *----------------------------------------------------------------*
      *
           WRITE REG-RELCOM            FROM LINHA-BRANCO AFTER 1.
      *
           MOVE 'Comissao creditada a vendedor anterior:'
                                       TO RLT-DESCR.
           MOVE WSS-TOT-RATEIO         TO RLT-VALOR.
           WRITE REG-RELCOM            FROM DETALHE-TOTAL AFTER 1.
      *
           WRITE REG-RELCOM            FROM CAB-RATEIO-1 AFTER 1.
           WRITE REG-RELCOM            FROM CAB-RATEIO-2 AFTER 1.
           WRITE REG-RELCOM            FROM LINHA-TRACO AFTER 1.
           ADD 5                       TO WSS-REL-NLIN.
      *
           PERFORM VARYING WSS-IDX-RTD FROM 1 BY 1
                   UNTIL   WSS-IDX-RTD GREATER WSS-QTD-RTD
              PERFORM RT-IMPRIME-RATEIO
                                       THRU RT-IMPRIME-RATEIOX
           END-PERFORM.
      *
       RT-IMPRIME-RATEIOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-RATEIO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-RTD-CLI (WSS-IDX-RTD)
                                       TO RLA-CCLIENTE.
           MOVE WSS-RTD-DATA-PED (WSS-IDX-RTD)
                                       TO RLA-DATA-PED.
           MOVE WSS-RTD-SEQ-PED (WSS-IDX-RTD)
                                       TO RLA-SEQ-PED.
           MOVE WSS-RTD-DT-TROCA (WSS-IDX-RTD)
                                       TO RLA-DT-TROCA.
           MOVE WSS-RTD-VEN-ANT (WSS-IDX-RTD)
                                       TO RLA-VEN-ANT.
           MOVE WSS-RTD-VEN-ATU (WSS-IDX-RTD)
                                       TO RLA-VEN-ATU.
           MOVE WSS-RTD-REGRA (WSS-IDX-RTD)
                                       TO RLA-REGRA.
           MOVE WSS-RTD-PCT-ANT (WSS-IDX-RTD)
                                       TO RLA-PCT-ANT.
           MOVE WSS-RTD-VLR-BASE (WSS-IDX-RTD)
                                       TO RLA-VLR-BASE.
           MOVE WSS-RTD-COM-ANT (WSS-IDX-RTD)
                                       TO RLA-COM-ANT.
           MOVE WSS-RTD-COM-ATU (WSS-IDX-RTD)
                                       TO RLA-COM-ATU.
      *
           IF WSS-REL-NLIN             NOT LESS WSS-T-LINPAG
              PERFORM RT-IMPRIME-RDP   THRU RT-IMPRIME-RDPX
              MOVE ZEROS               TO WSS-REL-NLIN
              PERFORM RT-IMPRIME-CAB   THRU RT-IMPRIME-CABX
              WRITE REG-RELCOM         FROM CAB-RATEIO-2 AFTER 1
              WRITE REG-RELCOM         FROM LINHA-TRACO AFTER 1
              ADD 2                    TO WSS-REL-NLIN
           END-IF.
      *
           WRITE REG-RELCOM            FROM DET-RATEIO AFTER 1.
      *
           ADD 1                       TO WSS-REL-NLIN.
      *
       RT-IMPRIME-RATEIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-SUBSTS               SECTION.
      *  ---> Lista no demonstrativo os pedidos tirados pelo
      *       substituto em clientes da carteira do titular ausente
      *----------------------------------------------------------------*
      *
           WRITE REG-RELCOM            FROM LINHA-BRANCO AFTER 1.
      *
           MOVE 'Comissao creditada a substituto.......:'
                                       TO RLT-DESCR.
           MOVE WSS-TOT-SUBST          TO RLT-VALOR.
           WRITE REG-RELCOM            FROM DETALHE-TOTAL AFTER 1.
      *
           WRITE REG-RELCOM            FROM CAB-SUBST-1 AFTER 1.
           WRITE REG-RELCOM            FROM CAB-SUBST-2 AFTER 1.
           WRITE REG-RELCOM            FROM LINHA-TRACO AFTER 1.
           ADD 5                       TO WSS-REL-NLIN.
      *
           PERFORM VARYING WSS-IDX-SBP FROM 1 BY 1
                   UNTIL   WSS-IDX-SBP GREATER WSS-QTD-SBP
              PERFORM RT-IMPRIME-SUBST
                                       THRU RT-IMPRIME-SUBSTX
           END-PERFORM.
      *
       RT-IMPRIME-SUBSTSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-SUBST                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-SBP-CLI (WSS-IDX-SBP)
                                       TO RLS-CCLIENTE.
           MOVE WSS-SBP-DATA-PED (WSS-IDX-SBP)
                                       TO RLS-DATA-PED.
           MOVE WSS-SBP-SEQ-PED (WSS-IDX-SBP)
                                       TO RLS-SEQ-PED.
           MOVE WSS-SBP-TITULAR (WSS-IDX-SBP)
                                       TO RLS-TITULAR.
           MOVE WSS-SBP-SUBST (WSS-IDX-SBP)
                                       TO RLS-SUBST.
           MOVE WSS-SBP-REGRA (WSS-IDX-SBP)
                                       TO RLS-REGRA.
           MOVE WSS-SBP-PCT (WSS-IDX-SBP)
                                       TO RLS-PCT.
           MOVE WSS-SBP-VLR-BASE (WSS-IDX-SBP)
                                       TO RLS-VLR-BASE.
           MOVE WSS-SBP-COM-TIT (WSS-IDX-SBP)
                                       TO RLS-COM-TIT.
           MOVE WSS-SBP-COM-SUB (WSS-IDX-SBP)
                                       TO RLS-COM-SUB.
      *
           IF WSS-REL-NLIN             NOT LESS WSS-T-LINPAG
              PERFORM RT-IMPRIME-RDP   THRU RT-IMPRIME-RDPX
              MOVE ZEROS               TO WSS-REL-NLIN
              PERFORM RT-IMPRIME-CAB   THRU RT-IMPRIME-CABX
              WRITE REG-RELCOM         FROM CAB-SUBST-2 AFTER 1
              WRITE REG-RELCOM         FROM LINHA-TRACO AFTER 1
              ADD 2                    TO WSS-REL-NLIN
           END-IF.
      *
           WRITE REG-RELCOM            FROM DET-SUBST AFTER 1.
      *
           ADD 1                       TO WSS-REL-NLIN.
      *
       RT-IMPRIME-SUBSTX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    APURACAO DE ESTORNOS DE COMISSAO JA APURADA: PEDIDO
      *    CANCELADO NO FATURAMENTO (PED-SIT-ERP 'X') OU ITEM DEVOLVIDO
      *    (DEVOLUCAO), DE MES COM COMISSAO GRAVADA PARA O VENDEDOR.
      *    CADA EVENTO E GRAVADO UMA UNICA VEZ NO COMAJUSTE, COM
      *    DESTINO NO MES SEGUINTE AO ULTIMO MES APURADO.
      *----------------------------------------------------------------*
       RT-APURAR-ESTORNOS              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-QTD-AJU
                                          WSS-TOT-AJU
                                          WSS-ULT-ANOMES.
      *
           PERFORM RT-LER-TAXAS        THRU RT-LER-TAXASX.
      *
      *  ---> Ultimo mes com comissao apurada
           MOVE ZEROS                  TO COM-CVENDEDOR-FDS
                                          COM-ANOMES-FDS.
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
      *
           START ARQ-COMISSAO          KEY IS NOT LESS COM-CHAVE-FDS
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CON
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CON
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-ULT-ANOMES
                                       THRU RT-LER-ULT-ANOMESX
           END-PERFORM.
      *
           IF WSS-ULT-ANOMES           EQUAL ZEROS
              MOVE "Nenhuma comissao apurada - nada a estornar."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-APURAR-ESTORNOSX
           END-IF.
      *
           MOVE WSS-ULT-ANOMES         TO WSS-AJU-ANOMES.
           PERFORM RT-PROXIMO-MES      THRU RT-PROXIMO-MESX.
           MOVE WSS-AJU-ANOMES         TO WSS-AJU-DEST.
      *
           OPEN INPUT ARQ-PEDIDOS.
      *
           IF FS-PEDIDOS               NOT EQUAL '00'
              MOVE "Arquivo PEDIDOS indisponivel - nada a estornar."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-APURAR-ESTORNOSX
           END-IF.
      *
           OPEN INPUT ARQ-CLIENTES.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CLIENTES'          TO WSS-ARQUIVO
              MOVE FS-CLIENTES         TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Itens devolvidos (arquivo opcional)
           OPEN INPUT ARQ-DEVOLUCAO.
           IF FS-DEVOLUCAO             EQUAL '00'
              MOVE 'S'                 TO WSS-DEVOLUCAO-ABERTO
              MOVE 'N'                 TO WSS-FIM-ARQ-DEV
              PERFORM UNTIL WSS-FIM-ARQ-DEV
                                       EQUAL 'S' OR 's'
                 PERFORM RT-ESTORNAR-DEVOLUCAO
                                       THRU RT-ESTORNAR-DEVOLUCAOX
              END-PERFORM
              CLOSE ARQ-DEVOLUCAO
              MOVE 'N'                 TO WSS-DEVOLUCAO-ABERTO
           END-IF.
      *
      *  ---> Pedidos cancelados no faturamento
           MOVE ZEROS                  TO PED-CCLIENTE-FDP
                                          PED-DATA-FDP
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
              PERFORM RT-ESTORNAR-CANCELADO
                                       THRU RT-ESTORNAR-CANCELADOX
           END-PERFORM.
      *
           CLOSE ARQ-PEDIDOS
                 ARQ-CLIENTES.
      *
           IF WSS-QTD-AJU              EQUAL ZEROS
              MOVE "Nenhum estorno novo a lancar."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-APURAR-ESTORNOSX
           END-IF.
      *
           MOVE WSS-QTD-AJU            TO WSS-QTD-AJU-ED.
           MOVE WSS-TOT-AJU            TO WSS-TOT-AJU-ED.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'ESTORNOS DE COMISSAO: ' WSS-QTD-AJU-ED
                  ' P/ ' WSS-AJU-DEST
                                       DELIMITED BY SIZE
                                       INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Estornos lancados: ' WSS-QTD-AJU-ED
                  ' Valor: ' WSS-TOT-AJU-ED
                  ' Mes destino: ' WSS-AJU-DEST
                                       DELIMITED BY SIZE
                                       INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-APURAR-ESTORNOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-ULT-ANOMES               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-COMISSAO           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-CON
                GO                     TO RT-LER-ULT-ANOMESX
           END-READ.
      *
           IF COM-ANOMES-FDS           GREATER WSS-ULT-ANOMES
              MOVE COM-ANOMES-FDS      TO WSS-ULT-ANOMES
           END-IF.
      *
       RT-LER-ULT-ANOMESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PROXIMO-MES                  SECTION.
      *  ---> Avanca WSS-AJU-ANOMES (AAAAMM) para o mes seguinte
      *----------------------------------------------------------------*
      *
           IF WSS-AJU-MES              EQUAL 12
              ADD 1                    TO WSS-AJU-ANO
              MOVE 1                   TO WSS-AJU-MES
           ELSE
              ADD 1                    TO WSS-AJU-MES
           END-IF.
      *
       RT-PROXIMO-MESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ESTORNAR-DEVOLUCAO           SECTION.
      *  ---> Item devolvido: estorna a comissao sobre o valor
      *       devolvido, salvo se o pedido de origem foi cancelado no
      *       faturamento (estornado inteiro) ou nao comissionou
      *----------------------------------------------------------------*
      *
           READ ARQ-DEVOLUCAO          NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-DEV
                GO                     TO RT-ESTORNAR-DEVOLUCAOX
           END-READ.
      *
           MOVE 'D'                    TO AJU-TIPO-FDJ.
           MOVE DEV-CCLIENTE-FDD       TO AJU-CCLIENTE-FDJ.
           MOVE DEV-DATA-PED-FDD       TO AJU-DATA-PED-FDJ.
           MOVE DEV-SEQ-PED-FDD        TO AJU-SEQ-PED-FDJ.
           MOVE DEV-ITEM-FDD           TO AJU-ITEM-FDJ.
      *
           READ ARQ-COMAJUSTE          KEY IS AJU-CHAVE-FDJ
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-COMAJUSTE             EQUAL '00'
              GO                       TO RT-ESTORNAR-DEVOLUCAOX
           END-IF.
      *
           MOVE DEV-CCLIENTE-FDD       TO PED-CCLIENTE-FDP.
           MOVE DEV-DATA-PED-FDD       TO PED-DATA-FDP.
           MOVE DEV-SEQ-PED-FDD        TO PED-SEQ-FDP.
      *
           READ ARQ-PEDIDOS            KEY IS PED-CHAVE-FDP
                INVALID KEY
                    GO                 TO RT-ESTORNAR-DEVOLUCAOX
           END-READ.
      *
           IF PED-FAT-CANCELADO-FDP
              OR PEDIDO-CANCELADO-FDP
              OR PEDIDO-REPROVADO-FDP
              GO                       TO RT-ESTORNAR-DEVOLUCAOX
           END-IF.
      *
           MOVE 'D'                    TO WSS-AJU-TIPO.
           MOVE DEV-ITEM-FDD           TO WSS-AJU-ITEM.
           MOVE DEV-VALOR-FDD          TO WSS-AJU-BASE.
      *
           PERFORM RT-GRAVAR-ESTORNO   THRU RT-GRAVAR-ESTORNOX.
      *
       RT-ESTORNAR-DEVOLUCAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ESTORNAR-CANCELADO           SECTION.
      *  ---> Pedido cancelado no faturamento: estorna a comissao do
      *       pedido, descontado o que ja foi estornado por devolucao
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDIDOS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-PED
                GO                     TO RT-ESTORNAR-CANCELADOX
           END-READ.
      *
           IF NOT PED-FAT-CANCELADO-FDP
              GO                       TO RT-ESTORNAR-CANCELADOX
           END-IF.
      *
           IF PEDIDO-CANCELADO-FDP
              OR PEDIDO-REPROVADO-FDP
              GO                       TO RT-ESTORNAR-CANCELADOX
           END-IF.
      *
           MOVE 'C'                    TO AJU-TIPO-FDJ.
           MOVE PED-CCLIENTE-FDP       TO AJU-CCLIENTE-FDJ.
           MOVE PED-DATA-FDP           TO AJU-DATA-PED-FDJ.
           MOVE PED-SEQ-FDP            TO AJU-SEQ-PED-FDJ.
           MOVE ZEROS                  TO AJU-ITEM-FDJ.
      *
           READ ARQ-COMAJUSTE          KEY IS AJU-CHAVE-FDJ
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-COMAJUSTE             EQUAL '00'
              GO                       TO RT-ESTORNAR-CANCELADOX
           END-IF.
      *
           MOVE PED-VALOR-FDP          TO WSS-AJU-BASE.
           PERFORM RT-SOMAR-DEVOLVIDO  THRU RT-SOMAR-DEVOLVIDOX.
      *
           MOVE 'C'                    TO WSS-AJU-TIPO.
           MOVE ZEROS                  TO WSS-AJU-ITEM.
      *
           PERFORM RT-GRAVAR-ESTORNO   THRU RT-GRAVAR-ESTORNOX.
      *
       RT-ESTORNAR-CANCELADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SOMAR-DEVOLVIDO              SECTION.
      *  ---> Abate da base os itens do pedido ja estornados por
      *       devolucao (tipo D no COMAJUSTE)
      *----------------------------------------------------------------*
      *
           MOVE 'D'                    TO AJU-TIPO-FDJ.
           MOVE PED-CCLIENTE-FDP       TO AJU-CCLIENTE-FDJ.
           MOVE PED-DATA-FDP           TO AJU-DATA-PED-FDJ.
           MOVE PED-SEQ-FDP            TO AJU-SEQ-PED-FDJ.
           MOVE ZEROS                  TO AJU-ITEM-FDJ.
           MOVE 'N'                    TO WSS-FIM-ARQ-SOM.
      *
           START ARQ-COMAJUSTE         KEY IS NOT LESS AJU-CHAVE-FDJ
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-SOM
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-SOM
                                       EQUAL 'S' OR 's'
              PERFORM RT-SOMAR-DEVOLVIDO-ITEM
                                       THRU RT-SOMAR-DEVOLVIDO-ITEMX
           END-PERFORM.
      *
       RT-SOMAR-DEVOLVIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SOMAR-DEVOLVIDO-ITEM         SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-COMAJUSTE          NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-SOM
                GO                     TO RT-SOMAR-DEVOLVIDO-ITEMX
           END-READ.
      *
           IF NOT AJU-DEVOLUCAO-FDJ
              OR AJU-CCLIENTE-FDJ      NOT EQUAL PED-CCLIENTE-FDP
              OR AJU-DATA-PED-FDJ      NOT EQUAL PED-DATA-FDP
              OR AJU-SEQ-PED-FDJ       NOT EQUAL PED-SEQ-FDP
              MOVE 'S'                 TO WSS-FIM-ARQ-SOM
              GO                       TO RT-SOMAR-DEVOLVIDO-ITEMX
           END-IF.
      *
           SUBTRACT AJU-VLR-BASE-FDJ   FROM WSS-AJU-BASE.
      *
       RT-SOMAR-DEVOLVIDO-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-ESTORNO               SECTION.
      *  ---> Grava o estorno do pedido corrente (REG-FDP) se o mes do
      *       pedido ja tem comissao apurada para o vendedor
      *----------------------------------------------------------------*
      *
           IF WSS-AJU-BASE             NOT GREATER ZEROS
              GO                       TO RT-GRAVAR-ESTORNOX
           END-IF.
      *
           MOVE PED-CVENDEDOR-FDP      TO COM-CVENDEDOR-FDS.
           MOVE PED-DATA-FDP(1:6)      TO COM-ANOMES-FDS.
      *
           READ ARQ-COMISSAO           KEY IS COM-CHAVE-FDS
                INVALID KEY
                    GO                 TO RT-GRAVAR-ESTORNOX
           END-READ.
      *
           PERFORM RT-OBTER-TAXA       THRU RT-OBTER-TAXAX.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE WSS-AJU-TIPO           TO AJU-TIPO-FDJ.
           MOVE PED-CCLIENTE-FDP       TO AJU-CCLIENTE-FDJ.
           MOVE PED-DATA-FDP           TO AJU-DATA-PED-FDJ.
           MOVE PED-SEQ-FDP            TO AJU-SEQ-PED-FDJ.
           MOVE WSS-AJU-ITEM           TO AJU-ITEM-FDJ.
           MOVE PED-CVENDEDOR-FDP      TO AJU-CVENDEDOR-FDJ.
           MOVE PED-NOTA-FDP           TO AJU-NOTA-FDJ.
           MOVE PED-DATA-FDP(1:6)      TO AJU-ANOMES-ORIG-FDJ.
           MOVE WSS-AJU-DEST           TO AJU-ANOMES-DEST-FDJ.
           MOVE WSS-AJU-BASE           TO AJU-VLR-BASE-FDJ.
           MOVE WSS-TAXA-USO           TO AJU-TAXA-FDJ.
           COMPUTE AJU-VLR-ESTORNO-FDJ =
                   WSS-AJU-BASE * WSS-TAXA-USO / 100.
           MOVE WSS-DATA-SIS-ANO       TO AJU-DT-APURACAO-FDJ(1:4).
           MOVE WSS-DATA-SIS-MES       TO AJU-DT-APURACAO-FDJ(5:2).
           MOVE WSS-DATA-SIS-DIA       TO AJU-DT-APURACAO-FDJ(7:2).
           MOVE LKS-OPERADOR           TO AJU-OPERADOR-FDJ.
      *
           WRITE REG-FDJ.
      *
           IF FS-COMAJUSTE             NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'COMAJUSTE'         TO WSS-ARQUIVO
              MOVE FS-COMAJUSTE        TO WSS-FSTATUS
              MOVE 9                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-AJU.
           ADD AJU-VLR-ESTORNO-FDJ     TO WSS-TOT-AJU.
      *
       RT-GRAVAR-ESTORNOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       RT-LER-PARAMETROS               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WSS-COMISSAO-WEB.
           MOVE 'T'                    TO WSS-COMISSAO-SUBST.
           MOVE 50                     TO WSS-SUBST-PCT.
      *
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS             EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS          EQUAL '00' AND
                 PARM-LINHAS-PAGINA     GREATER ZEROS
                 MOVE PARM-LINHAS-PAGINA
                                       TO WSS-T-LINPAG
              END-IF
              IF FS-PARAMETROS          EQUAL '00'
                 PERFORM RT-PARAMETROS-RATEIO
                                       THRU RT-PARAMETROS-RATEIOX
              END-IF
              IF FS-PARAMETROS          EQUAL '00'
                 AND PARM-COMISSAO-WEB  EQUAL 'N' OR 'n'
                 MOVE 'N'              TO WSS-COMISSAO-WEB
              END-IF
              IF FS-PARAMETROS          EQUAL '00'
                 AND PARM-COMISSAO-SUBST
                                       EQUAL 'D' OR 'd'
                 MOVE 'D'              TO WSS-COMISSAO-SUBST
                 IF PARM-SUBST-PCT     NUMERIC
                    AND PARM-SUBST-PCT GREATER ZEROS
                    AND PARM-SUBST-PCT NOT GREATER 100
                    MOVE PARM-SUBST-PCT
                                       TO WSS-SUBST-PCT
                 END-IF
              END-IF
              CLOSE ARQ-PARAMETROS
           ELSE
              CONTINUE
       RT-LER-PARAMETROSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PARAMETROS-RATEIO            SECTION.
      *  ---> Regra de rateio na troca de vendedor (registro anterior
      *       ao rateio, sem os campos, fica sem rateio)
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-RATEIO-MODO.
           MOVE ZEROS                  TO WSS-RATEIO-JANELA
                                          WSS-RATEIO-PCT.
      *
           IF PARM-RATEIO-MODO         EQUAL 'D' OR 'd'
              MOVE 'D'                 TO WSS-RATEIO-MODO
           END-IF.
      *
           IF PARM-RATEIO-MODO         EQUAL 'J' OR 'j'
              AND PARM-RATEIO-JANELA   NUMERIC
              AND PARM-RATEIO-JANELA   GREATER ZEROS
              MOVE 'J'                 TO WSS-RATEIO-MODO
              MOVE PARM-RATEIO-JANELA  TO WSS-RATEIO-JANELA
              MOVE 50                  TO WSS-RATEIO-PCT
              IF PARM-RATEIO-PCT       NUMERIC
                 AND PARM-RATEIO-PCT   GREATER ZEROS
                 AND PARM-RATEIO-PCT   NOT GREATER 100
                 MOVE PARM-RATEIO-PCT  TO WSS-RATEIO-PCT
              END-IF
           END-IF.
      *
       RT-PARAMETROS-RATEIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-DET                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-COMISSAO
                 ARQ-COMTAXA
                 ARQ-COMAJUSTE
                 ARQ-AUDITORIA.
      *
           MOVE 'F'                    TO WSN-SBT-FUNCAO.
           CALL WPT00908               USING WSN-SBT-PARM.
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
