      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000115.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000115 ---> MATERIAL PROMOCIONAL E AMOSTRAS *
      *     *            (ALMOXARIFADO, VENDEDOR E CLIENTE)            *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : CATALOGO DO MATERIAL PROMOCIONAL (MATERIAL),  *
      *     *            REMESSA DO ALMOXARIFADO AO VENDEDOR (REMMAT,  *
      *     *            SOMA NO ESTOQUE ESTMAT DO VENDEDOR), ENTREGA  *
      *     *            AO CLIENTE NA VISITA (ENTMAT, BAIXA DO ESTOQUE*
      *     *            DO VENDEDOR; TAMBEM PELO RETORNO DO PT000066),*
      *     *            RELATORIO DE SALDO POR VENDEDOR (REMETIDO,    *
      *     *            ENTREGUE E EM MAOS) E RELATORIO POR CLIENTE E *
      *     *            SEGMENTO DO MATERIAL ENTREGUE NO MES CONTRA OS*
      *     *            PEDIDOS QUE SE SEGUIRAM. EM LOTE ('B') GERA OS*
      *     *            DOIS RELATORIOS (CLIENTES DO MES ANTERIOR).   *
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    15.10.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            REMESSA E ENTREGA DATADAS EM MES JA FECHADO   *
      *     *            (PT000058) SAO RECUSADAS PELA TRAVA DE        *
      *     *            PERIODO.                                      *
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
      *  ---> Catalogo do material promocional
           COPY 'SEL-MATERIAL.CPY'     REPLACING ==::== BY ==-FDM==.
      *
      *  ---> Estoque de material em poder do vendedor
           COPY 'SEL-ESTMAT.CPY'       REPLACING ==::== BY ==-FDE==.
      *
      *  ---> Remessas do almoxarifado ao vendedor
           COPY 'SEL-REMMAT.CPY'       REPLACING ==::== BY ==-FDR==.
      *
      *  ---> Entregas de material aos clientes
           COPY 'SEL-ENTMAT.CPY'       REPLACING ==::== BY ==-FDT==.
      *
      *  ---> Vendedores e clientes (validacao e nomes)
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Distribuicao (vendedor sugerido na entrega)
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Pedidos (pedidos que se seguiram a entrega)
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Segmentos de mercado (descricao no relatorio)
           COPY 'SEL-SEGMENTO.CPY'     REPLACING ==::== BY ==-FDG==.
      *
      *  ---> Relatorio de saldo de material por vendedor
           SELECT  REL-SALDO           ASSIGN TO WSS-ARQ-RELSALDO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RELSALDO.
      *
      *  ---> Relatorio de material por cliente e segmento
           SELECT  REL-MATCLI          ASSIGN TO WSS-ARQ-RELMATCLI
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RELMATCLI.
      *
      *  ---> Catalogo central de relatorios gerados (revisualizacao)
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
       FD  ARQ-MATERIAL                VALUE OF FILE-ID IS 'MATERIAL'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDM.
       COPY 'FD-MATERIAL.CPY'          REPLACING ==::== BY ==-FDM==.
      *
       FD  ARQ-ESTMAT                  VALUE OF FILE-ID IS 'ESTMAT'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDE.
       COPY 'FD-ESTMAT.CPY'            REPLACING ==::== BY ==-FDE==.
      *
       FD  ARQ-REMMAT                  VALUE OF FILE-ID IS 'REMMAT'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-REMMAT.CPY'            REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-ENTMAT                  VALUE OF FILE-ID IS 'ENTMAT'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDT.
       COPY 'FD-ENTMAT.CPY'            REPLACING ==::== BY ==-FDT==.
      *
       FD  ARQ-VENDEDOR                VALUE OF FILE-ID IS 'VENDEDOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDV.
       COPY 'FD-VENDEDOR.CPY'          REPLACING ==::== BY ==-FDV==.
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
       FD  ARQ-PEDIDOS                 VALUE OF FILE-ID IS 'PEDIDOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PEDIDOS.CPY'           REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-SEGMENTO                VALUE OF FILE-ID IS 'SEGMENTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDG.
       COPY 'FD-SEGMENTO.CPY'          REPLACING ==::== BY ==-FDG==.
      *
       FD  REL-SALDO.
       01  REG-RELSALDO                PIC  X(200).
      *
       FD  REL-MATCLI.
       01  REG-RELMATCLI               PIC  X(250).
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
       77  WSS-FIM-ARQ                 PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-PED             PIC  X(001)         VALUE 'N'.
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
           03  WSS-PARAM               PIC  X(001)         VALUE SPACES.
               88  MODO-BATCH                      VALUE 'B' 'b'.
           03  WSS-NOVO                PIC  X(001)         VALUE 'N'.
      *
      *  ---> Remessa ao vendedor e entrega ao cliente
           03  WSS-T-VENDEDOR          PIC  9(007)         VALUE ZEROS.
           03  WSS-T-CLIENTE           PIC  9(007)         VALUE ZEROS.
           03  WSS-T-MATERIAL          PIC  9(005)         VALUE ZEROS.
           03  WSS-T-DATA              PIC  9(008)         VALUE ZEROS.
           03  WSS-T-DATA-R            REDEFINES WSS-T-DATA.
               05  WSS-T-ANO           PIC  9(004).
               05  WSS-T-MES           PIC  9(002).
               05  WSS-T-DIA           PIC  9(002).
           03  WSS-T-QTD               PIC  9(007)         VALUE ZEROS.
           03  WSS-T-DOCUMENTO         PIC  X(012)         VALUE SPACES.
           03  WSS-NOME-VENDEDOR       PIC  X(040)         VALUE SPACES.
      *
      *  ---> Mes do relatorio por cliente (AAAAMM)
           03  WSS-T-ANOMES            PIC  X(006)         VALUE SPACES.
           03  WSS-ANOMES-NUM          PIC  9(006)         VALUE ZEROS.
           03  WSS-ANOMES-R            REDEFINES WSS-ANOMES-NUM.
               05  WSS-ANOMES-ANO      PIC  9(004).
               05  WSS-ANOMES-MES      PIC  9(002).
           03  WSS-MES-INI-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-MES-FIM-AMD         PIC  9(008)         VALUE ZEROS.
      *
      *  ---> Arquivos gerados e catalogo
           03  WSS-ARQ-RELSALDO        PIC  X(030)         VALUE SPACES.
           03  WSS-ARQ-RELMATCLI       PIC  X(030)         VALUE SPACES.
           03  WSS-CAT-ARQUIVO         PIC  X(030)         VALUE SPACES.
           03  WSS-CAT-FILTROS         PIC  X(040)         VALUE SPACES.
           03  WSS-QTD-LINHAS          PIC  9(005)         VALUE ZEROS.
      *
      *  ---> Saldo por vendedor
           03  WSS-VLR-SALDO           PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-TOT-REMETIDA        PIC  9(009)         VALUE ZEROS.
           03  WSS-TOT-ENTREGUE        PIC  9(009)         VALUE ZEROS.
           03  WSS-TOT-SALDO           PIC  9(009)         VALUE ZEROS.
           03  WSS-TOT-VLR-SALDO       PIC  9(011)V9(002)  VALUE ZEROS.
      *
      *  ---> Cliente em apuracao no relatorio por cliente/segmento
           03  WSS-CLI-ATUAL           PIC  9(007)         VALUE ZEROS.
           03  WSS-CLI-VENDEDOR        PIC  9(007)         VALUE ZEROS.
           03  WSS-CLI-PRIMEIRA        PIC  9(008)         VALUE ZEROS.
           03  WSS-CLI-LIMITE          PIC  9(008)         VALUE ZEROS.
           03  WSS-CLI-QTD             PIC  9(007)         VALUE ZEROS.
           03  WSS-CLI-CUSTO           PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-CLI-QTD-PED         PIC  9(005)         VALUE ZEROS.
           03  WSS-CLI-VLR-PED         PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-CLI-SEGMENTO        PIC  9(003)         VALUE ZEROS.
           03  WSS-RETORNO-MAT         PIC  9(005)V9(002)  VALUE ZEROS.
           03  WSS-IDX-SEG             PIC  9(004)         VALUE ZEROS.
      *
      *  ---> Janela (dias corridos) em que o pedido do cliente conta
      *       como seguinte a primeira entrega de material no mes
           03  WSS-DIAS-JANELA         PIC  9(003)         VALUE 60.
      *
      *  ---> Distribuicao, pedidos e segmentos sao opcionais
           03  WSS-DISTRIB-ABERTO      PIC  X(001)         VALUE 'N'.
               88  DISTRIB-ABERTO      VALUE 'S'.
           03  WSS-PEDIDOS-ABERTO      PIC  X(001)         VALUE 'N'.
               88  PEDIDOS-ABERTO      VALUE 'S'.
           03  WSS-SEGMENTO-ABERTO     PIC  X(001)         VALUE 'N'.
               88  SEGMENTO-ABERTO     VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-MATERIAL             PIC  X(002)         VALUE SPACES.
           03  FS-ESTMAT               PIC  X(002)         VALUE SPACES.
           03  FS-REMMAT               PIC  X(002)         VALUE SPACES.
           03  FS-ENTMAT               PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-SEGMENTO             PIC  X(002)         VALUE SPACES.
           03  FS-RELSALDO             PIC  X(002)         VALUE SPACES.
           03  FS-RELMATCLI            PIC  X(002)         VALUE SPACES.
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
       01  WSS-HOJE-AMD                REDEFINES WSS-DATA-SIS
                                       PIC  9(008).
       01  WSS-HOJE-R                  REDEFINES WSS-DATA-SIS.
           03  WSS-HOJE-ANO            PIC  9(004).
           03  WSS-HOJE-MES            PIC  9(002).
           03  WSS-HOJE-DIA            PIC  9(002).
      *
      *----------------------------------------------------------------*
      *    AREA DO ARQUIVO MATERIAL NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-MATERIAL.CPY'          REPLACING ==::== BY ==-WSM==.
      *
      *----------------------------------------------------------------*
      *    TOTAIS POR SEGMENTO (POSICAO = CODIGO DO SEGMENTO + 1)
      *----------------------------------------------------------------*
       01  WSS-TAB-SEGMENTO.
           03  WSS-SEG-OCR             OCCURS 1000 TIMES.
               05  WSS-SEG-QTD-CLI     PIC  9(005).
               05  WSS-SEG-QTD-COMPRA  PIC  9(005).
               05  WSS-SEG-QTD-ITENS   PIC  9(009).
               05  WSS-SEG-CUSTO       PIC  9(011)V9(002).
               05  WSS-SEG-QTD-PED     PIC  9(007).
               05  WSS-SEG-VLR-PED     PIC  9(011)V9(002).
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO DE SALDO POR VENDEDOR (CSV ';')
      *----------------------------------------------------------------*
       01  CAB-SALDO.
           03  FILLER                  PIC  X(045)         VALUE
               'MATERIAL PROMOCIONAL - SALDO POR VENDEDOR EM '.
           03  CSD-DATA                PIC  9999/99/99     VALUE ZEROS.
      *
       01  CAB-SALDO-COL.
           03  FILLER                  PIC  X(049)         VALUE
               'VENDEDOR;NOME;MATERIAL;DESCRICAO;TIPO;REMETIDO;'.
           03  FILLER                  PIC  X(047)         VALUE
               'ENTREGUE;EM MAOS;VALOR EM MAOS;ULTIMA ENTREGA'.
      *
       01  DET-SALDO.
           03  DSD-VENDEDOR            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DSD-NOME                PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DSD-MATERIAL            PIC  9(005)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DSD-DESCRICAO           PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DSD-TIPO                PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DSD-REMETIDA            PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DSD-ENTREGUE            PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DSD-SALDO               PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DSD-VLR-SALDO           PIC  ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DSD-ULT-ENTREGA         PIC  9(008)         VALUE ZEROS.
      *
       01  RDP-SALDO.
           03  FILLER                  PIC  X(007)         VALUE
               'TOTAL;'.
           03  FILLER                  PIC  X(094)         VALUE ';;;;'.
           03  RSD-REMETIDA            PIC  ZZZZZZZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RSD-ENTREGUE            PIC  ZZZZZZZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RSD-SALDO               PIC  ZZZZZZZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RSD-VLR-SALDO           PIC  ZZZZZZZZZZ9,99 VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO POR CLIENTE E SEGMENTO (CSV ';')
      *----------------------------------------------------------------*
       01  CAB-MATCLI.
           03  FILLER                  PIC  X(040)         VALUE
               'MATERIAL PROMOCIONAL X PEDIDOS - MES '.
           03  CMC-ANOMES              PIC  9(006)         VALUE ZEROS.
           03  FILLER                  PIC  X(018)         VALUE
               ' - JANELA (DIAS): '.
           03  CMC-JANELA              PIC  ZZ9            VALUE ZEROS.
      *
       01  CAB-MATCLI-COL.
           03  FILLER                  PIC  X(055)         VALUE
               'SEGMENTO;DESCRICAO;CLIENTE;RAZAO SOCIAL;VENDEDOR;'.
           03  FILLER                  PIC  X(055)         VALUE
               'PRIMEIRA ENTREGA;ITENS;CUSTO MATERIAL;PEDIDOS APOS;'.
           03  FILLER                  PIC  X(030)         VALUE
               'VALOR PEDIDOS;VALOR X CUSTO'.
      *
       01  DET-MATCLI.
           03  DMC-SEGMENTO            PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMC-DESC-SEG            PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMC-CLIENTE             PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMC-RSOCIAL             PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMC-VENDEDOR            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMC-PRIMEIRA            PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMC-ITENS               PIC  ZZZZZZZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMC-CUSTO               PIC  ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMC-QTD-PED             PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMC-VLR-PED             PIC  ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMC-RETORNO             PIC  ZZZZ9,99       VALUE ZEROS.
      *
       01  CAB-MATCLI-SEG.
           03  FILLER                  PIC  X(050)         VALUE
               'RESUMO POR SEGMENTO;DESCRICAO;CLIENTES;COMPRARAM;'.
           03  FILLER                  PIC  X(050)         VALUE
               'ITENS;CUSTO MATERIAL;PEDIDOS APOS;VALOR PEDIDOS;'.
           03  FILLER                  PIC  X(013)         VALUE
               'VALOR X CUSTO'.
      *
       01  DET-MATCLI-SEG.
           03  DMS-SEGMENTO            PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMS-DESC-SEG            PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMS-QTD-CLI             PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMS-QTD-COMPRA          PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMS-ITENS               PIC  ZZZZZZZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMS-CUSTO               PIC  ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMS-QTD-PED             PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMS-VLR-PED             PIC  ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMS-RETORNO             PIC  ZZZZ9,99       VALUE ZEROS.
      *
       01  RDP-MATCLI.
           03  FILLER                  PIC  X(020)         VALUE
               'CLIENTES LISTADOS: '.
           03  RMC-QTD                 PIC  ZZZZ9          VALUE ZEROS.
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
           03 F LINE 05 COL 20   VALUE
               ' ..... MATERIAL PROMOCIONAL E AMOSTRAS ..... ' BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Catalogo Material ".
           03 F LINE 09 COL 28   VALUE " 2 - Remessa Vendedor  ".
           03 F LINE 10 COL 28   VALUE " 3 - Entrega Cliente   ".
           03 F LINE 11 COL 28   VALUE " 4 - Saldo p/ Vendedor ".
           03 F LINE 12 COL 28   VALUE " 5 - Cliente/Segmento  ".
           03 F LINE 14 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 16 COL 28   VALUE " Opcao:[ ]             ".
      *
       01  TELA-LABEL-MATERIAL.
           03 F LINE 07 COL 10   VALUE " Codigo do material..: ".
           03 F LINE 08 COL 10   VALUE " Descricao...........: ".
           03 F LINE 09 COL 10   VALUE " Tipo (A/P)..........: ".
           03 F LINE 10 COL 10   VALUE " Unidade.............: ".
           03 F LINE 11 COL 10   VALUE " Custo unitario......: ".
           03 F LINE 12 COL 10   VALUE " Situacao (A/I)......: ".
      *
       01  TELA-DADOS-MATERIAL-T.
           03 T1M  LINE 07 COL 34 PIC ZZZZ9   USING MAT-CODIGO-WSM.
           03 T2M  LINE 08 COL 34 PIC X(040)  USING MAT-DESCRICAO-WSM.
           03 T3M  LINE 09 COL 34 PIC X(001)  USING MAT-TIPO-WSM.
           03 T4M  LINE 10 COL 34 PIC X(003)  USING MAT-UNIDADE-WSM.
           03 T5M  LINE 11 COL 34 PIC Z.ZZZ.ZZ9,99
                                              USING MAT-CUSTO-WSM.
           03 T6M  LINE 12 COL 34 PIC X(001)  USING MAT-SITUACAO-WSM.
      *
       01  TELA-LABEL-REMESSA.
           03 F LINE 05 COL 20   VALUE
               ' ..... REMESSA DO ALMOXARIFADO AO VENDEDOR ..... '
                                                               BLINK.
           03 F LINE 08 COL 10   VALUE " Vendedor............: ".
           03 F LINE 10 COL 10   VALUE " Material............: ".
           03 F LINE 12 COL 10   VALUE " Data (AAAAMMDD).....: ".
           03 F LINE 13 COL 10   VALUE " Quantidade..........: ".
           03 F LINE 14 COL 10   VALUE " Documento de saida..: ".
      *
       01  TELA-DADOS-REMESSA-T.
           03 T1R  LINE 08 COL 34 PIC ZZZZZZ9 USING WSS-T-VENDEDOR.
           03 T2R  LINE 10 COL 34 PIC ZZZZ9   USING WSS-T-MATERIAL.
           03 T3R  LINE 12 COL 34 PIC 9(008)  USING WSS-T-DATA.
           03 T4R  LINE 13 COL 34 PIC ZZZZZZ9 USING WSS-T-QTD.
           03 T5R  LINE 14 COL 34 PIC X(012)  USING WSS-T-DOCUMENTO.
      *
       01  TELA-LABEL-ENTREGA.
           03 F LINE 05 COL 20   VALUE
               ' ..... ENTREGA DE MATERIAL AO CLIENTE ..... '  BLINK.
           03 F LINE 08 COL 10   VALUE " Cliente.............: ".
           03 F LINE 10 COL 10   VALUE " Vendedor............: ".
           03 F LINE 12 COL 10   VALUE " Material............: ".
           03 F LINE 14 COL 10   VALUE " Data (AAAAMMDD).....: ".
           03 F LINE 15 COL 10   VALUE " Quantidade..........: ".
      *
       01  TELA-DADOS-ENTREGA-T.
           03 T1E  LINE 08 COL 34 PIC ZZZZZZ9 USING WSS-T-CLIENTE.
           03 T2E  LINE 10 COL 34 PIC ZZZZZZ9 USING WSS-T-VENDEDOR.
           03 T3E  LINE 12 COL 34 PIC ZZZZ9   USING WSS-T-MATERIAL.
           03 T4E  LINE 14 COL 34 PIC 9(008)  USING WSS-T-DATA.
           03 T5E  LINE 15 COL 34 PIC ZZZZZZ9 USING WSS-T-QTD.
      *
       01  TELA-RELATORIO.
           03 F LINE 05 COL 20   VALUE
               ' ..... MATERIAL ENTREGUE X PEDIDOS ..... '     BLINK.
           03 F LINE 08 COL 20   VALUE
               " Mes do relatorio (AAAAMM, branco sai): ".
      *
       01  TELA-RELATORIO-T.
           03 T1X LINE 08 COL 61 PIC X(006)      TO WSS-T-ANOMES.
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
           IF MODO-BATCH
              PERFORM RT-REL-SALDO     THRU RT-REL-SALDOX
              PERFORM RT-OBTER-MES     THRU RT-OBTER-MESX
              IF WSS-ANOMES-NUM        GREATER ZEROS
                 PERFORM RT-REL-CLIENTE
                                       THRU RT-REL-CLIENTEX
              END-IF
           ELSE
              PERFORM UNTIL WSS-FUN    EQUAL 9
                 PERFORM RT-PROCESSAR  THRU RT-PROCESSARX
              END-PERFORM
           END-IF.
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
                      REG-WSM
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           MOVE 60                     TO WSS-DIAS-JANELA.
      *
           MOVE LKS-PARAM              TO WSS-PARAM.
           MOVE '00'                   TO LKS-RETORNO.
           MOVE SPACES                 TO LKS-ARQ-REL.
      *
           MOVE 'N'                    TO WSS-DISTRIB-ABERTO
                                          WSS-PEDIDOS-ABERTO
                                          WSS-SEGMENTO-ABERTO.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           OPEN I-O ARQ-MATERIAL.
      *
           EVALUATE FS-MATERIAL
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-MATERIAL
                    OPEN OUTPUT ARQ-MATERIAL
                    CLOSE ARQ-MATERIAL
                    OPEN I-O ARQ-MATERIAL
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'MATERIAL'    TO WSS-ARQUIVO
                    MOVE FS-MATERIAL   TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-ESTMAT.
      *
           EVALUATE FS-ESTMAT
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-ESTMAT
                    OPEN OUTPUT ARQ-ESTMAT
                    CLOSE ARQ-ESTMAT
                    OPEN I-O ARQ-ESTMAT
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'ESTMAT'      TO WSS-ARQUIVO
                    MOVE FS-ESTMAT     TO WSS-FSTATUS
                    MOVE 2             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-REMMAT.
      *
           EVALUATE FS-REMMAT
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-REMMAT
                    OPEN OUTPUT ARQ-REMMAT
                    CLOSE ARQ-REMMAT
                    OPEN I-O ARQ-REMMAT
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'REMMAT'      TO WSS-ARQUIVO
                    MOVE FS-REMMAT     TO WSS-FSTATUS
                    MOVE 3             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-ENTMAT.
      *
           EVALUATE FS-ENTMAT
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-ENTMAT
                    OPEN OUTPUT ARQ-ENTMAT
                    CLOSE ARQ-ENTMAT
                    OPEN I-O ARQ-ENTMAT
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'ENTMAT'      TO WSS-ARQUIVO
                    MOVE FS-ENTMAT     TO WSS-FSTATUS
                    MOVE 4             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'AUDITORIA'         TO WSS-ARQUIVO
              MOVE FS-AUDITORIA        TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN INPUT ARQ-VENDEDOR.
           IF FS-VENDEDOR              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'VENDEDOR'          TO WSS-ARQUIVO
              MOVE FS-VENDEDOR         TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN INPUT ARQ-CLIENTES.
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CLIENTES'          TO WSS-ARQUIVO
              MOVE FS-CLIENTES         TO WSS-FSTATUS
              MOVE 7                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Sem a distribuicao o vendedor da entrega e digitado;
      *       sem pedidos o relatorio sai so com o material; sem a
      *       tabela de segmentos sai so o codigo do segmento
           OPEN INPUT ARQ-DISTRIBUIR.
           IF FS-DISTRIBUIR            EQUAL '00'
              MOVE 'S'                 TO WSS-DISTRIB-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-PEDIDOS.
           IF FS-PEDIDOS               EQUAL '00'
              MOVE 'S'                 TO WSS-PEDIDOS-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-SEGMENTO.
           IF FS-SEGMENTO              EQUAL '00'
              MOVE 'S'                 TO WSS-SEGMENTO-ABERTO
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
           ACCEPT WSS-FUN              LINE 16 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
               WHEN 1
               WHEN 2
               WHEN 3
                    IF LKS-SO-CONSULTA
                       MOVE "Acesso somente para consulta."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    ELSE
                       EVALUATE WSS-FUN
                           WHEN 1
                                PERFORM RT-MATERIAL
                                       THRU RT-MATERIALX
                           WHEN 2
                                PERFORM RT-REMESSA
                                       THRU RT-REMESSAX
                           WHEN 3
                                PERFORM RT-ENTREGA
                                       THRU RT-ENTREGAX
                       END-EVALUATE
                    END-IF
               WHEN 4
                    PERFORM RT-REL-SALDO
                                       THRU RT-REL-SALDOX
               WHEN 5
                    PERFORM RT-OBTER-MES
                                       THRU RT-OBTER-MESX
                    IF WSS-ANOMES-NUM  GREATER ZEROS
                       PERFORM RT-REL-CLIENTE
                                       THRU RT-REL-CLIENTEX
                    END-IF
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
      *    INCLUSAO/ALTERACAO DE MATERIAL NO CATALOGO
      *----------------------------------------------------------------*
       RT-MATERIAL                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSM
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           DISPLAY TELA-LABEL-MATERIAL.
      *
           MOVE "Informe o codigo do material (zero sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1M.
      *
           IF MAT-CODIGO-WSM           EQUAL ZEROS
              GO                       TO RT-MATERIALX
           END-IF.
      *
           MOVE MAT-CODIGO-WSM         TO MAT-CODIGO-FDM.
      *
           READ ARQ-MATERIAL           KEY IS MAT-CODIGO-FDM
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-MATERIAL              EQUAL '00'
              MOVE 'N'                 TO WSS-NOVO
              MOVE REG-FDM             TO REG-WSM
           ELSE
              MOVE 'S'                 TO WSS-NOVO
              MOVE 'A'                 TO MAT-SITUACAO-WSM
              MOVE 'P'                 TO MAT-TIPO-WSM
              MOVE 'UN'                TO MAT-UNIDADE-WSM
           END-IF.
      *
           DISPLAY TELA-DADOS-MATERIAL-T.
      *
           MOVE "Descricao, tipo (A-amostra, P-ponto de venda) e unid."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2M.
           ACCEPT T3M.
           ACCEPT T4M.
      *
           MOVE "Custo unitario do material e situacao (A/I)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T5M.
           ACCEPT T6M.
      *
           INSPECT MAT-TIPO-WSM        CONVERTING 'ap' TO 'AP'.
           INSPECT MAT-SITUACAO-WSM    CONVERTING 'ai' TO 'AI'.
      *
           EVALUATE TRUE
               WHEN MAT-DESCRICAO-WSM  EQUAL SPACES
                    MOVE "Descricao do material e obrigatoria."
                                       TO WSS-MENSAGEM
               WHEN NOT MAT-AMOSTRA-WSM
                    AND NOT MAT-PDV-WSM
                    MOVE "Tipo invalido: A ou P - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN NOT MAT-ATIVO-WSM
                    AND NOT MAT-INATIVO-WSM
                    MOVE "Situacao invalida: A ou I - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN OTHER
                    MOVE SPACES        TO WSS-MENSAGEM
           END-EVALUATE.
      *
           IF WSS-MENSAGEM             NOT EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-MATERIALX
           END-IF.
      *
           MOVE "Confirma a gravacao do material? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 53
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-MATERIALX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE LKS-OPERADOR           TO MAT-OPERADOR-WSM.
      *
           IF WSS-NOVO                 EQUAL 'S'
              MOVE WSS-HOJE-AMD        TO MAT-DT-INCLUSAO-WSM
              MOVE REG-WSM             TO REG-FDM
              WRITE REG-FDM
              MOVE 'MATERIAL PROMOCIONAL INCLUIDO'
                                       TO WSS-AUD-ACAO
           ELSE
              MOVE MAT-CODIGO-WSM      TO MAT-CODIGO-FDM
              READ ARQ-MATERIAL        KEY IS MAT-CODIGO-FDM
                   INVALID KEY
                       CONTINUE
              END-READ
              MOVE WSS-HOJE-AMD        TO MAT-DT-ALTERACAO-WSM
              MOVE REG-WSM             TO REG-FDM
              REWRITE REG-FDM
              MOVE 'MATERIAL PROMOCIONAL ALTERADO'
                                       TO WSS-AUD-ACAO
           END-IF.
      *
           IF FS-MATERIAL              NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'MATERIAL'          TO WSS-ARQUIVO
              MOVE FS-MATERIAL         TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Material gravado com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-MATERIALX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    REMESSA DO ALMOXARIFADO AO VENDEDOR: GRAVA O REMMAT E SOMA
      *    NO REMETIDO E NO SALDO DO ESTMAT DO VENDEDOR
      *----------------------------------------------------------------*
       RT-REMESSA                      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE ZEROS                  TO WSS-T-VENDEDOR
                                          WSS-T-MATERIAL
                                          WSS-T-QTD.
           MOVE SPACES                 TO WSS-T-DOCUMENTO.
           MOVE WSS-HOJE-AMD           TO WSS-T-DATA.
      *
           DISPLAY TELA-LABEL-REMESSA
                   TELA-DADOS-REMESSA-T.
      *
           MOVE "Vendedor que recebe o material (zero sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1R.
      *
           IF WSS-T-VENDEDOR           EQUAL ZEROS
              GO                       TO RT-REMESSAX
           END-IF.
      *
           PERFORM RT-LER-VENDEDOR     THRU RT-LER-VENDEDORX.
           IF WSS-NOME-VENDEDOR        EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REMESSAX
           END-IF.
           DISPLAY WSS-NOME-VENDEDOR   LINE 09 COL 34.
      *
           MOVE "Material remetido ao vendedor."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2R.
      *
           PERFORM RT-LER-MATERIAL     THRU RT-LER-MATERIALX.
           IF WSS-MENSAGEM             NOT EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REMESSAX
           END-IF.
           DISPLAY MAT-DESCRICAO-FDM   LINE 11 COL 34.
      *
           MOVE "Data, quantidade e documento de saida do almoxarifado."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3R.
           ACCEPT T4R.
           ACCEPT T5R.
      *
           PERFORM RT-VALIDAR-MOVIMENTO
                                       THRU RT-VALIDAR-MOVIMENTOX.
           IF WSS-MENSAGEM             NOT EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REMESSAX
           END-IF.
      *
      *  ---> Remessa datada em mes ja fechado (PT000058) e recusada
           MOVE WSS-T-DATA             TO WSP-PER-DATA.
           MOVE 'I'                    TO WSP-PER-OPERACAO.
           MOVE SPACES                 TO WSP-PER-CHAVE.
           STRING 'REMESSA V '         WSS-T-VENDEDOR
                  ' M '                WSS-T-MATERIAL
              DELIMITED BY SIZE        INTO WSP-PER-CHAVE
           END-STRING.
           PERFORM RT-CONFERIR-PERIODO THRU RT-CONFERIR-PERIODOX.
           IF WSP-PER-FECHADO
              GO                       TO RT-REMESSAX
           END-IF.
      *
           MOVE "Confirma a remessa ao vendedor? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 52
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-REMESSAX
           END-IF.
      *
      *  ---> Mesma chave (vendedor, data, material) soma na remessa
           MOVE WSS-T-VENDEDOR         TO REM-CVENDEDOR-FDR.
           MOVE WSS-T-DATA             TO REM-DATA-FDR.
           MOVE WSS-T-MATERIAL         TO REM-CMATERIAL-FDR.
      *
           READ ARQ-REMMAT             KEY IS REM-CHAVE-FDR
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-REMMAT                EQUAL '00'
              ADD WSS-T-QTD            TO REM-QTD-FDR
              MOVE WSS-T-DOCUMENTO     TO REM-DOCUMENTO-FDR
              MOVE LKS-OPERADOR        TO REM-OPERADOR-FDR
              REWRITE REG-FDR
           ELSE
              MOVE WSS-T-VENDEDOR      TO REM-CVENDEDOR-FDR
              MOVE WSS-T-DATA          TO REM-DATA-FDR
              MOVE WSS-T-MATERIAL      TO REM-CMATERIAL-FDR
              MOVE WSS-T-QTD           TO REM-QTD-FDR
              MOVE WSS-T-DOCUMENTO     TO REM-DOCUMENTO-FDR
              MOVE LKS-OPERADOR        TO REM-OPERADOR-FDR
              WRITE REG-FDR
           END-IF.
      *
           IF FS-REMMAT                NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'REMMAT'            TO WSS-ARQUIVO
              MOVE FS-REMMAT           TO WSS-FSTATUS
              MOVE 9                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE WSS-T-VENDEDOR         TO EST-CVENDEDOR-FDE.
           MOVE WSS-T-MATERIAL         TO EST-CMATERIAL-FDE.
      *
           READ ARQ-ESTMAT             KEY IS EST-CHAVE-FDE
                INVALID KEY
                    MOVE WSS-T-VENDEDOR
                                       TO EST-CVENDEDOR-FDE
                    MOVE WSS-T-MATERIAL
                                       TO EST-CMATERIAL-FDE
                    MOVE ZEROS         TO EST-QTD-REMETIDA-FDE
                                          EST-QTD-ENTREGUE-FDE
                                          EST-QTD-SALDO-FDE
                                          EST-DT-ULT-REMESSA-FDE
                                          EST-DT-ULT-ENTREGA-FDE
           END-READ.
      *
           ADD WSS-T-QTD               TO EST-QTD-REMETIDA-FDE
                                          EST-QTD-SALDO-FDE.
           IF WSS-T-DATA               GREATER EST-DT-ULT-REMESSA-FDE
              MOVE WSS-T-DATA          TO EST-DT-ULT-REMESSA-FDE
           END-IF.
      *
           IF FS-ESTMAT                EQUAL '00'
              REWRITE REG-FDE
           ELSE
              WRITE REG-FDE
           END-IF.
      *
           IF FS-ESTMAT                NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'ESTMAT'            TO WSS-ARQUIVO
              MOVE FS-ESTMAT           TO WSS-FSTATUS
              MOVE 10                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'REMESSA MAT ' WSS-T-MATERIAL ' VEND '
                  WSS-T-VENDEDOR ' QTD ' WSS-T-QTD
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Remessa gravada. Saldo do vendedor: '
                  EST-QTD-SALDO-FDE
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-REMESSAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ENTREGA DE MATERIAL AO CLIENTE NA VISITA: SO COM SALDO DO
      *    VENDEDOR; GRAVA O ENTMAT E BAIXA DO ESTMAT DO VENDEDOR
      *----------------------------------------------------------------*
       RT-ENTREGA                      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE ZEROS                  TO WSS-T-CLIENTE
                                          WSS-T-VENDEDOR
                                          WSS-T-MATERIAL
                                          WSS-T-QTD.
           MOVE WSS-HOJE-AMD           TO WSS-T-DATA.
      *
           DISPLAY TELA-LABEL-ENTREGA
                   TELA-DADOS-ENTREGA-T.
      *
           MOVE "Cliente que recebeu o material (zero sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1E.
      *
           IF WSS-T-CLIENTE            EQUAL ZEROS
              GO                       TO RT-ENTREGAX
           END-IF.
      *
           MOVE WSS-T-CLIENTE          TO CODIGO-FDC.
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    MOVE "Cliente nao cadastrado."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    GO                 TO RT-ENTREGAX
           END-READ.
           DISPLAY RSOCIAL-FDC         LINE 09 COL 34.
      *
      *  ---> Vendedor sugerido: o da carteira vigente do cliente
           IF DISTRIB-ABERTO
              MOVE WSS-T-CLIENTE       TO CCLIENTE-FDD
              READ ARQ-DISTRIBUIR      KEY IS CCLIENTE-FDD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CVENDEDOR-FDD
                                       TO WSS-T-VENDEDOR
              END-READ
              DISPLAY T2E
           END-IF.
      *
           MOVE "Vendedor que entregou o material."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2E.
      *
           PERFORM RT-LER-VENDEDOR     THRU RT-LER-VENDEDORX.
           IF WSS-NOME-VENDEDOR        EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ENTREGAX
           END-IF.
           DISPLAY WSS-NOME-VENDEDOR   LINE 11 COL 34.
      *
           MOVE "Material entregue ao cliente."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3E.
      *
           PERFORM RT-LER-MATERIAL     THRU RT-LER-MATERIALX.
           IF WSS-MENSAGEM             NOT EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ENTREGAX
           END-IF.
           DISPLAY MAT-DESCRICAO-FDM   LINE 13 COL 34.
      *
           MOVE "Data da entrega e quantidade."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4E.
           ACCEPT T5E.
      *
           PERFORM RT-VALIDAR-MOVIMENTO
                                       THRU RT-VALIDAR-MOVIMENTOX.
           IF WSS-MENSAGEM             EQUAL SPACES
              AND WSS-T-QTD            GREATER 99999
              MOVE "Quantidade acima do limite da entrega (99999)."
                                       TO WSS-MENSAGEM
           END-IF.
           IF WSS-MENSAGEM             NOT EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ENTREGAX
           END-IF.
      *
      *  ---> So entrega o que o vendedor tem em maos
           MOVE WSS-T-VENDEDOR         TO EST-CVENDEDOR-FDE.
           MOVE WSS-T-MATERIAL         TO EST-CMATERIAL-FDE.
      *
           READ ARQ-ESTMAT             KEY IS EST-CHAVE-FDE
                INVALID KEY
                    MOVE ZEROS         TO EST-QTD-SALDO-FDE
           END-READ.
      *
           IF FS-ESTMAT                NOT EQUAL '00'
              OR EST-QTD-SALDO-FDE     LESS WSS-T-QTD
              MOVE SPACES              TO WSS-MENSAGEM
              STRING 'Saldo insuficiente com o vendedor: '
                     EST-QTD-SALDO-FDE
                 DELIMITED BY SIZE     INTO WSS-MENSAGEM
              END-STRING
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ENTREGAX
           END-IF.
      *
      *  ---> Entrega datada em mes ja fechado (PT000058) e recusada
           MOVE WSS-T-DATA             TO WSP-PER-DATA.
           MOVE 'I'                    TO WSP-PER-OPERACAO.
           MOVE SPACES                 TO WSP-PER-CHAVE.
           STRING 'ENTREGA C '         WSS-T-CLIENTE
                  ' M '                WSS-T-MATERIAL
              DELIMITED BY SIZE        INTO WSP-PER-CHAVE
           END-STRING.
           PERFORM RT-CONFERIR-PERIODO THRU RT-CONFERIR-PERIODOX.
           IF WSP-PER-FECHADO
              GO                       TO RT-ENTREGAX
           END-IF.
      *
           MOVE "Confirma a entrega ao cliente? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 51
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-ENTREGAX
           END-IF.
      *
      *  ---> Mesma chave (cliente, data, material) soma na entrega
           MOVE WSS-T-CLIENTE          TO ENT-CCLIENTE-FDT.
           MOVE WSS-T-DATA             TO ENT-DATA-FDT.
           MOVE WSS-T-MATERIAL         TO ENT-CMATERIAL-FDT.
      *
           READ ARQ-ENTMAT             KEY IS ENT-CHAVE-FDT
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-ENTMAT                EQUAL '00'
              ADD WSS-T-QTD            TO ENT-QTD-FDT
              MOVE WSS-T-VENDEDOR      TO ENT-CVENDEDOR-FDT
              MOVE 'T'                 TO ENT-ORIGEM-FDT
              MOVE LKS-OPERADOR        TO ENT-OPERADOR-FDT
              REWRITE REG-FDT
           ELSE
              MOVE WSS-T-CLIENTE       TO ENT-CCLIENTE-FDT
              MOVE WSS-T-DATA          TO ENT-DATA-FDT
              MOVE WSS-T-MATERIAL      TO ENT-CMATERIAL-FDT
              MOVE WSS-T-VENDEDOR      TO ENT-CVENDEDOR-FDT
              MOVE WSS-T-QTD           TO ENT-QTD-FDT
              MOVE 'T'                 TO ENT-ORIGEM-FDT
              MOVE LKS-OPERADOR        TO ENT-OPERADOR-FDT
              WRITE REG-FDT
           END-IF.
      *
           IF FS-ENTMAT                NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'ENTMAT'            TO WSS-ARQUIVO
              MOVE FS-ENTMAT           TO WSS-FSTATUS
              MOVE 11                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           ADD WSS-T-QTD               TO EST-QTD-ENTREGUE-FDE.
           SUBTRACT WSS-T-QTD          FROM EST-QTD-SALDO-FDE.
           IF WSS-T-DATA               GREATER EST-DT-ULT-ENTREGA-FDE
              MOVE WSS-T-DATA          TO EST-DT-ULT-ENTREGA-FDE
           END-IF.
      *
           REWRITE REG-FDE.
      *
           IF FS-ESTMAT                NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'ESTMAT'            TO WSS-ARQUIVO
              MOVE FS-ESTMAT           TO WSS-FSTATUS
              MOVE 10                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'ENTREGA MAT ' WSS-T-MATERIAL ' CLI '
                  WSS-T-CLIENTE ' QTD ' WSS-T-QTD
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Entrega gravada. Saldo do vendedor: '
                  EST-QTD-SALDO-FDE
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-ENTREGAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-VENDEDOR                 SECTION.
      *  ---> Nome do vendedor WSS-T-VENDEDOR; inexistente ou inativo
      *       devolve branco com o motivo em WSS-MENSAGEM
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-NOME-VENDEDOR.
           MOVE WSS-T-VENDEDOR         TO CODIGO-FDV.
      *
           READ ARQ-VENDEDOR           KEY IS CODIGO-FDV
                INVALID KEY
                    MOVE "Vendedor nao cadastrado."
                                       TO WSS-MENSAGEM
                    GO                 TO RT-LER-VENDEDORX
           END-READ.
      *
           IF NOT ATIVO-FDV
              MOVE "Vendedor inativo."  TO WSS-MENSAGEM
              GO                       TO RT-LER-VENDEDORX
           END-IF.
      *
           MOVE NOME-FDV               TO WSS-NOME-VENDEDOR.
      *
       RT-LER-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-MATERIAL                 SECTION.
      *  ---> Material WSS-T-MATERIAL em REG-FDM; inexistente ou
      *       inativo deixa o motivo em WSS-MENSAGEM
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           MOVE WSS-T-MATERIAL         TO MAT-CODIGO-FDM.
      *
           READ ARQ-MATERIAL           KEY IS MAT-CODIGO-FDM
                INVALID KEY
                    MOVE "Material nao cadastrado."
                                       TO WSS-MENSAGEM
                    GO                 TO RT-LER-MATERIALX
           END-READ.
      *
           IF NOT MAT-ATIVO-FDM
              MOVE "Material inativo no catalogo."
                                       TO WSS-MENSAGEM
           END-IF.
      *
       RT-LER-MATERIALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VALIDAR-MOVIMENTO            SECTION.
      *  ---> Data valida e nao futura e quantidade maior que zero
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
      *
           IF WSS-T-MES                LESS 1
              OR WSS-T-MES             GREATER 12
              OR WSS-T-DIA             LESS 1
              OR WSS-T-DIA             GREATER 31
              OR WSS-T-ANO             LESS 1901
              MOVE "Data invalida - informe AAAAMMDD."
                                       TO WSS-MENSAGEM
              GO                       TO RT-VALIDAR-MOVIMENTOX
           END-IF.
      *
           IF WSS-T-DATA               GREATER WSS-HOJE-AMD
              MOVE "Data futura nao permitida."
                                       TO WSS-MENSAGEM
              GO                       TO RT-VALIDAR-MOVIMENTOX
           END-IF.
      *
           IF WSS-T-QTD                EQUAL ZEROS
              MOVE "Quantidade deve ser maior que zero."
                                       TO WSS-MENSAGEM
           END-IF.
      *
       RT-VALIDAR-MOVIMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO DE SALDO DE MATERIAL POR VENDEDOR: REMETIDO PELO
      *    ALMOXARIFADO, ENTREGUE AOS CLIENTES E EM MAOS (ACUMULADOS
      *    DO ESTMAT), COM O VALOR DO SALDO PELO CUSTO DO CATALOGO
      *----------------------------------------------------------------*
       RT-REL-SALDO                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE ZEROS                  TO WSS-QTD-LINHAS
                                          WSS-TOT-REMETIDA
                                          WSS-TOT-ENTREGUE
                                          WSS-TOT-SALDO
                                          WSS-TOT-VLR-SALDO.
      *
           MOVE SPACES                 TO WSS-ARQ-RELSALDO.
           STRING 'REL-ESTMAT-'        DELIMITED BY SIZE
                  WSS-HOJE-AMD         DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-RELSALDO
           END-STRING.
      *
           OPEN OUTPUT REL-SALDO.
      *
           IF FS-RELSALDO              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELSALDO'          TO WSS-ARQUIVO
              MOVE FS-RELSALDO         TO WSS-FSTATUS
              MOVE 12                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE WSS-HOJE-AMD           TO CSD-DATA.
           WRITE REG-RELSALDO          FROM CAB-SALDO.
           WRITE REG-RELSALDO          FROM CAB-SALDO-COL.
      *
           MOVE LOW-VALUES             TO EST-CHAVE-FDE.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-ESTMAT            KEY IS NOT LESS EST-CHAVE-FDE
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S'
              READ ARQ-ESTMAT          NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF EST-QTD-REMETIDA-FDE
                                       GREATER ZEROS
                      PERFORM RT-LINHA-SALDO
                                       THRU RT-LINHA-SALDOX
                   END-IF
              END-READ
           END-PERFORM.
      *
           MOVE WSS-TOT-REMETIDA       TO RSD-REMETIDA.
           MOVE WSS-TOT-ENTREGUE       TO RSD-ENTREGUE.
           MOVE WSS-TOT-SALDO          TO RSD-SALDO.
           MOVE WSS-TOT-VLR-SALDO      TO RSD-VLR-SALDO.
           WRITE REG-RELSALDO          FROM RDP-SALDO.
      *
           CLOSE REL-SALDO.
      *
           MOVE WSS-ARQ-RELSALDO       TO LKS-ARQ-REL
                                          WSS-CAT-ARQUIVO.
           MOVE 'SALDO MATERIAL POR VENDEDOR'
                                       TO WSS-CAT-FILTROS.
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'SALDO DE MATERIAL POR VENDEDOR GERADO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'Saldo de material: ' WSS-QTD-LINHAS ' linhas'
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
       RT-REL-SALDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LINHA-SALDO                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO DSD-NOME
                                          DSD-DESCRICAO
                                          DSD-TIPO.
           MOVE ZEROS                  TO WSS-VLR-SALDO.
      *
           MOVE EST-CVENDEDOR-FDE      TO CODIGO-FDV.
           READ ARQ-VENDEDOR           KEY IS CODIGO-FDV
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE NOME-FDV      TO DSD-NOME
           END-READ.
      *
           MOVE EST-CMATERIAL-FDE      TO MAT-CODIGO-FDM.
           READ ARQ-MATERIAL           KEY IS MAT-CODIGO-FDM
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE MAT-DESCRICAO-FDM
                                       TO DSD-DESCRICAO
                    MOVE MAT-TIPO-FDM  TO DSD-TIPO
                    COMPUTE WSS-VLR-SALDO =
                            EST-QTD-SALDO-FDE * MAT-CUSTO-FDM
           END-READ.
      *
           MOVE EST-CVENDEDOR-FDE      TO DSD-VENDEDOR.
           MOVE EST-CMATERIAL-FDE      TO DSD-MATERIAL.
           MOVE EST-QTD-REMETIDA-FDE   TO DSD-REMETIDA.
           MOVE EST-QTD-ENTREGUE-FDE   TO DSD-ENTREGUE.
           MOVE EST-QTD-SALDO-FDE      TO DSD-SALDO.
           MOVE WSS-VLR-SALDO          TO DSD-VLR-SALDO.
           MOVE EST-DT-ULT-ENTREGA-FDE TO DSD-ULT-ENTREGA.
      *
           WRITE REG-RELSALDO          FROM DET-SALDO.
      *
           ADD 1                       TO WSS-QTD-LINHAS.
           ADD EST-QTD-REMETIDA-FDE    TO WSS-TOT-REMETIDA.
           ADD EST-QTD-ENTREGUE-FDE    TO WSS-TOT-ENTREGUE.
           ADD EST-QTD-SALDO-FDE       TO WSS-TOT-SALDO.
           ADD WSS-VLR-SALDO           TO WSS-TOT-VLR-SALDO.
      *
       RT-LINHA-SALDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    MES DO RELATORIO POR CLIENTE: EM LOTE, O MES ANTERIOR AO DA
      *    DATA DE PROCESSAMENTO; NA TELA, INFORMADO PELO OPERADOR
      *----------------------------------------------------------------*
       RT-OBTER-MES                    SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-ANOMES-NUM.
      *
           IF MODO-BATCH
              PERFORM RT-DATA-SISTEMA  THRU RT-DATA-SISTEMAX
              IF WSS-HOJE-MES          EQUAL 1
                 COMPUTE WSS-ANOMES-NUM =
                         (WSS-HOJE-ANO - 1) * 100 + 12
              ELSE
                 COMPUTE WSS-ANOMES-NUM =
                         WSS-HOJE-ANO * 100 + WSS-HOJE-MES - 1
              END-IF
           ELSE
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
              MOVE SPACES              TO WSS-T-ANOMES
              MOVE "Informe o mes das entregas."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-RELATORIO
                      TELA-MENSAGENS
              ACCEPT T1X
              IF WSS-T-ANOMES          EQUAL SPACES
                 GO                    TO RT-OBTER-MESX
              END-IF
              IF WSS-T-ANOMES          NUMERIC
                 MOVE WSS-T-ANOMES     TO WSS-ANOMES-NUM
              END-IF
           END-IF.
      *
           IF WSS-ANOMES-MES           LESS 1
              OR WSS-ANOMES-MES        GREATER 12
              OR WSS-ANOMES-ANO        LESS 1901
              MOVE ZEROS               TO WSS-ANOMES-NUM
              MOVE "Mes invalido - informe AAAAMM numerico."
                                       TO WSS-MENSAGEM
              IF MODO-BATCH
                 MOVE '08'             TO LKS-RETORNO
                 MOVE WSS-MENSAGEM(1:50)
                                       TO LKS-MENSAGEM
                 GO                    TO RT-OBTER-MESX
              END-IF
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-OBTER-MESX
           END-IF.
      *
           COMPUTE WSS-MES-INI-AMD      = WSS-ANOMES-NUM * 100 + 1.
           COMPUTE WSS-MES-FIM-AMD      = WSS-ANOMES-NUM * 100 + 31.
      *
       RT-OBTER-MESX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO POR CLIENTE E SEGMENTO: MATERIAL ENTREGUE NO MES
      *    (ENTMAT) E OS PEDIDOS DO CLIENTE DA PRIMEIRA ENTREGA DO MES
      *    ATE O FIM DA JANELA (NAO CANCELADOS/REPROVADOS), UMA LINHA
      *    POR CLIENTE E O RESUMO POR SEGMENTO NO FIM
      *----------------------------------------------------------------*
       RT-REL-CLIENTE                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-LINHAS
                                          WSS-CLI-ATUAL.
           INITIALIZE WSS-TAB-SEGMENTO.
      *
           MOVE SPACES                 TO WSS-ARQ-RELMATCLI.
           STRING 'REL-MATCLI-'        DELIMITED BY SIZE
                  WSS-ANOMES-NUM       DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-RELMATCLI
           END-STRING.
      *
           OPEN OUTPUT REL-MATCLI.
      *
           IF FS-RELMATCLI             NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELMATCLI'         TO WSS-ARQUIVO
              MOVE FS-RELMATCLI        TO WSS-FSTATUS
              MOVE 13                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE WSS-ANOMES-NUM         TO CMC-ANOMES.
           MOVE WSS-DIAS-JANELA        TO CMC-JANELA.
           WRITE REG-RELMATCLI         FROM CAB-MATCLI.
           WRITE REG-RELMATCLI         FROM CAB-MATCLI-COL.
      *
           MOVE LOW-VALUES             TO ENT-CHAVE-FDT.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-ENTMAT            KEY IS NOT LESS ENT-CHAVE-FDT
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S'
              READ ARQ-ENTMAT          NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF ENT-DATA-FDT     NOT LESS WSS-MES-INI-AMD
                      AND ENT-DATA-FDT NOT GREATER WSS-MES-FIM-AMD
                      PERFORM RT-ACUMULAR-ENTREGA
                                       THRU RT-ACUMULAR-ENTREGAX
                   END-IF
              END-READ
           END-PERFORM.
      *
           IF WSS-CLI-ATUAL            GREATER ZEROS
              PERFORM RT-FECHAR-CLIENTE
                                       THRU RT-FECHAR-CLIENTEX
           END-IF.
      *
           WRITE REG-RELMATCLI         FROM CAB-MATCLI-SEG.
      *
           PERFORM VARYING WSS-IDX-SEG FROM 1 BY 1
                   UNTIL   WSS-IDX-SEG GREATER 1000
              IF WSS-SEG-QTD-CLI (WSS-IDX-SEG)
                                       GREATER ZEROS
                 PERFORM RT-LINHA-SEGMENTO
                                       THRU RT-LINHA-SEGMENTOX
              END-IF
           END-PERFORM.
      *
           MOVE WSS-QTD-LINHAS         TO RMC-QTD.
           WRITE REG-RELMATCLI         FROM RDP-MATCLI.
      *
           CLOSE REL-MATCLI.
      *
           MOVE WSS-ARQ-RELMATCLI      TO LKS-ARQ-REL
                                          WSS-CAT-ARQUIVO.
           MOVE SPACES                 TO WSS-CAT-FILTROS.
           STRING 'MATERIAL X PEDIDOS ' WSS-ANOMES-NUM
              DELIMITED BY SIZE        INTO WSS-CAT-FILTROS
           END-STRING.
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'MATERIAL X PEDIDOS GERADO MES ' WSS-ANOMES-NUM
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'Material x pedidos ' WSS-ANOMES-NUM ' clientes: '
                  WSS-QTD-LINHAS
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
       RT-REL-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ACUMULAR-ENTREGA             SECTION.
      *  ---> ENTMAT vem em ordem de cliente e data: a troca de
      *       cliente fecha a linha do anterior
      *----------------------------------------------------------------*
      *
           IF ENT-CCLIENTE-FDT         NOT EQUAL WSS-CLI-ATUAL
              IF WSS-CLI-ATUAL         GREATER ZEROS
                 PERFORM RT-FECHAR-CLIENTE
                                       THRU RT-FECHAR-CLIENTEX
              END-IF
              MOVE ENT-CCLIENTE-FDT    TO WSS-CLI-ATUAL
              MOVE ENT-DATA-FDT        TO WSS-CLI-PRIMEIRA
              MOVE ZEROS               TO WSS-CLI-QTD
                                          WSS-CLI-CUSTO
           END-IF.
      *
           MOVE ENT-CVENDEDOR-FDT      TO WSS-CLI-VENDEDOR.
           ADD ENT-QTD-FDT             TO WSS-CLI-QTD.
      *
           MOVE ENT-CMATERIAL-FDT      TO MAT-CODIGO-FDM.
           READ ARQ-MATERIAL           KEY IS MAT-CODIGO-FDM
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    COMPUTE WSS-CLI-CUSTO =
                            WSS-CLI-CUSTO + ENT-QTD-FDT * MAT-CUSTO-FDM
           END-READ.
      *
       RT-ACUMULAR-ENTREGAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR-CLIENTE               SECTION.
      *  ---> Pedidos do cliente da primeira entrega do mes ate o fim
      *       da janela, linha do cliente e totais do segmento
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-CLI-QTD-PED
                                          WSS-CLI-VLR-PED
                                          WSS-CLI-SEGMENTO.
           MOVE SPACES                 TO DMC-RSOCIAL
                                          DMC-DESC-SEG.
      *
           MOVE WSS-CLI-ATUAL          TO CODIGO-FDC.
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE RSOCIAL-FDC   TO DMC-RSOCIAL
                    MOVE SEGMENTO-FDC  TO WSS-CLI-SEGMENTO
           END-READ.
      *
           IF SEGMENTO-ABERTO
              MOVE WSS-CLI-SEGMENTO    TO SEG-CODIGO-FDG
              READ ARQ-SEGMENTO        KEY IS SEG-CODIGO-FDG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEG-DESCRICAO-FDG
                                       TO DMC-DESC-SEG
              END-READ
           END-IF.
      *
           COMPUTE WSS-CLI-LIMITE       =
                   FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WSS-CLI-PRIMEIRA)
                 + WSS-DIAS-JANELA).
      *
           IF PEDIDOS-ABERTO
              PERFORM RT-PEDIDOS-APOS  THRU RT-PEDIDOS-APOSX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-RETORNO-MAT.
           IF WSS-CLI-CUSTO            GREATER ZEROS
              COMPUTE WSS-RETORNO-MAT ROUNDED =
                      WSS-CLI-VLR-PED / WSS-CLI-CUSTO
                 ON SIZE ERROR
                      MOVE 99999,99    TO WSS-RETORNO-MAT
              END-COMPUTE
           END-IF.
      *
           MOVE WSS-CLI-SEGMENTO       TO DMC-SEGMENTO.
           MOVE WSS-CLI-ATUAL          TO DMC-CLIENTE.
           MOVE WSS-CLI-VENDEDOR       TO DMC-VENDEDOR.
           MOVE WSS-CLI-PRIMEIRA       TO DMC-PRIMEIRA.
           MOVE WSS-CLI-QTD            TO DMC-ITENS.
           MOVE WSS-CLI-CUSTO          TO DMC-CUSTO.
           MOVE WSS-CLI-QTD-PED        TO DMC-QTD-PED.
           MOVE WSS-CLI-VLR-PED        TO DMC-VLR-PED.
           MOVE WSS-RETORNO-MAT        TO DMC-RETORNO.
      *
           WRITE REG-RELMATCLI         FROM DET-MATCLI.
           ADD 1                       TO WSS-QTD-LINHAS.
      *
           COMPUTE WSS-IDX-SEG          = WSS-CLI-SEGMENTO + 1.
           ADD 1                       TO WSS-SEG-QTD-CLI (WSS-IDX-SEG).
           IF WSS-CLI-QTD-PED          GREATER ZEROS
              ADD 1                    TO WSS-SEG-QTD-COMPRA
                                          (WSS-IDX-SEG)
           END-IF.
           ADD WSS-CLI-QTD             TO WSS-SEG-QTD-ITENS
                                          (WSS-IDX-SEG).
           ADD WSS-CLI-CUSTO           TO WSS-SEG-CUSTO (WSS-IDX-SEG).
           ADD WSS-CLI-QTD-PED         TO WSS-SEG-QTD-PED
                                          (WSS-IDX-SEG).
           ADD WSS-CLI-VLR-PED         TO WSS-SEG-VLR-PED
                                          (WSS-IDX-SEG).
      *
       RT-FECHAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PEDIDOS-APOS                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-CLI-ATUAL          TO PED-CCLIENTE-FDP.
           MOVE WSS-CLI-PRIMEIRA       TO PED-DATA-FDP.
           MOVE ZEROS                  TO PED-SEQ-FDP.
           MOVE 'N'                    TO WSS-FIM-ARQ-PED.
      *
           START ARQ-PEDIDOS           KEY IS NOT LESS PED-CHAVE-FDP
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-PED
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-PED
                                       EQUAL 'S'
              READ ARQ-PEDIDOS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-PED
                NOT AT END
                   IF PED-CCLIENTE-FDP NOT EQUAL WSS-CLI-ATUAL
                      OR PED-DATA-FDP  GREATER WSS-CLI-LIMITE
                      MOVE 'S'         TO WSS-FIM-ARQ-PED
                   ELSE
                      IF NOT PEDIDO-CANCELADO-FDP
                         AND NOT PEDIDO-REPROVADO-FDP
                         AND NOT PED-FAT-CANCELADO-FDP
                         ADD 1         TO WSS-CLI-QTD-PED
                         ADD PED-VALOR-FDP
                                       TO WSS-CLI-VLR-PED
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-PEDIDOS-APOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LINHA-SEGMENTO               SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE DMS-SEGMENTO         = WSS-IDX-SEG - 1.
           MOVE SPACES                 TO DMS-DESC-SEG.
      *
           IF SEGMENTO-ABERTO
              COMPUTE SEG-CODIGO-FDG    = WSS-IDX-SEG - 1
              READ ARQ-SEGMENTO        KEY IS SEG-CODIGO-FDG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEG-DESCRICAO-FDG
                                       TO DMS-DESC-SEG
              END-READ
           END-IF.
      *
           MOVE ZEROS                  TO WSS-RETORNO-MAT.
           IF WSS-SEG-CUSTO (WSS-IDX-SEG)
                                       GREATER ZEROS
              COMPUTE WSS-RETORNO-MAT ROUNDED =
                      WSS-SEG-VLR-PED (WSS-IDX-SEG)
                    / WSS-SEG-CUSTO (WSS-IDX-SEG)
                 ON SIZE ERROR
                      MOVE 99999,99    TO WSS-RETORNO-MAT
              END-COMPUTE
           END-IF.
      *
           MOVE WSS-SEG-QTD-CLI (WSS-IDX-SEG)
                                       TO DMS-QTD-CLI.
           MOVE WSS-SEG-QTD-COMPRA (WSS-IDX-SEG)
                                       TO DMS-QTD-COMPRA.
           MOVE WSS-SEG-QTD-ITENS (WSS-IDX-SEG)
                                       TO DMS-ITENS.
           MOVE WSS-SEG-CUSTO (WSS-IDX-SEG)
                                       TO DMS-CUSTO.
           MOVE WSS-SEG-QTD-PED (WSS-IDX-SEG)
                                       TO DMS-QTD-PED.
           MOVE WSS-SEG-VLR-PED (WSS-IDX-SEG)
                                       TO DMS-VLR-PED.
           MOVE WSS-RETORNO-MAT        TO DMS-RETORNO.
      *
           WRITE REG-RELMATCLI         FROM DET-MATCLI-SEG.
      *
       RT-LINHA-SEGMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-CATALOGO           SECTION.
      *  ---> Registra o relatorio recem gerado no catalogo central
      *       (CATREL), para revisualizacao pelo paginador do menu
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
           MOVE 'PT000115'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE WSS-CAT-FILTROS        TO CAT-FILTROS-FDK.
           MOVE WSS-CAT-ARQUIVO        TO CAT-ARQUIVO-FDK.
      *
           WRITE REG-FDK.
      *
           CLOSE ARQ-CATALOGO.
      *
       RT-REGISTRAR-CATALOGOX.
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
           MOVE 'PT000115'             TO WSP-PER-PROGRAMA.
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
           MOVE 4                      TO WSS-LINHA.
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
           MOVE 'PT000115'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000115'             TO WSE-ERR-PROGRAMA.
           MOVE WSS-PONTO-ERRO         TO WSE-ERR-PONTO.
           MOVE WSS-ARQUIVO            TO WSE-ERR-ARQUIVO.
           MOVE WSS-FSTATUS            TO WSE-ERR-FSTATUS.
           MOVE SPACES                 TO WSE-ERR-CHAVE.
           MOVE WSS-DESCRICAO          TO WSE-ERR-DESCRICAO.
           CALL WSPRV901               USING WSE-ERR-PARM.
      *
           IF NOT MODO-BATCH
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
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
           CLOSE ARQ-MATERIAL
                 ARQ-ESTMAT
                 ARQ-REMMAT
                 ARQ-ENTMAT
                 ARQ-VENDEDOR
                 ARQ-CLIENTES
                 ARQ-AUDITORIA.
      *
           IF DISTRIB-ABERTO
              CLOSE ARQ-DISTRIBUIR
           END-IF.
      *
           IF PEDIDOS-ABERTO
              CLOSE ARQ-PEDIDOS
           END-IF.
      *
           IF SEGMENTO-ABERTO
              CLOSE ARQ-SEGMENTO
           END-IF.
      *
           MOVE 'F'                    TO WSP-PER-FUNCAO.
           CALL WPT00913               USING WSP-PER-PARM.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
