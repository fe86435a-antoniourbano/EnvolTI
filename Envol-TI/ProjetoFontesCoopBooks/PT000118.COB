      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000118.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000118 ---> REBATE POR VOLUME TRIMESTRAL DE *
      *     *            CLIENTES E GRUPOS ECONOMICOS                  *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : CADASTRO DA TABELA DE REBATE (ARQUIVO REBATE: *
      *     *            TITULAR CLIENTE OU GRUPO ECONOMICO, VIGENCIA  *
      *     *            E ATE TRES FAIXAS DE VOLUME COM PERCENTUAL).  *
      *     *            O VOLUME DO TRIMESTRE E O FATURADO (PEDIDOS   *
      *     *            FATURADOS PELO ERP, PELA DATA DE FATURAMENTO) *
      *     *            MENOS AS DEVOLUCOES (PELA DATA DA DEVOLUCAO). *
      *     *            CLIENTE COM TABELA PROPRIA APURA SOZINHO E NAO*
      *     *            ENTRA NO VOLUME DO SEU GRUPO. VALE A TABELA   *
      *     *            ATIVA VIGENTE NO FIM DO PERIODO (HAVENDO MAIS *
      *     *            DE UMA, A DE INICIO MAIS RECENTE).            *
      *     *            PROVISAO MENSAL: ACUMULADO DO TRIMESTRE ATE O *
      *     *            MES, GRAVADO NO REBAPUR ('P') E LISTADO EM    *
      *     *            REL-REBATE-AAAAMM.CSV. LIQUIDACAO DO          *
      *     *            TRIMESTRE ENCERRADO: FECHA O REBAPUR ('L') E  *
      *     *            GERA A NOTA DE CREDITO PARA O ERP EM          *
      *     *            REBATE-AAAAT.ERP (H/D/T, TRAILER COM          *
      *     *            QUANTIDADE, VALOR E HASH DOS CLIENTES),       *
      *     *            REGISTRADA NO MANIFESTO DO GATEWAY, MAIS O    *
      *     *            RESUMO REL-REBLIQ-AAAAT.CSV. O CREDITO DO     *
      *     *            GRUPO VAI PARA A LOJA PRINCIPAL. EM LOTE ('B')*
      *     *            PROVISIONA O MES ANTERIOR AO DA DATA DE       *
      *     *            PROCESSAMENTO E, EM FIM DE TRIMESTRE, LIQUIDA.*
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    15.10.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            FIM DO MES E DO TRIMESTRE PELO ULTIMO DIA     *
      *     *            REAL DO MES (30, 28/29 E 31 DIAS).            *
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
      *  ---> Tabela de rebate por volume
           COPY 'SEL-REBATE.CPY'       REPLACING ==::== BY ==-FDB==.
      *
      *  ---> Apuracao do rebate por titular e trimestre
           COPY 'SEL-REBAPUR.CPY'      REPLACING ==::== BY ==-FDR==.
      *
      *  ---> Clientes (titular 'C' e membros do grupo)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Grupos economicos (titular 'G')
           COPY 'SEL-GRUPO.CPY'        REPLACING ==::== BY ==-FDG==.
      *
      *  ---> Pedidos (valor faturado no trimestre)
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Devolucoes (valor devolvido no trimestre)
           COPY 'SEL-DEVOLUCAO.CPY'    REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Nota de credito do rebate para o ERP (largura fixa)
           SELECT  ARQ-CREDITO         ASSIGN TO WSS-ARQ-CREDITO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-CREDITO.
      *
      *  ---> Relatorio de provisao / liquidacao do rebate
           SELECT  REL-REBATE          ASSIGN TO WSS-ARQ-RELREB
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RELREB.
      *
      *  ---> Manifesto do gateway de transmissao
           COPY 'SEL-GTWMANIF.CPY'.
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
       FD  ARQ-REBATE                  VALUE OF FILE-ID IS 'REBATE'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDB.
       COPY 'FD-REBATE.CPY'            REPLACING ==::== BY ==-FDB==.
      *
       FD  ARQ-REBAPUR                 VALUE OF FILE-ID IS 'REBAPUR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-REBAPUR.CPY'           REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-GRUPO                   VALUE OF FILE-ID IS 'GRUPO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDG.
       COPY 'FD-GRUPO.CPY'             REPLACING ==::== BY ==-FDG==.
      *
       FD  ARQ-PEDIDOS                 VALUE OF FILE-ID IS 'PEDIDOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PEDIDOS.CPY'           REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-DEVOLUCAO               VALUE OF FILE-ID IS 'DEVOLUCAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DEVOLUCAO.CPY'         REPLACING ==::== BY ==-FDD==.
      *
       FD  ARQ-CREDITO
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-CREDITO                 PIC  X(080).
      *
       FD  REL-REBATE.
       01  REG-RELREB                  PIC  X(200).
      *
       FD  ARQ-GTWMANIF
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-GTWMANIF.CPY'          REPLACING ==::== BY ==-FDW==.
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
       77  WSS-FIM-ARQ-REB             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-RBA             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-PED             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-DEV             PIC  X(001)         VALUE 'N'.
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
           03  WSS-TITULAR-OK          PIC  X(001)         VALUE 'N'.
           03  WSS-NOME-TITULAR        PIC  X(040)         VALUE SPACES.
           03  WSS-CLI-CREDITO         PIC  9(007)         VALUE ZEROS.
      *
      *  ---> Datas da tela em DDMMAAAA, convertidas para AAAAMMDD
           03  WSS-T-INICIO            PIC  X(008)         VALUE SPACES.
           03  WSS-T-FIM               PIC  X(008)         VALUE SPACES.
           03  WSS-T-DATA              PIC  X(008)         VALUE SPACES.
           03  WSS-DATA-AMD            PIC  9(008)         VALUE ZEROS.
      *
      *  ---> Consulta por titular
           03  WSS-BUSCA-TITULAR.
               05  WSS-BUSCA-TIPO      PIC  X(001)         VALUE SPACES.
               05  WSS-BUSCA-CODIGO    PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-LISTADOS        PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - PERIODO DA APURACAO. PROVISAO ('P'): DO INICIO
      *    DO TRIMESTRE ATE O FIM DO MES; LIQUIDACAO ('L'): O
      *    TRIMESTRE INTEIRO, JA ENCERRADO
      *----------------------------------------------------------------*
           03  WSS-MODO-APUR           PIC  X(001)         VALUE SPACES.
               88  APURAR-PROVISAO                 VALUE 'P'.
               88  APURAR-LIQUIDACAO               VALUE 'L'.
           03  WSS-T-ANOMES            PIC  X(006)         VALUE SPACES.
           03  WSS-ANOMES-NUM          PIC  9(006)         VALUE ZEROS.
           03  WSS-ANOMES-R            REDEFINES WSS-ANOMES-NUM.
               05  WSS-ANOMES-ANO      PIC  9(004).
               05  WSS-ANOMES-MES      PIC  9(002).
           03  WSS-T-TRIMESTRE         PIC  X(005)         VALUE SPACES.
           03  WSS-TRIMESTRE           PIC  9(005)         VALUE ZEROS.
           03  WSS-TRIMESTRE-R         REDEFINES WSS-TRIMESTRE.
               05  WSS-TRI-ANO         PIC  9(004).
               05  WSS-TRI-NUM         PIC  9(001).
           03  WSS-TRI-INI-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-PER-FIM-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-FIM-ANOMES          PIC  9(006)         VALUE ZEROS.
           03  WSS-FIM-ANOMES-R        REDEFINES WSS-FIM-ANOMES.
               05  WSS-FIM-ANO         PIC  9(004).
               05  WSS-FIM-MES         PIC  9(002).
           03  WSS-PROX-MES-AMD        PIC  9(008)         VALUE ZEROS.
           03  WSS-ARQ-RELREB          PIC  X(030)         VALUE SPACES.
           03  WSS-ARQ-CREDITO         PIC  X(030)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CALCULO DO REBATE DO TITULAR
      *----------------------------------------------------------------*
           03  WSS-CLI-FATURADO        PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-CLI-DEVOLVIDO       PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-BASE                PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-FAIXA               PIC  9(001)         VALUE ZEROS.
           03  WSS-PERCENTUAL          PIC  9(002)V9(002)  VALUE ZEROS.
           03  WSS-MIN-ATINGIDO        PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-VALOR               PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-SIT-LINHA           PIC  X(012)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - TOTAIS DE CONTROLE
      *----------------------------------------------------------------*
           03  WSS-QTD-LINHAS          PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-IGNORADOS       PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-JA-LIQUIDADOS   PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-CREDITOS        PIC  9(007)         VALUE ZEROS.
           03  WSS-VALOR-TOTAL         PIC  9(013)V9(002)  VALUE ZEROS.
           03  WSS-HASH-TOTAL          PIC  9(015)         VALUE ZEROS.
      *
      *  ---> CLIENTES, GRUPO, PEDIDOS e DEVOLUCAO sao opcionais: sem
      *       CLIENTES ou GRUPO nao ha inclusao do titular
      *       correspondente; sem PEDIDOS a apuracao nao e feita;
      *       sem DEVOLUCAO o volume sai sem as devolucoes
           03  WSS-CLIENTES-ABERTO     PIC  X(001)         VALUE 'N'.
               88  CLIENTES-ABERTO     VALUE 'S'.
           03  WSS-GRUPO-ABERTO        PIC  X(001)         VALUE 'N'.
               88  GRUPO-ABERTO        VALUE 'S'.
           03  WSS-PEDIDOS-ABERTO      PIC  X(001)         VALUE 'N'.
               88  PEDIDOS-ABERTO      VALUE 'S'.
           03  WSS-DEVOLUCAO-ABERTO    PIC  X(001)         VALUE 'N'.
               88  DEVOLUCAO-ABERTO    VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-REBATE               PIC  X(002)         VALUE SPACES.
           03  FS-REBAPUR              PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-GRUPO                PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-DEVOLUCAO            PIC  X(002)         VALUE SPACES.
           03  FS-CREDITO              PIC  X(002)         VALUE SPACES.
           03  FS-RELREB               PIC  X(002)         VALUE SPACES.
           03  FS-GTWMANIF             PIC  X(002)         VALUE SPACES.
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
      *    AREA DO ARQUIVO REBATE NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-REBATE.CPY'            REPLACING ==::== BY ==-WSB==.
      *
      *----------------------------------------------------------------*
      *    TABELA - TITULARES COM REBATE VIGENTE NO FIM DO PERIODO
      *----------------------------------------------------------------*
       01  WSS-TAB-REBATE.
           03  WSS-QTD-REB             PIC  9(005) COMP-3  VALUE ZEROS.
           03  WSS-REB-OCR             OCCURS 1000 TIMES.
               05  WSS-REB-TIPO        PIC  X(001).
               05  WSS-REB-CODIGO      PIC  9(007).
               05  WSS-REB-NOME        PIC  X(040).
               05  WSS-REB-INICIO      PIC  9(008).
               05  WSS-REB-CLI-CREDITO PIC  9(007).
               05  WSS-REB-FAIXA       OCCURS 3 TIMES.
                   07  WSS-REB-MIN     PIC  9(011)V9(002).
                   07  WSS-REB-PCT     PIC  9(002)V9(002).
               05  WSS-REB-FATURADO    PIC  9(011)V9(002).
               05  WSS-REB-DEVOLVIDO   PIC  9(011)V9(002).
      *
       77  WSS-IDX-REB                 PIC  9(005) COMP-3  VALUE ZEROS.
       77  WSS-IDX-ACHOU               PIC  9(005) COMP-3  VALUE ZEROS.
       77  WSS-IDX-FX                  PIC  9(001)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LINHAS DA CONSULTA EM TELA
      *----------------------------------------------------------------*
       01  WSS-LINHA-CON.
           03  CON-INICIO              PIC  9999/99/99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-FIM                 PIC  9999/99/99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-SITUACAO            PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-FAIXA               OCCURS 3 TIMES.
               05  CON-MIN             PIC  ZZZZZZZZ9      VALUE ZEROS.
               05  FILLER              PIC  X(001)         VALUE '/'.
               05  CON-PCT             PIC  Z9,99          VALUE ZEROS.
               05  FILLER              PIC  X(002)         VALUE '% '.
      *
       01  WSS-LINHA-POS.
           03  FILLER                  PIC  X(004)         VALUE 'TRI '.
           03  POS-TRIMESTRE           PIC  9(005)         VALUE ZEROS.
           03  FILLER                  PIC  X(006)         VALUE
               ' BASE '.
           03  POS-BASE                PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE ' F'.
           03  POS-FAIXA               PIC  9(001)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  POS-PCT                 PIC  Z9,99          VALUE ZEROS.
           03  FILLER                  PIC  X(010)         VALUE
               '% CREDITO '.
           03  POS-VALOR               PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  POS-SITUACAO            PIC  X(012)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO DE PROVISAO / LIQUIDACAO (CSV ';')
      *----------------------------------------------------------------*
       01  CAB-REBATE.
           03  CRB-TITULO              PIC  X(040)         VALUE SPACES.
           03  CRB-PERIODO             PIC  9(006)         VALUE ZEROS.
           03  FILLER                  PIC  X(013)         VALUE
               ' - TRIMESTRE '.
           03  CRB-TRIMESTRE           PIC  9(005)         VALUE ZEROS.
      *
       01  CAB-REBATE-COL.
           03  FILLER                  PIC  X(048)         VALUE
               'TIPO;TITULAR;NOME;VIGENCIA;FATURADO;DEVOLVIDO;'.
           03  FILLER                  PIC  X(040)         VALUE
               'BASE;FAIXA;PERCENTUAL;CREDITO;SITUACAO'.
      *
       01  DET-REBATE.
           03  DRB-TIPO                PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DRB-CODIGO              PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DRB-NOME                PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DRB-INICIO              PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DRB-FATURADO            PIC  ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DRB-DEVOLVIDO           PIC  ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DRB-BASE                PIC  ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DRB-FAIXA               PIC  9(001)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DRB-PERCENTUAL          PIC  Z9,99          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DRB-VALOR               PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DRB-SITUACAO            PIC  X(012)         VALUE SPACES.
      *
       01  RDP-REBATE.
           03  FILLER                  PIC  X(011)         VALUE
               'TITULARES: '.
           03  RRB-QTD                 PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(017)         VALUE
               ' - TOTAL CREDITO '.
           03  RRB-VALOR               PIC  ZZZZZZZZZZZZ9,99
                                                           VALUE ZEROS.
           03  FILLER                  PIC  X(035)         VALUE
               ' - FORA DA TABELA (ACIMA DE 1000): '.
           03  RRB-IGNORADOS           PIC  ZZZZ9          VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DA NOTA DE CREDITO PARA O ERP (LARGURA FIXA H/D/T)
      *----------------------------------------------------------------*
      *  ---> HEADER
       01  CAB-CREDITO.
           03  TIPO-REG-CAB            PIC  X(001)         VALUE 'H'.
           03  DATA-GERACAO-CAB        PIC  9(008)         VALUE ZEROS.
           03  ORIGEM-CAB              PIC  X(020)         VALUE
                                                            'REBATE'.
           03  TRIMESTRE-CAB           PIC  9(005)         VALUE ZEROS.
           03  FILLER                  PIC  X(046)         VALUE SPACES.
      *
      *  ---> DETALHE (UMA NOTA DE CREDITO POR TITULAR)
       01  DET-CREDITO.
           03  TIPO-REG-DET            PIC  X(001)         VALUE 'D'.
           03  SEQUENCIA-DET           PIC  9(007)         VALUE ZEROS.
           03  TIPO-TITULAR-DET        PIC  X(001)         VALUE SPACES.
           03  CODIGO-TITULAR-DET      PIC  9(007)         VALUE ZEROS.
           03  CCLIENTE-DET            PIC  9(007)         VALUE ZEROS.
           03  TRIMESTRE-DET           PIC  9(005)         VALUE ZEROS.
           03  BASE-DET                PIC  9(011)V9(002)  VALUE ZEROS.
           03  PERCENTUAL-DET          PIC  9(002)V9(002)  VALUE ZEROS.
           03  VALOR-DET               PIC  9(009)V9(002)  VALUE ZEROS.
           03  FILLER                  PIC  X(024)         VALUE SPACES.
      *
      *  ---> TRAILER (QUANTIDADE, VALOR TOTAL E HASH DOS CLIENTES)
       01  TRL-CREDITO.
           03  TIPO-REG-TRL            PIC  X(001)         VALUE 'T'.
           03  QTDE-REG-TRL            PIC  9(007)         VALUE ZEROS.
           03  VALOR-TOTAL-TRL         PIC  9(013)V9(002)  VALUE ZEROS.
           03  HASH-TOTAL-TRL          PIC  9(015)         VALUE ZEROS.
           03  FILLER                  PIC  X(042)         VALUE SPACES.
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
       01  TELA-MANUTENCAO.
           03 F LINE 05 COL 20   VALUE
               ' ..... REBATE POR VOLUME ..... '               BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Tabela de Rebate  ".
           03 F LINE 09 COL 28   VALUE " 2 - Excluir Tabela    ".
           03 F LINE 10 COL 28   VALUE " 3 - Consulta Titular  ".
           03 F LINE 11 COL 28   VALUE " 4 - Provisao Mensal   ".
           03 F LINE 12 COL 28   VALUE " 5 - Liquidar Trimestre".
           03 F LINE 14 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 16 COL 28   VALUE " Opcao:[ ]             ".
      *
       01  TELA-LABEL-REBATE.
           03 F LINE 07 COL 10   VALUE " Titular (C/G).......: ".
           03 F LINE 08 COL 10   VALUE " Codigo do titular...: ".
           03 F LINE 10 COL 10   VALUE " Inicio (DDMMAAAA)...: ".
           03 F LINE 11 COL 10   VALUE " Fim (DDMMAAAA)......: ".
           03 F LINE 13 COL 10   VALUE " Faixa 1 - volume/%..: ".
           03 F LINE 14 COL 10   VALUE " Faixa 2 - volume/%..: ".
           03 F LINE 15 COL 10   VALUE " Faixa 3 - volume/%..: ".
           03 F LINE 17 COL 10   VALUE " Situacao (A/S)......: ".
      *
       01  TELA-DADOS-REBATE-T.
           03 T1B  LINE 07 COL 34 PIC X(001)  USING REB-TIPO-WSB.
           03 T2B  LINE 08 COL 34 PIC ZZZZZZ9 USING REB-CODIGO-WSB.
           03 T3B  LINE 10 COL 34 PIC X(008)  USING WSS-T-INICIO.
           03 T4B  LINE 11 COL 34 PIC X(008)  USING WSS-T-FIM.
           03 T5B  LINE 13 COL 34 PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                  USING REB-VOLUME-MIN-WSB (1).
           03 T6B  LINE 13 COL 54 PIC Z9,99
                                  USING REB-PERCENTUAL-WSB (1).
           03 T7B  LINE 14 COL 34 PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                  USING REB-VOLUME-MIN-WSB (2).
           03 T8B  LINE 14 COL 54 PIC Z9,99
                                  USING REB-PERCENTUAL-WSB (2).
           03 T9B  LINE 15 COL 34 PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                  USING REB-VOLUME-MIN-WSB (3).
           03 T10B LINE 15 COL 54 PIC Z9,99
                                  USING REB-PERCENTUAL-WSB (3).
           03 T11B LINE 17 COL 34 PIC X(001)  USING REB-SITUACAO-WSB.
      *
       01  TELA-PERIODO.
           03 F LINE 05 COL 20   VALUE
               ' ..... APURACAO DO REBATE ..... '              BLINK.
           03 F LINE 08 COL 20   VALUE
               " Mes da provisao (AAAAMM, branco sai)....: ".
      *
       01  TELA-PERIODO-T.
           03 T1P LINE 08 COL 64 PIC X(006)      TO WSS-T-ANOMES.
      *
       01  TELA-TRIMESTRE.
           03 F LINE 05 COL 20   VALUE
               ' ..... LIQUIDACAO DO REBATE ..... '            BLINK.
           03 F LINE 08 COL 20   VALUE
               " Trimestre (AAAAT, T de 1 a 4, branco sai): ".
      *
       01  TELA-TRIMESTRE-T.
           03 T1T LINE 08 COL 65 PIC X(005)      TO WSS-T-TRIMESTRE.
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
              PERFORM RT-LOTE          THRU RT-LOTEX
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
                      REG-WSB
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           MOVE LKS-PARAM              TO WSS-PARAM.
           MOVE '00'                   TO LKS-RETORNO.
           MOVE SPACES                 TO LKS-ARQ-REL.
      *
           MOVE 'N'                    TO WSS-CLIENTES-ABERTO
                                          WSS-GRUPO-ABERTO
                                          WSS-PEDIDOS-ABERTO
                                          WSS-DEVOLUCAO-ABERTO.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           OPEN I-O ARQ-REBATE.
      *
           EVALUATE FS-REBATE
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-REBATE
                    OPEN OUTPUT ARQ-REBATE
                    CLOSE ARQ-REBATE
                    OPEN I-O ARQ-REBATE
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'REBATE'      TO WSS-ARQUIVO
                    MOVE FS-REBATE     TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-REBAPUR.
      *
           EVALUATE FS-REBAPUR
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-REBAPUR
                    OPEN OUTPUT ARQ-REBAPUR
                    CLOSE ARQ-REBAPUR
                    OPEN I-O ARQ-REBAPUR
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'REBAPUR'     TO WSS-ARQUIVO
                    MOVE FS-REBAPUR    TO WSS-FSTATUS
                    MOVE 2             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'AUDITORIA'         TO WSS-ARQUIVO
              MOVE FS-AUDITORIA        TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN INPUT ARQ-CLIENTES.
           IF FS-CLIENTES              EQUAL '00'
              MOVE 'S'                 TO WSS-CLIENTES-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-GRUPO.
           IF FS-GRUPO                 EQUAL '00'
              MOVE 'S'                 TO WSS-GRUPO-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-PEDIDOS.
           IF FS-PEDIDOS               EQUAL '00'
              MOVE 'S'                 TO WSS-PEDIDOS-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-DEVOLUCAO.
           IF FS-DEVOLUCAO             EQUAL '00'
              MOVE 'S'                 TO WSS-DEVOLUCAO-ABERTO
           END-IF.
      *
       RT-INICIALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EM LOTE: PROVISAO DO MES ANTERIOR AO DA DATA DE
      *    PROCESSAMENTO; SENDO ELE O ULTIMO MES DO TRIMESTRE, LIQUIDA
      *    O TRIMESTRE EM SEGUIDA
      *----------------------------------------------------------------*
       RT-LOTE                         SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-OBTER-MES        THRU RT-OBTER-MESX.
      *
           IF WSS-ANOMES-NUM           EQUAL ZEROS
              GO                       TO RT-LOTEX
           END-IF.
      *
           MOVE 'P'                    TO WSS-MODO-APUR.
           PERFORM RT-APURAR-PERIODO   THRU RT-APURAR-PERIODOX.
      *
           IF WSS-ANOMES-MES           EQUAL 3 OR 6 OR 9 OR 12
              AND LKS-RETORNO          EQUAL '00'
              COMPUTE WSS-TRIMESTRE     = WSS-ANOMES-ANO * 10
                                        + WSS-ANOMES-MES / 3
              PERFORM RT-LIMITES-TRIMESTRE
                                       THRU RT-LIMITES-TRIMESTREX
              MOVE 'L'                 TO WSS-MODO-APUR
              PERFORM RT-APURAR-PERIODO
                                       THRU RT-APURAR-PERIODOX
           END-IF.
      *
       RT-LOTEX.
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
               WHEN 5
                    IF LKS-SO-CONSULTA
                       MOVE "Acesso somente para consulta."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    ELSE
                       EVALUATE WSS-FUN
                           WHEN 1
                                PERFORM RT-REBATE
                                       THRU RT-REBATEX
                           WHEN 2
                                PERFORM RT-EXCLUIR-REBATE
                                       THRU RT-EXCLUIR-REBATEX
                           WHEN 5
                                PERFORM RT-OBTER-TRIMESTRE
                                       THRU RT-OBTER-TRIMESTREX
                                IF WSS-TRIMESTRE
                                       GREATER ZEROS
                                   MOVE 'L'
                                       TO WSS-MODO-APUR
                                   PERFORM RT-APURAR-PERIODO
                                       THRU RT-APURAR-PERIODOX
                                END-IF
                       END-EVALUATE
                    END-IF
               WHEN 3
                    PERFORM RT-CONSULTA
                                       THRU RT-CONSULTAX
               WHEN 4
                    PERFORM RT-OBTER-MES
                                       THRU RT-OBTER-MESX
                    IF WSS-ANOMES-NUM  GREATER ZEROS
                       MOVE 'P'        TO WSS-MODO-APUR
                       PERFORM RT-APURAR-PERIODO
                                       THRU RT-APURAR-PERIODOX
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
      *    INCLUSAO/ALTERACAO DE TABELA DE REBATE (TITULAR + INICIO)
      *----------------------------------------------------------------*
       RT-REBATE                       SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSB
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
           MOVE SPACES                 TO WSS-T-INICIO
                                          WSS-T-FIM.
           MOVE 'C'                    TO REB-TIPO-WSB.
      *
           DISPLAY TELA-LABEL-REBATE
                   TELA-DADOS-REBATE-T.
      *
           MOVE "Titular: C-cliente ou G-grupo economico."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1B.
           INSPECT REB-TIPO-WSB        CONVERTING 'cg' TO 'CG'.
      *
           MOVE "Informe o codigo do cliente ou do grupo (zeros sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2B.
      *
           IF REB-CODIGO-WSB           EQUAL ZEROS
              GO                       TO RT-REBATEX
           END-IF.
      *
           PERFORM RT-LER-TITULAR      THRU RT-LER-TITULARX.
      *
           IF WSS-TITULAR-OK           NOT EQUAL 'S'
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REBATEX
           END-IF.
      *
           DISPLAY WSS-NOME-TITULAR    LINE 09 COL 34.
      *
           MOVE "Informe o inicio da vigencia (DDMMAAAA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3B.
      *
           MOVE WSS-T-INICIO           TO WSS-T-DATA.
           PERFORM RT-VALIDAR-DATA     THRU RT-VALIDAR-DATAX.
      *
           IF WSS-DATA-AMD             EQUAL ZEROS
              MOVE "Data de inicio invalida - nao gravado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REBATEX
           END-IF.
      *
           MOVE WSS-DATA-AMD           TO REB-DT-INICIO-WSB.
           MOVE REB-CHAVE-WSB          TO REB-CHAVE-FDB.
      *
           READ ARQ-REBATE             KEY IS REB-CHAVE-FDB
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-REBATE                EQUAL '00'
              MOVE 'N'                 TO WSS-NOVO
              MOVE REG-FDB             TO REG-WSB
              MOVE REB-DT-FIM-WSB(7:2) TO WSS-T-FIM(1:2)
              MOVE REB-DT-FIM-WSB(5:2) TO WSS-T-FIM(3:2)
              MOVE REB-DT-FIM-WSB(1:4) TO WSS-T-FIM(5:4)
           ELSE
              MOVE 'S'                 TO WSS-NOVO
              MOVE 'A'                 TO REB-SITUACAO-WSB
           END-IF.
      *
           DISPLAY TELA-DADOS-REBATE-T.
      *
           MOVE "Informe o fim da vigencia (DDMMAAAA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4B.
      *
           MOVE "Faixas: volume minimo do trimestre e percentual."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T5B.
           ACCEPT T6B.
           ACCEPT T7B.
           ACCEPT T8B.
           ACCEPT T9B.
           ACCEPT T10B.
      *
           MOVE "Situacao da tabela (A-ativa, S-suspensa)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T11B.
           INSPECT REB-SITUACAO-WSB    CONVERTING 'as' TO 'AS'.
      *
           MOVE WSS-T-FIM              TO WSS-T-DATA.
           PERFORM RT-VALIDAR-DATA     THRU RT-VALIDAR-DATAX.
           MOVE WSS-DATA-AMD           TO REB-DT-FIM-WSB.
      *
           EVALUATE TRUE
               WHEN REB-DT-FIM-WSB     EQUAL ZEROS
                    MOVE "Data de fim invalida - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN REB-DT-FIM-WSB     NOT GREATER REB-DT-INICIO-WSB
                    MOVE "Fim deve ser posterior ao inicio - nao gravad
      -                  "o."          TO WSS-MENSAGEM
               WHEN REB-VOLUME-MIN-WSB (1)
                                       EQUAL ZEROS
                 OR REB-PERCENTUAL-WSB (1)
                                       EQUAL ZEROS
                    MOVE "Faixa 1 (volume e percentual) e obrigatoria."
                                       TO WSS-MENSAGEM
               WHEN REB-VOLUME-MIN-WSB (2)
                                       GREATER ZEROS
                AND REB-VOLUME-MIN-WSB (2)
                                       NOT GREATER
                    REB-VOLUME-MIN-WSB (1)
                    MOVE "Faixa 2 deve ter volume maior que a faixa 1."
                                       TO WSS-MENSAGEM
               WHEN REB-VOLUME-MIN-WSB (3)
                                       GREATER ZEROS
                AND REB-VOLUME-MIN-WSB (3)
                                       NOT GREATER
                    REB-VOLUME-MIN-WSB (2)
                    MOVE "Faixa 3 deve ter volume maior que a faixa 2."
                                       TO WSS-MENSAGEM
               WHEN NOT REB-ATIVO-WSB
                    AND NOT REB-SUSPENSO-WSB
                    MOVE "Situacao invalida: A ou S - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN OTHER
                    MOVE SPACES        TO WSS-MENSAGEM
           END-EVALUATE.
      *
           IF WSS-MENSAGEM             NOT EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REBATEX
           END-IF.
      *
           MOVE "Confirma a gravacao da tabela? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 51
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-REBATEX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE LKS-OPERADOR           TO REB-OPERADOR-WSB.
      *
           IF WSS-NOVO                 EQUAL 'S'
              MOVE WSS-HOJE-AMD        TO REB-DT-INCLUSAO-WSB
              MOVE REG-WSB             TO REG-FDB
              WRITE REG-FDB
              MOVE 'TABELA DE REBATE INCLUIDA'
                                       TO WSS-AUD-ACAO
           ELSE
              MOVE REB-CHAVE-WSB       TO REB-CHAVE-FDB
              READ ARQ-REBATE          KEY IS REB-CHAVE-FDB
                   INVALID KEY
                       CONTINUE
              END-READ
              MOVE WSS-HOJE-AMD        TO REB-DT-ALTERACAO-WSB
              MOVE REG-WSB             TO REG-FDB
              REWRITE REG-FDB
              MOVE 'TABELA DE REBATE ALTERADA'
                                       TO WSS-AUD-ACAO
           END-IF.
      *
           IF FS-REBATE                NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'REBATE'            TO WSS-ARQUIVO
              MOVE FS-REBATE           TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Tabela de rebate gravada com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-REBATEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-TITULAR                  SECTION.
      *  ---> Confere o titular de REB-TITULAR-WSB (cliente em
      *       CLIENTES ou grupo em GRUPO) e devolve o nome e o
      *       cliente que recebe o credito; com erro, WSS-TITULAR-OK
      *       'N' e o motivo em WSS-MENSAGEM
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-TITULAR-OK.
           MOVE SPACES                 TO WSS-NOME-TITULAR.
           MOVE ZEROS                  TO WSS-CLI-CREDITO.
      *
           EVALUATE TRUE
               WHEN REB-DE-CLIENTE-WSB
                    IF NOT CLIENTES-ABERTO
                       MOVE "Arquivo CLIENTES indisponivel - nao gravado
      -                     "."        TO WSS-MENSAGEM
                       GO              TO RT-LER-TITULARX
                    END-IF
                    MOVE REB-CODIGO-WSB
                                       TO CODIGO-FDC
                    READ ARQ-CLIENTES  KEY IS CODIGO-FDC
                         INVALID KEY
                             MOVE "Cliente nao cadastrado."
                                       TO WSS-MENSAGEM
                             GO        TO RT-LER-TITULARX
                    END-READ
                    MOVE RSOCIAL-FDC   TO WSS-NOME-TITULAR
                    MOVE CODIGO-FDC    TO WSS-CLI-CREDITO
               WHEN REB-DE-GRUPO-WSB
                    IF NOT GRUPO-ABERTO
                       MOVE "Arquivo GRUPO indisponivel - nao gravado."
                                       TO WSS-MENSAGEM
                       GO              TO RT-LER-TITULARX
                    END-IF
                    IF REB-CODIGO-WSB  GREATER 99999
                       MOVE "Grupo economico nao cadastrado."
                                       TO WSS-MENSAGEM
                       GO              TO RT-LER-TITULARX
                    END-IF
                    MOVE REB-CODIGO-WSB
                                       TO GRP-CODIGO-FDG
                    READ ARQ-GRUPO     KEY IS GRP-CODIGO-FDG
                         INVALID KEY
                             MOVE "Grupo economico nao cadastrado."
                                       TO WSS-MENSAGEM
                             GO        TO RT-LER-TITULARX
                    END-READ
                    MOVE GRP-NOME-FDG  TO WSS-NOME-TITULAR
                    MOVE GRP-CLI-PRINCIPAL-FDG
                                       TO WSS-CLI-CREDITO
               WHEN OTHER
                    MOVE "Titular invalido: C ou G."
                                       TO WSS-MENSAGEM
                    GO                 TO RT-LER-TITULARX
           END-EVALUATE.
      *
           MOVE 'S'                    TO WSS-TITULAR-OK.
      *
       RT-LER-TITULARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VALIDAR-DATA                 SECTION.
      *  ---> Converte a data DDMMAAAA de WSS-T-DATA para AAAAMMDD
      *       em WSS-DATA-AMD; data invalida devolve zeros
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-DATA-AMD.
      *
           IF WSS-T-DATA               NOT NUMERIC
              GO                       TO RT-VALIDAR-DATAX
           END-IF.
      *
           MOVE WSS-T-DATA(5:4)        TO WSS-DATA-AMD(1:4).
           MOVE WSS-T-DATA(3:2)        TO WSS-DATA-AMD(5:2).
           MOVE WSS-T-DATA(1:2)        TO WSS-DATA-AMD(7:2).
      *
           IF FUNCTION TEST-DATE-YYYYMMDD (WSS-DATA-AMD)
                                       NOT EQUAL ZEROS
              MOVE ZEROS               TO WSS-DATA-AMD
           END-IF.
      *
       RT-VALIDAR-DATAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EXCLUSAO DE TABELA DE REBATE
      *----------------------------------------------------------------*
       RT-EXCLUIR-REBATE               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSB
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
           MOVE SPACES                 TO WSS-T-INICIO
                                          WSS-T-FIM.
           MOVE 'C'                    TO REB-TIPO-WSB.
      *
           DISPLAY TELA-LABEL-REBATE
                   TELA-DADOS-REBATE-T.
      *
           MOVE "Informe titular, codigo e inicio da tabela."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1B.
           INSPECT REB-TIPO-WSB        CONVERTING 'cg' TO 'CG'.
           ACCEPT T2B.
           ACCEPT T3B.
      *
           MOVE WSS-T-INICIO           TO WSS-T-DATA.
           PERFORM RT-VALIDAR-DATA     THRU RT-VALIDAR-DATAX.
           MOVE WSS-DATA-AMD           TO REB-DT-INICIO-WSB.
      *
           IF REB-CODIGO-WSB           EQUAL ZEROS
              OR REB-DT-INICIO-WSB     EQUAL ZEROS
              GO                       TO RT-EXCLUIR-REBATEX
           END-IF.
      *
           MOVE REB-CHAVE-WSB          TO REB-CHAVE-FDB.
      *
           READ ARQ-REBATE             KEY IS REB-CHAVE-FDB
                INVALID KEY
                    MOVE "Tabela de rebate nao cadastrada."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    GO                 TO RT-EXCLUIR-REBATEX
           END-READ.
      *
           MOVE REG-FDB                TO REG-WSB.
           MOVE REB-DT-FIM-WSB(7:2)    TO WSS-T-FIM(1:2).
           MOVE REB-DT-FIM-WSB(5:2)    TO WSS-T-FIM(3:2).
           MOVE REB-DT-FIM-WSB(1:4)    TO WSS-T-FIM(5:4).
           DISPLAY TELA-DADOS-REBATE-T.
      *
      *  ---> Tabela ja aplicada deveria ser suspensa ('S'),
      *       preservando o historico das apuracoes
           MOVE "Exclui a tabela? Prefira suspender (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 55
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-EXCLUIR-REBATEX
           END-IF.
      *
           DELETE ARQ-REBATE.
      *
           IF FS-REBATE                NOT EQUAL '00'
              MOVE 'ao excluir '       TO WSS-DESCRICAO
              MOVE 'REBATE'            TO WSS-ARQUIVO
              MOVE FS-REBATE           TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'TABELA DE REBATE EXCLUIDA'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Tabela de rebate excluida."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-EXCLUIR-REBATEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONSULTA DO TITULAR: TABELAS DE REBATE E POSICAO DE CADA
      *    TRIMESTRE APURADO
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE 'C'                    TO WSS-BUSCA-TIPO.
           MOVE ZEROS                  TO WSS-BUSCA-CODIGO
                                          WSS-QTD-LISTADOS.
      *
           MOVE "Titular (C-cliente/G-grupo): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-BUSCA-TIPO       LINE 24 COL 42
                                            WITH PROMPT AUTO-SKIP.
           INSPECT WSS-BUSCA-TIPO      CONVERTING 'cg' TO 'CG'.
      *
           MOVE "Codigo do titular: "  TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-BUSCA-CODIGO     LINE 24 COL 32
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-BUSCA-CODIGO         EQUAL ZEROS
              OR (WSS-BUSCA-TIPO       NOT EQUAL 'C' AND 'G')
              GO                       TO RT-CONSULTAX
           END-IF.
      *
           MOVE 4                      TO WSS-LINHA.
      *
      *  ---> Tabelas do titular
           MOVE WSS-BUSCA-TITULAR      TO REB-TITULAR-FDB.
           MOVE ZEROS                  TO REB-DT-INICIO-FDB.
           MOVE 'N'                    TO WSS-FIM-ARQ-REB.
      *
           START ARQ-REBATE            KEY IS NOT LESS REB-CHAVE-FDB
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-REB
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-REB
                                       EQUAL 'S'
              READ ARQ-REBATE          NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-REB
                NOT AT END
                   IF REB-TITULAR-FDB  NOT EQUAL WSS-BUSCA-TITULAR
                      MOVE 'S'         TO WSS-FIM-ARQ-REB
                   ELSE
                      PERFORM RT-EXIBIR-REBATE
                                       THRU RT-EXIBIR-REBATEX
                   END-IF
              END-READ
           END-PERFORM.
      *
      *  ---> Posicao por trimestre
           MOVE WSS-BUSCA-TITULAR      TO RBA-TITULAR-FDR.
           MOVE ZEROS                  TO RBA-TRIMESTRE-FDR.
           MOVE 'N'                    TO WSS-FIM-ARQ-RBA.
      *
           START ARQ-REBAPUR           KEY IS NOT LESS RBA-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-RBA
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-RBA
                                       EQUAL 'S'
              READ ARQ-REBAPUR         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-RBA
                NOT AT END
                   IF RBA-TITULAR-FDR  NOT EQUAL WSS-BUSCA-TITULAR
                      MOVE 'S'         TO WSS-FIM-ARQ-RBA
                   ELSE
                      PERFORM RT-EXIBIR-POSICAO
                                       THRU RT-EXIBIR-POSICAOX
                   END-IF
              END-READ
           END-PERFORM.
      *
           IF WSS-QTD-LISTADOS         EQUAL ZEROS
              MOVE "Nenhum rebate para o titular."
                                       TO WSS-MENSAGEM
           ELSE
              MOVE "Fim da consulta. Pressione qualquer tecla."
                                       TO WSS-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-CONSULTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXIBIR-REBATE                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE REB-DT-INICIO-FDB      TO CON-INICIO.
           MOVE REB-DT-FIM-FDB         TO CON-FIM.
           MOVE REB-SITUACAO-FDB       TO CON-SITUACAO.
      *
           PERFORM VARYING WSS-IDX-FX  FROM 1 BY 1
                   UNTIL   WSS-IDX-FX  GREATER 3
              MOVE REB-VOLUME-MIN-FDB (WSS-IDX-FX)
                                       TO CON-MIN (WSS-IDX-FX)
              MOVE REB-PERCENTUAL-FDB (WSS-IDX-FX)
                                       TO CON-PCT (WSS-IDX-FX)
           END-PERFORM.
      *
           DISPLAY WSS-LINHA-CON       LINE WSS-LINHA COL 03.
      *
           PERFORM RT-AVANCAR-LINHA    THRU RT-AVANCAR-LINHAX.
      *
       RT-EXIBIR-REBATEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXIBIR-POSICAO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE RBA-TRIMESTRE-FDR      TO POS-TRIMESTRE.
           MOVE RBA-BASE-FDR           TO POS-BASE.
           MOVE RBA-FAIXA-FDR          TO POS-FAIXA.
           MOVE RBA-PERCENTUAL-FDR     TO POS-PCT.
           MOVE RBA-VALOR-FDR          TO POS-VALOR.
      *
           IF RBA-LIQUIDADO-FDR
              MOVE 'LIQUIDADO'         TO POS-SITUACAO
           ELSE
              MOVE 'PROVISIONADO'      TO POS-SITUACAO
           END-IF.
      *
           DISPLAY WSS-LINHA-POS       LINE WSS-LINHA COL 03.
      *
           PERFORM RT-AVANCAR-LINHA    THRU RT-AVANCAR-LINHAX.
      *
       RT-EXIBIR-POSICAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVANCAR-LINHA                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WSS-LINHA
                                          WSS-QTD-LISTADOS.
      *
           IF WSS-LINHA                GREATER 21
              MOVE "ENTER continua."   TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
           END-IF.
      *
       RT-AVANCAR-LINHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    MES DA PROVISAO: EM LOTE, O MES ANTERIOR AO DA DATA DE
      *    PROCESSAMENTO; NA TELA, INFORMADO PELO OPERADOR. DEVOLVE
      *    TAMBEM O TRIMESTRE DO MES E SEUS LIMITES
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
              MOVE "Informe o mes da provisao."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-PERIODO
                      TELA-MENSAGENS
              ACCEPT T1P
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
           COMPUTE WSS-TRIMESTRE        = WSS-ANOMES-ANO * 10
                                        + (WSS-ANOMES-MES - 1) / 3
                                        + 1.
           PERFORM RT-LIMITES-TRIMESTRE
                                       THRU RT-LIMITES-TRIMESTREX.
      *
      *  ---> Provisao vai ate o fim do mes, nao do trimestre
           MOVE WSS-ANOMES-NUM         TO WSS-FIM-ANOMES.
           PERFORM RT-FIM-DO-MES       THRU RT-FIM-DO-MESX.
      *
       RT-OBTER-MESX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    TRIMESTRE A LIQUIDAR, INFORMADO NA TELA; SO TRIMESTRE JA
      *    ENCERRADO NA DATA DE HOJE
      *----------------------------------------------------------------*
       RT-OBTER-TRIMESTRE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-TRIMESTRE.
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
           MOVE SPACES                 TO WSS-T-TRIMESTRE.
           MOVE "Informe o trimestre a liquidar."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-TRIMESTRE
                   TELA-MENSAGENS.
           ACCEPT T1T.
      *
           IF WSS-T-TRIMESTRE          EQUAL SPACES
              GO                       TO RT-OBTER-TRIMESTREX
           END-IF.
      *
           IF WSS-T-TRIMESTRE          NUMERIC
              MOVE WSS-T-TRIMESTRE     TO WSS-TRIMESTRE
           END-IF.
      *
           IF WSS-TRI-NUM              LESS 1
              OR WSS-TRI-NUM           GREATER 4
              OR WSS-TRI-ANO           LESS 1901
              MOVE ZEROS               TO WSS-TRIMESTRE
              MOVE "Trimestre invalido - informe AAAAT numerico."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-OBTER-TRIMESTREX
           END-IF.
      *
           PERFORM RT-LIMITES-TRIMESTRE
                                       THRU RT-LIMITES-TRIMESTREX.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           IF WSS-PER-FIM-AMD          NOT LESS WSS-HOJE-AMD
              MOVE ZEROS               TO WSS-TRIMESTRE
              MOVE "Trimestre ainda nao encerrado - use a provisao."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
       RT-OBTER-TRIMESTREX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LIMITES-TRIMESTRE            SECTION.
      *  ---> Primeiro e ultimo dia do trimestre de WSS-TRIMESTRE
      *----------------------------------------------------------------*
      *
           COMPUTE WSS-TRI-INI-AMD      = WSS-TRI-ANO * 10000
                                        + ((WSS-TRI-NUM - 1) * 3 + 1)
                                        * 100 + 1.
           MOVE WSS-TRI-ANO            TO WSS-FIM-ANO.
           COMPUTE WSS-FIM-MES          = WSS-TRI-NUM * 3.
           PERFORM RT-FIM-DO-MES       THRU RT-FIM-DO-MESX.
      *
       RT-LIMITES-TRIMESTREX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FIM-DO-MES                   SECTION.
      *  ---> Ultimo dia real do mes de WSS-FIM-ANOMES: dia anterior
      *       ao primeiro dia do mes seguinte
      *----------------------------------------------------------------*
      *
           IF WSS-FIM-MES              EQUAL 12
              COMPUTE WSS-PROX-MES-AMD  = (WSS-FIM-ANO + 1) * 10000
                                        + 0101
           ELSE
              COMPUTE WSS-PROX-MES-AMD  = WSS-FIM-ANOMES * 100
                                        + 101
           END-IF.
      *
           COMPUTE WSS-PER-FIM-AMD      =
                   FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WSS-PROX-MES-AMD) - 1).
      *
       RT-FIM-DO-MESX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    APURACAO DO REBATE NO PERIODO (PROVISAO OU LIQUIDACAO):
      *    TABELAS VIGENTES NO FIM DO PERIODO CONTRA O FATURADO MENOS
      *    DEVOLVIDO DESDE O INICIO DO TRIMESTRE
      *----------------------------------------------------------------*
       RT-APURAR-PERIODO               SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT PEDIDOS-ABERTO
              OR NOT CLIENTES-ABERTO
              MOVE "Arquivo PEDIDOS/CLIENTES indisponivel - sem apura
      -            "cao."              TO WSS-MENSAGEM
              MOVE '08'                TO LKS-RETORNO
              MOVE WSS-MENSAGEM(1:50)  TO LKS-MENSAGEM
              IF NOT MODO-BATCH
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              END-IF
              GO                       TO RT-APURAR-PERIODOX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE ZEROS                  TO WSS-QTD-REB
                                          WSS-QTD-LINHAS
                                          WSS-QTD-IGNORADOS
                                          WSS-QTD-JA-LIQUIDADOS
                                          WSS-QTD-CREDITOS
                                          WSS-VALOR-TOTAL
                                          WSS-HASH-TOTAL.
      *
           PERFORM RT-CARREGAR-REBATES THRU RT-CARREGAR-REBATESX.
      *
           IF WSS-QTD-REB              GREATER ZEROS
              PERFORM RT-APURAR-VOLUME THRU RT-APURAR-VOLUMEX
           END-IF.
      *
           MOVE SPACES                 TO WSS-ARQ-RELREB
                                          WSS-ARQ-CREDITO.
      *
           IF APURAR-PROVISAO
              STRING 'REL-REBATE-'     DELIMITED BY SIZE
                     WSS-ANOMES-NUM    DELIMITED BY SIZE
                     '.CSV'            DELIMITED BY SIZE
                 INTO WSS-ARQ-RELREB
              END-STRING
              MOVE 'REBATE POR VOLUME - PROVISAO ATE O MES '
                                       TO CRB-TITULO
              MOVE WSS-ANOMES-NUM      TO CRB-PERIODO
           ELSE
              STRING 'REL-REBLIQ-'     DELIMITED BY SIZE
                     WSS-TRIMESTRE     DELIMITED BY SIZE
                     '.CSV'            DELIMITED BY SIZE
                 INTO WSS-ARQ-RELREB
              END-STRING
              STRING 'REBATE-'         DELIMITED BY SIZE
                     WSS-TRIMESTRE     DELIMITED BY SIZE
                     '.ERP'            DELIMITED BY SIZE
                 INTO WSS-ARQ-CREDITO
              END-STRING
              MOVE 'REBATE POR VOLUME - LIQUIDACAO ATE '
                                       TO CRB-TITULO
              MOVE WSS-PER-FIM-AMD(1:6)
                                       TO CRB-PERIODO
           END-IF.
      *
           OPEN OUTPUT REL-REBATE.
      *
           IF FS-RELREB                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELREBATE'         TO WSS-ARQUIVO
              MOVE FS-RELREB           TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           IF APURAR-LIQUIDACAO
              OPEN OUTPUT ARQ-CREDITO
              IF FS-CREDITO            NOT EQUAL '00'
                 MOVE 'ao abrir   '    TO WSS-DESCRICAO
                 MOVE 'REBATE.ERP'     TO WSS-ARQUIVO
                 MOVE FS-CREDITO       TO WSS-FSTATUS
                 MOVE 7                TO WSS-PONTO-ERRO
                 PERFORM RT-ERROS      THRU RT-ERROSX
              END-IF
              MOVE WSS-HOJE-AMD        TO DATA-GERACAO-CAB
              MOVE WSS-TRIMESTRE       TO TRIMESTRE-CAB
              WRITE REG-CREDITO        FROM CAB-CREDITO
           END-IF.
      *
           MOVE WSS-TRIMESTRE          TO CRB-TRIMESTRE.
           WRITE REG-RELREB            FROM CAB-REBATE.
           WRITE REG-RELREB            FROM CAB-REBATE-COL.
      *
           PERFORM VARYING WSS-IDX-REB FROM 1 BY 1
                   UNTIL   WSS-IDX-REB GREATER WSS-QTD-REB
              PERFORM RT-TRATAR-TITULAR
                                       THRU RT-TRATAR-TITULARX
           END-PERFORM.
      *
           MOVE WSS-QTD-LINHAS         TO RRB-QTD.
           MOVE WSS-VALOR-TOTAL        TO RRB-VALOR.
           MOVE WSS-QTD-IGNORADOS      TO RRB-IGNORADOS.
           WRITE REG-RELREB            FROM RDP-REBATE.
      *
           CLOSE REL-REBATE.
      *
           IF APURAR-LIQUIDACAO
              MOVE WSS-QTD-CREDITOS    TO QTDE-REG-TRL
              MOVE WSS-VALOR-TOTAL     TO VALOR-TOTAL-TRL
              MOVE WSS-HASH-TOTAL      TO HASH-TOTAL-TRL
              WRITE REG-CREDITO        FROM TRL-CREDITO
              CLOSE ARQ-CREDITO
              PERFORM RT-REGISTRAR-GATEWAY
                                       THRU RT-REGISTRAR-GATEWAYX
           END-IF.
      *
           MOVE WSS-ARQ-RELREB         TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO
                                          LKS-MENSAGEM.
           IF APURAR-PROVISAO
              STRING 'REBATE PROVISIONADO MES ' WSS-ANOMES-NUM
                 DELIMITED BY SIZE     INTO WSS-AUD-ACAO
              END-STRING
              STRING 'Provisao ' WSS-ANOMES-NUM ' titulares: '
                     WSS-QTD-LINHAS
                 DELIMITED BY SIZE     INTO LKS-MENSAGEM
              END-STRING
           ELSE
              STRING 'REBATE LIQUIDADO ' WSS-TRIMESTRE ': '
                     WSS-QTD-CREDITOS ' NOTAS'
                 DELIMITED BY SIZE     INTO WSS-AUD-ACAO
              END-STRING
              STRING WSS-ARQ-CREDITO ': ' WSS-QTD-CREDITOS
                     ' notas de credito'
                 DELIMITED BY SIZE     INTO LKS-MENSAGEM
              END-STRING
           END-IF.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           IF NOT MODO-BATCH
              MOVE LKS-MENSAGEM        TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
       RT-APURAR-PERIODOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARREGAR-REBATES             SECTION.
      *  ---> Tabelas ativas vigentes no fim do periodo; entre as do
      *       mesmo titular (lidas pela chave, em ordem de inicio)
      *       fica a de inicio mais recente
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO REB-CHAVE-FDB.
           MOVE 'N'                    TO WSS-FIM-ARQ-REB.
      *
           START ARQ-REBATE            KEY IS NOT LESS REB-CHAVE-FDB
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-REB
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-REB
                                       EQUAL 'S'
              READ ARQ-REBATE          NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-REB
                NOT AT END
                   IF REB-ATIVO-FDB
                      AND REB-DT-INICIO-FDB
                                       NOT GREATER WSS-PER-FIM-AMD
                      AND REB-DT-FIM-FDB
                                       NOT LESS WSS-PER-FIM-AMD
                      PERFORM RT-GUARDAR-REBATE
                                       THRU RT-GUARDAR-REBATEX
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-CARREGAR-REBATESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GUARDAR-REBATE               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-IDX-REB.
      *
           IF WSS-QTD-REB              GREATER ZEROS
              IF WSS-REB-TIPO (WSS-QTD-REB)
                                       EQUAL REB-TIPO-FDB
                 AND WSS-REB-CODIGO (WSS-QTD-REB)
                                       EQUAL REB-CODIGO-FDB
                 MOVE WSS-QTD-REB      TO WSS-IDX-REB
              END-IF
           END-IF.
      *
           IF WSS-IDX-REB              EQUAL ZEROS
              IF WSS-QTD-REB           NOT LESS 1000
                 ADD 1                 TO WSS-QTD-IGNORADOS
                 GO                    TO RT-GUARDAR-REBATEX
              END-IF
              ADD 1                    TO WSS-QTD-REB
              MOVE WSS-QTD-REB         TO WSS-IDX-REB
           END-IF.
      *
           MOVE REB-TIPO-FDB           TO WSS-REB-TIPO (WSS-IDX-REB).
           MOVE REB-CODIGO-FDB         TO WSS-REB-CODIGO (WSS-IDX-REB).
           MOVE REB-DT-INICIO-FDB      TO WSS-REB-INICIO (WSS-IDX-REB).
      *
           PERFORM VARYING WSS-IDX-FX  FROM 1 BY 1
                   UNTIL   WSS-IDX-FX  GREATER 3
              MOVE REB-VOLUME-MIN-FDB (WSS-IDX-FX)
                   TO WSS-REB-MIN (WSS-IDX-REB WSS-IDX-FX)
              MOVE REB-PERCENTUAL-FDB (WSS-IDX-FX)
                   TO WSS-REB-PCT (WSS-IDX-REB WSS-IDX-FX)
           END-PERFORM.
      *
           MOVE ZEROS                  TO WSS-REB-FATURADO
                                          (WSS-IDX-REB)
                                          WSS-REB-DEVOLVIDO
                                          (WSS-IDX-REB).
      *
           MOVE REB-TITULAR-FDB        TO REB-TITULAR-WSB.
           PERFORM RT-LER-TITULAR      THRU RT-LER-TITULARX.
           MOVE WSS-NOME-TITULAR       TO WSS-REB-NOME (WSS-IDX-REB).
           MOVE WSS-CLI-CREDITO        TO WSS-REB-CLI-CREDITO
                                          (WSS-IDX-REB).
      *
       RT-GUARDAR-REBATEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APURAR-VOLUME                SECTION.
      *  ---> Uma passada em CLIENTES: o volume do cliente vai para a
      *       tabela do proprio cliente; sem ela, para a do seu grupo
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO CODIGO-FDC.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-CLIENTES          KEY IS NOT LESS CODIGO-FDC
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S'
              READ ARQ-CLIENTES        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   PERFORM RT-APURAR-CLIENTE
                                       THRU RT-APURAR-CLIENTEX
              END-READ
           END-PERFORM.
      *
       RT-APURAR-VOLUMEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APURAR-CLIENTE               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-IDX-ACHOU.
      *
           PERFORM VARYING WSS-IDX-REB FROM 1 BY 1
                   UNTIL   WSS-IDX-REB GREATER WSS-QTD-REB
                   OR      WSS-IDX-ACHOU GREATER ZEROS
              IF WSS-REB-TIPO (WSS-IDX-REB) EQUAL 'C'
                 AND WSS-REB-CODIGO (WSS-IDX-REB) EQUAL CODIGO-FDC
                 MOVE WSS-IDX-REB      TO WSS-IDX-ACHOU
              END-IF
           END-PERFORM.
      *
           IF WSS-IDX-ACHOU            EQUAL ZEROS
              AND GRUPO-FDC            GREATER ZEROS
              PERFORM VARYING WSS-IDX-REB FROM 1 BY 1
                      UNTIL   WSS-IDX-REB GREATER WSS-QTD-REB
                      OR      WSS-IDX-ACHOU GREATER ZEROS
                 IF WSS-REB-TIPO (WSS-IDX-REB) EQUAL 'G'
                    AND WSS-REB-CODIGO (WSS-IDX-REB) EQUAL GRUPO-FDC
                    MOVE WSS-IDX-REB   TO WSS-IDX-ACHOU
                 END-IF
              END-PERFORM
           END-IF.
      *
           IF WSS-IDX-ACHOU            EQUAL ZEROS
              GO                       TO RT-APURAR-CLIENTEX
           END-IF.
      *
           PERFORM RT-SOMAR-PEDIDOS    THRU RT-SOMAR-PEDIDOSX.
      *
           IF DEVOLUCAO-ABERTO
              PERFORM RT-SOMAR-DEVOLUCOES
                                       THRU RT-SOMAR-DEVOLUCOESX
           END-IF.
      *
           ADD WSS-CLI-FATURADO        TO WSS-REB-FATURADO
                                          (WSS-IDX-ACHOU).
           ADD WSS-CLI-DEVOLVIDO       TO WSS-REB-DEVOLVIDO
                                          (WSS-IDX-ACHOU).
      *
       RT-APURAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SOMAR-PEDIDOS                SECTION.
      *  ---> Valor dos pedidos do cliente de REG-FDC faturados
      *       (total ou parcial) com data de faturamento no periodo
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-CLI-FATURADO
                                          WSS-CLI-DEVOLVIDO.
      *
           MOVE CODIGO-FDC             TO PED-CCLIENTE-FDP.
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
                                       EQUAL 'S'
              READ ARQ-PEDIDOS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-PED
                NOT AT END
                   IF PED-CCLIENTE-FDP NOT EQUAL CODIGO-FDC
                      MOVE 'S'         TO WSS-FIM-ARQ-PED
                   ELSE
                      IF (PED-FATURADO-FDP OR PED-FAT-PARCIAL-FDP)
                         AND PED-DT-FATURA-FDP
                                       NOT LESS WSS-TRI-INI-AMD
                         AND PED-DT-FATURA-FDP
                                       NOT GREATER WSS-PER-FIM-AMD
                         ADD PED-VALOR-FDP
                                       TO WSS-CLI-FATURADO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-SOMAR-PEDIDOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SOMAR-DEVOLUCOES             SECTION.
      *  ---> Valor devolvido pelo cliente de REG-FDC no periodo
      *----------------------------------------------------------------*
      *
           MOVE CODIGO-FDC             TO DEV-CCLIENTE-FDD.
           MOVE ZEROS                  TO DEV-NOTA-FDD
                                          DEV-ITEM-FDD.
           MOVE 'N'                    TO WSS-FIM-ARQ-DEV.
      *
           START ARQ-DEVOLUCAO         KEY IS NOT LESS DEV-CHAVE-FDD
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-DEV
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-DEV
                                       EQUAL 'S'
              READ ARQ-DEVOLUCAO       NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-DEV
                NOT AT END
                   IF DEV-CCLIENTE-FDD NOT EQUAL CODIGO-FDC
                      MOVE 'S'         TO WSS-FIM-ARQ-DEV
                   ELSE
                      IF DEV-DATA-FDD  NOT LESS WSS-TRI-INI-AMD
                         AND DEV-DATA-FDD
                                       NOT GREATER WSS-PER-FIM-AMD
                         ADD DEV-VALOR-FDD
                                       TO WSS-CLI-DEVOLVIDO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-SOMAR-DEVOLUCOESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-TITULAR               SECTION.
      *  ---> Calcula o rebate do titular de WSS-IDX-REB, atualiza o
      *       REBAPUR e grava a linha do relatorio (e, na liquidacao,
      *       a nota de credito). Trimestre ja liquidado nao muda
      *----------------------------------------------------------------*
      *
           MOVE WSS-REB-TIPO (WSS-IDX-REB)
                                       TO RBA-TIPO-FDR.
           MOVE WSS-REB-CODIGO (WSS-IDX-REB)
                                       TO RBA-CODIGO-FDR.
           MOVE WSS-TRIMESTRE          TO RBA-TRIMESTRE-FDR.
      *
           READ ARQ-REBAPUR            KEY IS RBA-CHAVE-FDR
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-REBAPUR               EQUAL '00'
              AND RBA-LIQUIDADO-FDR
              ADD 1                    TO WSS-QTD-JA-LIQUIDADOS
              MOVE RBA-FATURADO-FDR    TO DRB-FATURADO
              MOVE RBA-DEVOLVIDO-FDR   TO DRB-DEVOLVIDO
              MOVE RBA-BASE-FDR        TO DRB-BASE
              MOVE RBA-FAIXA-FDR       TO DRB-FAIXA
              MOVE RBA-PERCENTUAL-FDR  TO DRB-PERCENTUAL
              MOVE RBA-VALOR-FDR       TO DRB-VALOR
              MOVE 'JA LIQUIDADO'      TO DRB-SITUACAO
              IF APURAR-PROVISAO
                 ADD RBA-VALOR-FDR     TO WSS-VALOR-TOTAL
              END-IF
              GO                       TO RT-TRATAR-TITULAR-LINHA
           END-IF.
      *
      *  ---> Base: faturado menos devolvido (devolucao maior que o
      *       faturado do periodo nao gera base negativa)
           IF WSS-REB-FATURADO (WSS-IDX-REB)
                                       GREATER
              WSS-REB-DEVOLVIDO (WSS-IDX-REB)
              COMPUTE WSS-BASE          =
                      WSS-REB-FATURADO (WSS-IDX-REB)
                    - WSS-REB-DEVOLVIDO (WSS-IDX-REB)
           ELSE
              MOVE ZEROS               TO WSS-BASE
           END-IF.
      *
      *  ---> Maior faixa atingida: seu percentual vale sobre a base
           MOVE ZEROS                  TO WSS-FAIXA
                                          WSS-PERCENTUAL
                                          WSS-MIN-ATINGIDO
                                          WSS-VALOR.
      *
           PERFORM VARYING WSS-IDX-FX  FROM 1 BY 1
                   UNTIL   WSS-IDX-FX  GREATER 3
              IF WSS-REB-MIN (WSS-IDX-REB WSS-IDX-FX)
                                       GREATER ZEROS
                 AND WSS-BASE          NOT LESS
                     WSS-REB-MIN (WSS-IDX-REB WSS-IDX-FX)
                 AND WSS-REB-MIN (WSS-IDX-REB WSS-IDX-FX)
                                       GREATER WSS-MIN-ATINGIDO
                 MOVE WSS-IDX-FX       TO WSS-FAIXA
                 MOVE WSS-REB-MIN (WSS-IDX-REB WSS-IDX-FX)
                                       TO WSS-MIN-ATINGIDO
                 MOVE WSS-REB-PCT (WSS-IDX-REB WSS-IDX-FX)
                                       TO WSS-PERCENTUAL
              END-IF
           END-PERFORM.
      *
           IF WSS-FAIXA                GREATER ZEROS
              COMPUTE WSS-VALOR ROUNDED =
                      WSS-BASE * WSS-PERCENTUAL / 100
           END-IF.
      *
           IF FS-REBAPUR               NOT EQUAL '00'
              INITIALIZE REG-FDR
              MOVE WSS-REB-TIPO (WSS-IDX-REB)
                                       TO RBA-TIPO-FDR
              MOVE WSS-REB-CODIGO (WSS-IDX-REB)
                                       TO RBA-CODIGO-FDR
              MOVE WSS-TRIMESTRE       TO RBA-TRIMESTRE-FDR
              MOVE 'S'                 TO WSS-NOVO
           ELSE
              MOVE 'N'                 TO WSS-NOVO
           END-IF.
      *
           MOVE WSS-REB-INICIO (WSS-IDX-REB)
                                       TO RBA-DT-INICIO-REB-FDR.
           MOVE WSS-PER-FIM-AMD(1:6)   TO RBA-ANOMES-FDR.
           MOVE WSS-REB-FATURADO (WSS-IDX-REB)
                                       TO RBA-FATURADO-FDR.
           MOVE WSS-REB-DEVOLVIDO (WSS-IDX-REB)
                                       TO RBA-DEVOLVIDO-FDR.
           MOVE WSS-BASE               TO RBA-BASE-FDR.
           MOVE WSS-FAIXA              TO RBA-FAIXA-FDR.
           MOVE WSS-PERCENTUAL         TO RBA-PERCENTUAL-FDR.
           MOVE WSS-VALOR              TO RBA-VALOR-FDR.
           MOVE WSS-HOJE-AMD           TO RBA-DT-APURACAO-FDR.
           MOVE WSS-REB-CLI-CREDITO (WSS-IDX-REB)
                                       TO RBA-CLI-CREDITO-FDR.
      *
           IF APURAR-PROVISAO
              MOVE 'P'                 TO RBA-SITUACAO-FDR
              MOVE 'PROVISIONADO'      TO DRB-SITUACAO
           ELSE
              MOVE 'L'                 TO RBA-SITUACAO-FDR
              MOVE WSS-HOJE-AMD        TO RBA-DT-LIQUIDACAO-FDR
              MOVE 'LIQUIDADO'         TO DRB-SITUACAO
              IF WSS-VALOR             GREATER ZEROS
                 MOVE WSS-ARQ-CREDITO  TO RBA-ARQUIVO-FDR
                 PERFORM RT-GRAVAR-CREDITO
                                       THRU RT-GRAVAR-CREDITOX
              END-IF
           END-IF.
      *
           IF WSS-NOVO                 EQUAL 'S'
              WRITE REG-FDR
           ELSE
              REWRITE REG-FDR
           END-IF.
      *
           IF FS-REBAPUR               NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'REBAPUR'           TO WSS-ARQUIVO
              MOVE FS-REBAPUR          TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           IF APURAR-PROVISAO
              ADD WSS-VALOR            TO WSS-VALOR-TOTAL
           END-IF.
      *
           MOVE WSS-REB-FATURADO (WSS-IDX-REB)
                                       TO DRB-FATURADO.
           MOVE WSS-REB-DEVOLVIDO (WSS-IDX-REB)
                                       TO DRB-DEVOLVIDO.
           MOVE WSS-BASE               TO DRB-BASE.
           MOVE WSS-FAIXA              TO DRB-FAIXA.
           MOVE WSS-PERCENTUAL         TO DRB-PERCENTUAL.
           MOVE WSS-VALOR              TO DRB-VALOR.
      *
       RT-TRATAR-TITULAR-LINHA.
      *
           MOVE WSS-REB-TIPO (WSS-IDX-REB)
                                       TO DRB-TIPO.
           MOVE WSS-REB-CODIGO (WSS-IDX-REB)
                                       TO DRB-CODIGO.
           MOVE WSS-REB-NOME (WSS-IDX-REB)
                                       TO DRB-NOME.
           MOVE WSS-REB-INICIO (WSS-IDX-REB)
                                       TO DRB-INICIO.
      *
           WRITE REG-RELREB            FROM DET-REBATE.
           ADD 1                       TO WSS-QTD-LINHAS.
      *
       RT-TRATAR-TITULARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-CREDITO               SECTION.
      *  ---> Nota de credito do titular para o ERP
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WSS-QTD-CREDITOS.
           ADD WSS-VALOR               TO WSS-VALOR-TOTAL.
           ADD WSS-REB-CLI-CREDITO (WSS-IDX-REB)
                                       TO WSS-HASH-TOTAL.
      *
           MOVE WSS-QTD-CREDITOS       TO SEQUENCIA-DET.
           MOVE WSS-REB-TIPO (WSS-IDX-REB)
                                       TO TIPO-TITULAR-DET.
           MOVE WSS-REB-CODIGO (WSS-IDX-REB)
                                       TO CODIGO-TITULAR-DET.
           MOVE WSS-REB-CLI-CREDITO (WSS-IDX-REB)
                                       TO CCLIENTE-DET.
           MOVE WSS-TRIMESTRE          TO TRIMESTRE-DET.
           MOVE WSS-BASE               TO BASE-DET.
           MOVE WSS-PERCENTUAL         TO PERCENTUAL-DET.
           MOVE WSS-VALOR              TO VALOR-DET.
      *
           WRITE REG-CREDITO           FROM DET-CREDITO.
      *
       RT-GRAVAR-CREDITOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-GATEWAY            SECTION.
      *  ---> Registra a nota de credito entregue no manifesto do
      *       gateway, com os totais de controle
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-GTWMANIF.
      *
           IF FS-GTWMANIF              EQUAL '05' OR '35'
              CLOSE ARQ-GTWMANIF
              OPEN OUTPUT ARQ-GTWMANIF
           END-IF.
      *
           IF FS-GTWMANIF              NOT EQUAL '00'
              GO                       TO RT-REGISTRAR-GATEWAYX
           END-IF.
      *
           MOVE 'S'                    TO GTW-DIRECAO-FDW.
           MOVE WSS-ARQ-CREDITO        TO GTW-NOME-FDW.
           MOVE WSS-HOJE-AMD           TO GTW-DATA-FDW.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO GTW-HORA-FDW.
           COMPUTE GTW-QTD-FDW              = WSS-QTD-CREDITOS + 2.
           MOVE WSS-HASH-TOTAL         TO GTW-CHECKSUM-FDW.
           MOVE 'A'                    TO GTW-SITUACAO-FDW.
      *
           WRITE REG-FDW.
      *
           CLOSE ARQ-GTWMANIF.
      *
       RT-REGISTRAR-GATEWAYX.
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
           MOVE 'PT000118'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE SPACES                 TO CAT-FILTROS-FDK.
           IF APURAR-PROVISAO
              STRING 'REBATE PROVISAO ' WSS-ANOMES-NUM
                 DELIMITED BY SIZE     INTO CAT-FILTROS-FDK
              END-STRING
           ELSE
              STRING 'REBATE LIQUIDACAO ' WSS-TRIMESTRE
                 DELIMITED BY SIZE     INTO CAT-FILTROS-FDK
              END-STRING
           END-IF.
           MOVE WSS-ARQ-RELREB         TO CAT-ARQUIVO-FDK.
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
           MOVE 'PT000118'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000118'             TO WSE-ERR-PROGRAMA.
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
           CLOSE ARQ-REBATE
                 ARQ-REBAPUR
                 ARQ-AUDITORIA.
      *
           IF CLIENTES-ABERTO
              CLOSE ARQ-CLIENTES
           END-IF.
      *
           IF GRUPO-ABERTO
              CLOSE ARQ-GRUPO
           END-IF.
      *
           IF PEDIDOS-ABERTO
              CLOSE ARQ-PEDIDOS
           END-IF.
      *
           IF DEVOLUCAO-ABERTO
              CLOSE ARQ-DEVOLUCAO
           END-IF.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
