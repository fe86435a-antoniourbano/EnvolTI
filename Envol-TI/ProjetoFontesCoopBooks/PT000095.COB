      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000095.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000095 ---> MANUTENCAO -> POTENCIAL DE      *
      *     *            MERCADO POR MUNICIPIO E SEGMENTO E RELATORIO  *
      *     *            DE PENETRACAO                                 *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : MANUTENCAO DA TABELA POTENCIAL (QUANTIDADE    *
      *     *            ESTIMADA DE ESTABELECIMENTOS POR CIDADE + UF  *
      *     *            E SEGMENTO) COM INCLUSAO/ALTERACAO, EXCLUSAO, *
      *     *            CONSULTA E CARGA POR ARQUIVO. O RELATORIO DE  *
      *     *            PENETRACAO CONFRONTA O POTENCIAL COM OS       *
      *     *            CLIENTES ATIVOS E PROSPECTS DE CADA CIDADE E  *
      *     *            SEGMENTO E RANQUEIA AS CIDADES COM MAIOR      *
      *     *            POTENCIAL NAO EXPLORADO AO ALCANCE DE UM      *
      *     *            VENDEDOR ATIVO (RAIO DO VENDEDOR OU DISTANCIA *
      *     *            MAXIMA DOS PARAMETROS).                       *
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    15.10.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA DE PROCESSAMENTO.               *
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
           COPY 'SEL-POTENCIAL.CPY'    REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Tabelas de referencia (validacao de cidade/UF e segmento)
           COPY 'SEL-MUNICIPIO.CPY'    REPLACING ==::== BY ==-FDM==.
           COPY 'SEL-SEGMENTO.CPY'     REPLACING ==::== BY ==-FDS==.
      *
      *  ---> Clientes (ativos e prospects por cidade e segmento)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Vendedores ativos (coordenadas e raio de atendimento)
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
      *  ---> Centroides por prefixo de CEP (coordenada da cidade)
           COPY 'SEL-CEPGEO.CPY'       REPLACING ==::== BY ==-FDG==.
      *
      *  ---> Arquivo de PARAMETROS (distancia maxima padrao)
           COPY 'SEL-PARAMETROS.CPY'.
      *
      *  ---> Arquivo de carga (cidade+uf+segmento+qtd+fonte)
           SELECT  ARQ-IMPORT          ASSIGN TO WSS-ENDERECO-ARQ
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-IMPORT.
      *
      *  ---> Arquivo SORT (ranking das cidades por nao explorado)
           SELECT  SRT-PENETRACAO      ASSIGN TO 'SRT-PENETRACAO.TMP'
                   FILE STATUS         IS FS-SRT.
      *
      *  ---> Relatorio de penetracao de mercado (nome datado)
           SELECT  REL-PENETRACAO      ASSIGN TO WSS-ARQ-PENETRACAO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-RELPEN.
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
       FD  ARQ-POTENCIAL               VALUE OF FILE-ID IS
                                                        'POTENCIAL'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-POTENCIAL.CPY'         REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-MUNICIPIO               VALUE OF FILE-ID IS
                                                        'MUNICIPIO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDM.
       COPY 'FD-MUNICIPIO.CPY'         REPLACING ==::== BY ==-FDM==.
      *
       FD  ARQ-SEGMENTO                VALUE OF FILE-ID IS 'SEGMENTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDS.
       COPY 'FD-SEGMENTO.CPY'          REPLACING ==::== BY ==-FDS==.
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
       FD  ARQ-CEPGEO                  VALUE OF FILE-ID IS 'CEPGEO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDG.
       COPY 'FD-CEPGEO.CPY'            REPLACING ==::== BY ==-FDG==.
      *
       COPY 'FD-PARAMETROS.CPY'.
      *
       FD  ARQ-IMPORT
           RECORDING MODE              IS F
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  IMPORT-FD                   PIC  X(062).
      *
       SD  SRT-PENETRACAO.
       01  REG-SRTP.
           03  SRTP-NAO-EXPLORADO      PIC  9(007).
           03  SRTP-IDX-CIDADE         PIC  9(003).
      *
       FD  REL-PENETRACAO.
       01  REG-RELPEN                  PIC  X(132).
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
      *  ---> Versao do PARAMDIST em vigor na data de processamento
       77  WSS-PVG-DATA                PIC  9(008)         VALUE ZEROS.
       77  WSS-PVG-LIDOS               PIC  9(004)         VALUE ZEROS.
       77  WSS-PVG-VIGENTE             PIC  9(004)         VALUE ZEROS.
      *
       77  WSS-SON                     PIC  X(001)         VALUE 'N'.
           88 SON                      VALUE 'S' 's' 'N' 'n'.
      *
       77  WSS-FIM-IMPORT              PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ                 PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-SORT                PIC  X(001)         VALUE 'N'.
      *
      *  ---> Alcance adotado quando o vendedor nao tem RAIOMAX e o
      *       PARAMDIST nao informa a distancia maxima (em metros)
       77  WSS-RAIO-DEFAULT            PIC  9(009)V9(002)  VALUE
                                                            50000,00.
      *
      *----------------------------------------------------------------*
      *    TABELA DE VENDEDORES ATIVOS EM MEMORIA
      *----------------------------------------------------------------*
       77  WSS-QTD-VENDEDOR            PIC  9(003) COMP-3  VALUE ZEROS.
       77  WSS-IDX-VEN                 PIC  9(003) COMP-3  VALUE ZEROS.
      *
       01  WSS-TAB-VENDEDORES.
           03  WSS-ITEM-VEN            OCCURS 500 TIMES.
               05  WSS-COD-VEN         PIC  9(007).
               05  WSS-LAT-VEN         PIC S9(003)V9(008).
               05  WSS-LON-VEN         PIC S9(003)V9(008).
               05  WSS-RAIO-VEN        PIC  9(009)V9(002).
      *
      *----------------------------------------------------------------*
      *    TABELA DO POTENCIAL (CIDADE + UF + SEGMENTO) EM MEMORIA,
      *    NA ORDEM DA CHAVE DO ARQUIVO POTENCIAL
      *----------------------------------------------------------------*
       77  WSS-QTD-POT                 PIC  9(004) COMP-3  VALUE ZEROS.
       77  WSS-IDX-POT                 PIC  9(004) COMP-3  VALUE ZEROS.
      *
       01  WSS-TAB-POTENCIAL.
           03  WSS-ITEM-POT            OCCURS 2000 TIMES.
               05  WSS-POT-CIDADE      PIC  X(030).
               05  WSS-POT-UF          PIC  X(002).
               05  WSS-POT-SEGMENTO    PIC  9(003).
               05  WSS-POT-QTD         PIC  9(007).
               05  WSS-POT-ATIVOS      PIC  9(007).
               05  WSS-POT-PROSPECTS   PIC  9(007).
               05  WSS-POT-IDX-CID     PIC  9(003).
      *
      *----------------------------------------------------------------*
      *    TABELA DAS CIDADES DO POTENCIAL (TOTAIS, COORDENADA E
      *    VENDEDOR ATIVO MAIS PROXIMO QUE ALCANCA A CIDADE)
      *----------------------------------------------------------------*
       77  WSS-QTD-CID                 PIC  9(003) COMP-3  VALUE ZEROS.
       77  WSS-IDX-CID                 PIC  9(003) COMP-3  VALUE ZEROS.
      *
       01  WSS-TAB-CIDADES.
           03  WSS-ITEM-CID            OCCURS 500 TIMES.
               05  WSS-CID-CIDADE      PIC  X(030).
               05  WSS-CID-UF          PIC  X(002).
               05  WSS-CID-POT         PIC  9(007).
               05  WSS-CID-ATIVOS      PIC  9(007).
               05  WSS-CID-PROSPECTS   PIC  9(007).
               05  WSS-CID-NAO-EXPL    PIC  9(007).
               05  WSS-CID-COORD       PIC  X(001).
               05  WSS-CID-LAT         PIC S9(003)V9(008).
               05  WSS-CID-LON         PIC S9(003)V9(008).
               05  WSS-CID-CVENDEDOR   PIC  9(007).
               05  WSS-CID-DIST        PIC  9(009)V9(002).
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
           03  WSS-ENDERECO-ARQ        PIC  X(060)         VALUE SPACES.
           03  WSS-ARQ-PENETRACAO      PIC  X(030)         VALUE SPACES.
           03  WSS-VALIDO              PIC  X(001)         VALUE 'N'.
           03  WSS-ACHOU               PIC  X(001)         VALUE 'N'.
           03  WSS-RANK                PIC  9(003)         VALUE ZEROS.
           03  WSS-QTD-FORA            PIC  9(005)         VALUE ZEROS.
           03  WSS-NAO-EXPLORADO       PIC S9(007)         VALUE ZEROS.
           03  WSS-PCT-PENETRACAO      PIC  9(003)V9(001)  VALUE ZEROS.
           03  WSS-PCT-COBERTURA       PIC  9(003)V9(001)  VALUE ZEROS.
           03  WSS-RAIO-PADRAO         PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-RAIO-ALCANCE        PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-MENOR-DIST          PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-CALC-DIST           PIC  9(009)V9(002)  VALUE ZEROS.
      *
      *  ---> Tabelas de referencia opcionais: sem elas a validacao
      *       correspondente nao e feita
           03  WSS-MUNICIPIO-ABERTO    PIC  X(001)         VALUE 'N'.
               88  MUNICIPIO-ABERTO    VALUE 'S'.
           03  WSS-SEGMENTO-ABERTO     PIC  X(001)         VALUE 'N'.
               88  SEGMENTO-ABERTO     VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CONTADORES DA CARGA
      *----------------------------------------------------------------*
           03  WSS-REG-LIDOS           PIC  9(005)         VALUE ZEROS.
           03  WSS-REG-GRAVADOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-REG-DESPREZADOS     PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-POTENCIAL            PIC  X(002)         VALUE SPACES.
           03  FS-MUNICIPIO            PIC  X(002)         VALUE SPACES.
           03  FS-SEGMENTO             PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-CEPGEO               PIC  X(002)         VALUE SPACES.
           03  FS-PARAMETROS           PIC  X(002)         VALUE SPACES.
           03  FS-IMPORT               PIC  X(002)         VALUE SPACES.
           03  FS-SRT                  PIC  X(002)         VALUE SPACES.
           03  FS-RELPEN               PIC  X(002)         VALUE SPACES.
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
      *    AREA DO ARQUIVO POTENCIAL NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-POTENCIAL.CPY'         REPLACING ==::== BY ==-WSP==.
      *
      *----------------------------------------------------------------*
      *    LINHA DA CONSULTA EM TELA
      *----------------------------------------------------------------*
       01  WSS-LINHA-CON.
           03  CON-CIDADE              PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-UF                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  CON-SEGMENTO            PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  CON-QTD                 PIC  Z.ZZZ.ZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  CON-FONTE               PIC  X(020)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO DE PENETRACAO
      *----------------------------------------------------------------*
       01  PEN-CABECALHO-1             PIC  X(060)         VALUE
           'PENETRACAO DE MERCADO POR MUNICIPIO E SEGMENTO'.
      *
       01  PEN-CABECALHO-2.
           03  FILLER                  PIC  X(031)         VALUE
               'CIDADE'.
           03  FILLER                  PIC  X(003)         VALUE
               'UF '.
           03  FILLER                  PIC  X(025)         VALUE
               'SEGMENTO'.
           03  FILLER                  PIC  X(011)         VALUE
               '  POTENCIAL'.
           03  FILLER                  PIC  X(009)         VALUE
               '   ATIVOS'.
           03  FILLER                  PIC  X(010)         VALUE
               ' PROSPECTS'.
           03  FILLER                  PIC  X(009)         VALUE
               ' PENETR.%'.
           03  FILLER                  PIC  X(009)         VALUE
               ' COBERT.%'.
           03  FILLER                  PIC  X(012)         VALUE
               ' NAO EXPLOR.'.
      *
       01  PEN-DETALHE.
           03  PEN-CIDADE              PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  PEN-UF                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  PEN-SEGMENTO            PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  PEN-SEG-DESCRICAO       PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  PEN-POTENCIAL           PIC  Z.ZZZ.ZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  PEN-ATIVOS              PIC  Z.ZZZ.ZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  PEN-PROSPECTS           PIC  Z.ZZZ.ZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  PEN-PCT-PENETRACAO      PIC  ZZ9,9          VALUE ZEROS.
           03  FILLER                  PIC  X(004)         VALUE SPACES.
           03  PEN-PCT-COBERTURA       PIC  ZZ9,9          VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  PEN-NAO-EXPLORADO       PIC  Z.ZZZ.ZZ9      VALUE ZEROS.
      *
       01  PEN-CABECALHO-3.
           03  FILLER                  PIC  X(047)         VALUE
               'RANKING - MUNICIPIOS COM MAIOR POTENCIAL NAO '.
           03  FILLER                  PIC  X(035)         VALUE
               'EXPLORADO AO ALCANCE DE VENDEDORES'.
      *
       01  PEN-CABECALHO-4.
           03  FILLER                  PIC  X(005)         VALUE
               'RANK '.
           03  FILLER                  PIC  X(031)         VALUE
               'CIDADE'.
           03  FILLER                  PIC  X(003)         VALUE
               'UF '.
           03  FILLER                  PIC  X(011)         VALUE
               '  POTENCIAL'.
           03  FILLER                  PIC  X(009)         VALUE
               '   ATIVOS'.
           03  FILLER                  PIC  X(010)         VALUE
               ' PROSPECTS'.
           03  FILLER                  PIC  X(009)         VALUE
               ' PENETR.%'.
           03  FILLER                  PIC  X(012)         VALUE
               ' NAO EXPLOR.'.
           03  FILLER                  PIC  X(010)         VALUE
               ' VENDEDOR'.
           03  FILLER                  PIC  X(010)         VALUE
               ' DIST(KM)'.
      *
       01  PEN-RANKING.
           03  PEN-RANK                PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  PEN-R-CIDADE            PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  PEN-R-UF                PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  PEN-R-POTENCIAL         PIC  Z.ZZZ.ZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  PEN-R-ATIVOS            PIC  Z.ZZZ.ZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  PEN-R-PROSPECTS         PIC  Z.ZZZ.ZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  PEN-R-PCT-PENETRACAO    PIC  ZZ9,9          VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  PEN-R-NAO-EXPLORADO     PIC  Z.ZZZ.ZZ9      VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  PEN-R-CVENDEDOR         PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  PEN-R-DIST              PIC  ZZZZ9,99       VALUE ZEROS.
      *
       01  PEN-RODAPE.
           03  FILLER                  PIC  X(042)         VALUE
               'REGISTROS FORA DAS TABELAS EM MEMORIA...: '.
           03  PEN-QTD-FORA            PIC  ZZZZ9          VALUE ZEROS.
      *
       01  PEN-TRACO                   PIC  X(132)         VALUE ALL
           '-'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00902
      *    - Calculo de distancia compartilhado (Harbesine)
      *----------------------------------------------------------------*
      *
       01  WSPRV902                    PIC X(08)           VALUE
                                                            'PT000902'.
      *
           COPY 'SUB-DIST.CPY'         REPLACING ==::== BY ==WSS==.
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
               ' ..... POTENCIAL DE MERCADO ..... '          BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Inclui/Altera ".
           03 F LINE 10 COL 28   VALUE " 2 - Exclusao      ".
           03 F LINE 12 COL 28   VALUE " 3 - Consulta      ".
           03 F LINE 14 COL 28   VALUE " 4 - Importacao    ".
           03 F LINE 08 COL 52   VALUE " 5 - Rel. Penetracao ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair          ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]         ".
      *
       01  TELA-LABEL-POTENCIAL.
           03 F LINE 08 COL 20   VALUE " Cidade..............: ".
           03 F LINE 10 COL 20   VALUE " UF..................: ".
           03 F LINE 12 COL 20   VALUE " Segmento............: ".
           03 F LINE 14 COL 20   VALUE " Qtd. estabelecim....: ".
           03 F LINE 16 COL 20   VALUE " Fonte da estimativa.: ".
      *
       01  TELA-DADOS-POTENCIAL-T.
           03 T1P LINE 08 COL 44 PIC X(030)  TO    POT-CIDADE-WSP.
           03 T2P LINE 10 COL 44 PIC X(002)  TO    POT-UF-WSP.
           03 T3P LINE 12 COL 44 PIC ZZ9     TO    POT-SEGMENTO-WSP.
           03 T4P LINE 14 COL 44 PIC ZZZZZZ9 TO    POT-QTD-ESTAB-WSP.
           03 T5P LINE 16 COL 44 PIC X(020)  TO    POT-FONTE-WSP.
      *
       01  TELA-IMPORT-ENDERECO.
           03 F LINE 08 COL 17         VALUE
                ' Informe nome e endereco do arquivo a ser importado. '.
           03 F LINE 13 COL 05         VALUE ' Endereco: '.
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
                      REG-WSP
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           MOVE 'N'                    TO WSS-MUNICIPIO-ABERTO
                                          WSS-SEGMENTO-ABERTO.
      *
           OPEN I-O ARQ-POTENCIAL.
      *
           EVALUATE FS-POTENCIAL
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-POTENCIAL
                    OPEN OUTPUT ARQ-POTENCIAL
                    CLOSE ARQ-POTENCIAL
                    OPEN I-O ARQ-POTENCIAL
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'POTENCIAL'   TO WSS-ARQUIVO
                    MOVE FS-POTENCIAL  TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'AUDITORIA'         TO WSS-ARQUIVO
              MOVE FS-AUDITORIA        TO WSS-FSTATUS
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Tabelas MUNICIPIO e SEGMENTO sao opcionais: sem elas a
      *       cidade/UF e o segmento nao sao conferidos
           OPEN INPUT ARQ-MUNICIPIO.
           IF FS-MUNICIPIO             EQUAL '00'
              MOVE 'S'                 TO WSS-MUNICIPIO-ABERTO
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
           ACCEPT WSS-FUN              LINE 18 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
               WHEN 1
                    PERFORM RT-INCLUIR-ALTERAR
                                       THRU RT-INCLUIR-ALTERARX
               WHEN 2
                    PERFORM RT-EXCLUSAO
                                       THRU RT-EXCLUSAOX
               WHEN 3
                    PERFORM RT-CONSULTA
                                       THRU RT-CONSULTAX
               WHEN 4
                    PERFORM RT-IMPORTACAO
                                       THRU RT-IMPORTACAOX
               WHEN 5
                    PERFORM RT-RELATORIO
                                       THRU RT-RELATORIOX
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
      *    INCLUSAO/ALTERACAO DO POTENCIAL DE UMA CIDADE E SEGMENTO
      *    (GRAVA OU REGRAVA)
      *----------------------------------------------------------------*
       RT-INCLUIR-ALTERAR              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSP
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           DISPLAY TELA-LABEL-POTENCIAL.
      *
           MOVE "Informe a cidade (branco sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1P.
      *
           IF POT-CIDADE-WSP           EQUAL SPACES
              GO                       TO RT-INCLUIR-ALTERARX
           END-IF.
      *
           MOVE "Informe a UF."        TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2P.
      *
           MOVE "Informe o codigo do segmento."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3P.
      *
           MOVE "Informe a quantidade estimada de estabelecimentos."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4P.
      *
           MOVE "Informe a fonte da estimativa (ex.: IBGE, RAIS)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T5P.
      *
           PERFORM RT-VALIDAR-POTENCIAL
                                       THRU RT-VALIDAR-POTENCIALX.
      *
           IF WSS-VALIDO               NOT EQUAL 'S'
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUIR-ALTERARX
           END-IF.
      *
           MOVE "Confirma a gravacao do potencial? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 56
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              PERFORM RT-DATA-SISTEMA  THRU RT-DATA-SISTEMAX
              MOVE WSS-DATA-SIS        TO POT-DT-ATUALIZACAO-WSP
              MOVE REG-WSP             TO REG-FDP
              WRITE REG-FDP
              IF FS-POTENCIAL          EQUAL '22'
                 REWRITE REG-FDP       FROM REG-WSP
              END-IF
              IF FS-POTENCIAL          EQUAL '00'
                 MOVE 'MANUTENCAO DE POTENCIAL DE MERCADO'
                                       TO WSS-AUD-ACAO
                 PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                 MOVE "Potencial gravado com sucesso!"
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              ELSE
                 MOVE 'ao gravar  '    TO WSS-DESCRICAO
                 MOVE 'POTENCIAL'      TO WSS-ARQUIVO
                 MOVE FS-POTENCIAL     TO WSS-FSTATUS
                 MOVE 3                TO WSS-PONTO-ERRO
                 PERFORM RT-ERROS      THRU RT-ERROSX
              END-IF
           END-IF.
      *
       RT-INCLUIR-ALTERARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VALIDAR-POTENCIAL            SECTION.
      *  ---> Confere o registro em REG-WSP: cidade e UF na tabela
      *       MUNICIPIO e segmento na tabela SEGMENTO (quando as
      *       tabelas existem). Deixa o motivo em WSS-MENSAGEM.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-VALIDO.
      *
           IF POT-CIDADE-WSP           EQUAL SPACES
              OR POT-UF-WSP            EQUAL SPACES
              MOVE "Cidade e UF sao obrigatorias - nao gravado."
                                       TO WSS-MENSAGEM
              GO                       TO RT-VALIDAR-POTENCIALX
           END-IF.
      *
           IF POT-SEGMENTO-WSP         NOT NUMERIC
              OR POT-SEGMENTO-WSP      EQUAL ZEROS
              MOVE "Segmento e obrigatorio - registro nao gravado."
                                       TO WSS-MENSAGEM
              GO                       TO RT-VALIDAR-POTENCIALX
           END-IF.
      *
           IF POT-QTD-ESTAB-WSP        NOT NUMERIC
              MOVE "Quantidade de estabelecimentos invalida."
                                       TO WSS-MENSAGEM
              GO                       TO RT-VALIDAR-POTENCIALX
           END-IF.
      *
           IF MUNICIPIO-ABERTO
              MOVE POT-CIDADE-WSP      TO MUN-CIDADE-FDM
              MOVE POT-UF-WSP          TO MUN-UF-FDM
              READ ARQ-MUNICIPIO       KEY IS MUN-CHAVE-FDM
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-MUNICIPIO          NOT EQUAL '00'
                 MOVE "Cidade/UF nao cadastrada na tabela MUNICIPIO."
                                       TO WSS-MENSAGEM
                 GO                    TO RT-VALIDAR-POTENCIALX
              END-IF
           END-IF.
      *
           IF SEGMENTO-ABERTO
              MOVE POT-SEGMENTO-WSP    TO SEG-CODIGO-FDS
              READ ARQ-SEGMENTO        KEY IS SEG-CODIGO-FDS
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-SEGMENTO           NOT EQUAL '00'
                 MOVE "Segmento nao cadastrado na tabela SEGMENTO."
                                       TO WSS-MENSAGEM
                 GO                    TO RT-VALIDAR-POTENCIALX
              END-IF
           END-IF.
      *
           MOVE 'S'                    TO WSS-VALIDO.
      *
       RT-VALIDAR-POTENCIALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXCLUSAO                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSP
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           DISPLAY TELA-LABEL-POTENCIAL.
      *
           MOVE "Informe cidade, UF e segmento a excluir (branco sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1P.
      *
           IF POT-CIDADE-WSP           EQUAL SPACES
              GO                       TO RT-EXCLUSAOX
           END-IF.
      *
           ACCEPT T2P.
           ACCEPT T3P.
      *
           MOVE POT-CHAVE-WSP          TO POT-CHAVE-FDP.
      *
           READ ARQ-POTENCIAL          KEY IS POT-CHAVE-FDP
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-POTENCIAL             NOT EQUAL '00'
              MOVE "Potencial nao cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EXCLUSAOX
           END-IF.
      *
           MOVE "Confirma a exclusao do potencial? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 56
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              DELETE ARQ-POTENCIAL RECORD
              IF FS-POTENCIAL          EQUAL '00'
                 MOVE 'EXCLUSAO DE POTENCIAL DE MERCADO'
                                       TO WSS-AUD-ACAO
                 PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                 MOVE "Potencial excluido com sucesso!"
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              ELSE
                 MOVE 'ao excluir '    TO WSS-DESCRICAO
                 MOVE 'POTENCIAL'      TO WSS-ARQUIVO
                 MOVE FS-POTENCIAL     TO WSS-FSTATUS
                 MOVE 4                TO WSS-PONTO-ERRO
                 PERFORM RT-ERROS      THRU RT-ERROSX
              END-IF
           END-IF.
      *
       RT-EXCLUSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE SPACES                 TO POT-CIDADE-FDP
                                          POT-UF-FDP.
           MOVE ZEROS                  TO POT-SEGMENTO-FDP.
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
      *
           START ARQ-POTENCIAL         KEY IS NOT LESS
                                          POT-CHAVE-FDP
                INVALID KEY
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
           END-START.
      *
           IF WSS-FIM-ARQ-CON          EQUAL 'S'
              MOVE "Nenhum potencial cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CONSULTAX
           END-IF.
      *
           MOVE 4                      TO WSS-LINHA.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CON
                                       EQUAL 'S' OR 's'
              PERFORM RT-EXIBIR-POTENCIAL
                                       THRU RT-EXIBIR-POTENCIALX
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
       RT-EXIBIR-POTENCIAL             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-POTENCIAL          NEXT
                                       INTO REG-WSP
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
                    GO                  TO RT-EXIBIR-POTENCIALX
           END-READ.
      *
           MOVE POT-CIDADE-WSP         TO CON-CIDADE.
           MOVE POT-UF-WSP             TO CON-UF.
           MOVE POT-SEGMENTO-WSP       TO CON-SEGMENTO.
           MOVE POT-QTD-ESTAB-WSP      TO CON-QTD.
           MOVE POT-FONTE-WSP          TO CON-FONTE.
      *
           DISPLAY WSS-LINHA-CON       LINE WSS-LINHA COL 05.
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
                 MOVE 4                TO WSS-LINHA
              END-IF
           END-IF.
      *
       RT-EXIBIR-POTENCIALX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CARGA DA TABELA POR ARQUIVO DE IMPORTACAO
      *----------------------------------------------------------------*
       RT-IMPORTACAO                   SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-REG-LIDOS
                                          WSS-REG-GRAVADOS
                                          WSS-REG-DESPREZADOS.
      *
           DISPLAY TELA-IMPORT-ENDERECO.
      *
           MOVE 'Informe <S> para sair sem importar dados.'
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           ACCEPT WSS-ENDERECO-ARQ     LINE 13 COL 16
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-ENDERECO-ARQ(1:1)    EQUAL 'S' OR 's'
              GO                       TO RT-IMPORTACAOX
           END-IF.
      *
           OPEN INPUT ARQ-IMPORT.
      *
           IF FS-IMPORT                NOT EQUAL '00'
              MOVE "Arquivo de importacao inexistente."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-IMPORTACAOX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE 'N'                    TO WSS-FIM-IMPORT.
      *
           PERFORM UNTIL WSS-FIM-IMPORT
                                       EQUAL 'S' OR 's'
              PERFORM RT-CARREGAR-LINHA
                                       THRU RT-CARREGAR-LINHAX
           END-PERFORM.
      *
           CLOSE ARQ-IMPORT.
      *
           MOVE 'CARGA DA TABELA POTENCIAL'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Carga: ' WSS-REG-LIDOS ' lidos, '
                  WSS-REG-GRAVADOS ' gravados, '
                  WSS-REG-DESPREZADOS ' desprezados.'
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-IMPORTACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARREGAR-LINHA               SECTION.
      *  ---> Le uma linha da carga (cidade+uf+segmento+quantidade+
      *       fonte no layout do registro), confere nas tabelas de
      *       referencia e grava/regrava com a data da carga
      *----------------------------------------------------------------*
      *
           READ ARQ-IMPORT
                INTO REG-WSP
             AT END
                MOVE 'S'               TO WSS-FIM-IMPORT
                GO                     TO RT-CARREGAR-LINHAX
           END-READ.
      *
           ADD 1                       TO WSS-REG-LIDOS.
      *
           PERFORM RT-VALIDAR-POTENCIAL
                                       THRU RT-VALIDAR-POTENCIALX.
      *
           IF WSS-VALIDO               NOT EQUAL 'S'
              ADD 1                    TO WSS-REG-DESPREZADOS
              GO                       TO RT-CARREGAR-LINHAX
           END-IF.
      *
           MOVE WSS-DATA-SIS           TO POT-DT-ATUALIZACAO-WSP.
      *
           MOVE REG-WSP                TO REG-FDP.
           WRITE REG-FDP.
      *
           IF FS-POTENCIAL             EQUAL '22'
              REWRITE REG-FDP          FROM REG-WSP
           END-IF.
      *
           IF FS-POTENCIAL             EQUAL '00'
              ADD 1                    TO WSS-REG-GRAVADOS
           ELSE
              ADD 1                    TO WSS-REG-DESPREZADOS
           END-IF.
      *
       RT-CARREGAR-LINHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO DE PENETRACAO: POTENCIAL X CLIENTES ATIVOS E
      *    PROSPECTS POR CIDADE E SEGMENTO, SEGUIDO DO RANKING DAS
      *    CIDADES COM MAIOR POTENCIAL NAO EXPLORADO AO ALCANCE DE UM
      *    VENDEDOR ATIVO
      *----------------------------------------------------------------*
       RT-RELATORIO                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE "Gerando relatorio de penetracao. Aguarde..."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE SPACES                 TO WSS-ARQ-PENETRACAO.
           STRING 'REL-PENETRACAO-'    DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
              INTO WSS-ARQ-PENETRACAO
           END-STRING.
      *
           MOVE ZEROS                  TO WSS-QTD-POT
                                          WSS-QTD-CID
                                          WSS-QTD-VENDEDOR
                                          WSS-QTD-FORA.
      *
           PERFORM RT-LER-PARAMETROS   THRU RT-LER-PARAMETROSX.
      *
           PERFORM RT-CARREGAR-POTENCIAL
                                       THRU RT-CARREGAR-POTENCIALX.
      *
           IF WSS-QTD-POT              EQUAL ZEROS
              MOVE "Nenhum potencial cadastrado - relatorio nao gerado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-RELATORIOX
           END-IF.
      *
           PERFORM RT-COORDENADAS-CIDADES
                                       THRU RT-COORDENADAS-CIDADESX.
      *
           PERFORM RT-CONTAR-CLIENTES  THRU RT-CONTAR-CLIENTESX.
      *
           PERFORM RT-CARREGAR-VENDEDORES
                                       THRU RT-CARREGAR-VENDEDORESX.
      *
           PERFORM RT-ALCANCE-CIDADES  THRU RT-ALCANCE-CIDADESX.
      *
           OPEN OUTPUT REL-PENETRACAO.
      *
           IF FS-RELPEN                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELPENETR'         TO WSS-ARQUIVO
              MOVE FS-RELPEN           TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           WRITE REG-RELPEN            FROM PEN-CABECALHO-1.
           WRITE REG-RELPEN            FROM PEN-TRACO.
           WRITE REG-RELPEN            FROM PEN-CABECALHO-2.
           WRITE REG-RELPEN            FROM PEN-TRACO.
      *
           PERFORM VARYING WSS-IDX-POT FROM 1 BY 1
                   UNTIL   WSS-IDX-POT GREATER WSS-QTD-POT
              PERFORM RT-GRAVAR-DETALHE
                                       THRU RT-GRAVAR-DETALHEX
           END-PERFORM.
      *
           MOVE SPACES                 TO REG-RELPEN.
           WRITE REG-RELPEN.
           WRITE REG-RELPEN            FROM PEN-CABECALHO-3.
           WRITE REG-RELPEN            FROM PEN-TRACO.
           WRITE REG-RELPEN            FROM PEN-CABECALHO-4.
           WRITE REG-RELPEN            FROM PEN-TRACO.
      *
           PERFORM RT-ORDENAR-CIDADES  THRU RT-ORDENAR-CIDADESX.
      *
           IF WSS-QTD-FORA             GREATER ZEROS
              MOVE SPACES              TO REG-RELPEN
              WRITE REG-RELPEN
              MOVE WSS-QTD-FORA        TO PEN-QTD-FORA
              WRITE REG-RELPEN         FROM PEN-RODAPE
           END-IF.
      *
           CLOSE REL-PENETRACAO.
      *
           MOVE WSS-ARQ-PENETRACAO     TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'RELATORIO DE PENETRACAO GERADO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Relatorio de penetracao gerado com sucesso."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-RELATORIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-PARAMETROS               SECTION.
      *  ---> Alcance padrao do vendedor sem RAIOMAX: distancia maxima
      *       do PARAMDIST (em km); zerada (ou sem PARAMDIST) assume
      *       o padrao de 50 km
      *----------------------------------------------------------------*
      *
           MOVE WSS-RAIO-DEFAULT       TO WSS-RAIO-PADRAO.
      *
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS            NOT EQUAL '00'
              GO                       TO RT-LER-PARAMETROSX
           END-IF.
      *
           PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX.
      *
           IF FS-PARAMETROS            EQUAL '00'
              IF PARM-MAX-DISTANCIA    NUMERIC
                 AND PARM-MAX-DISTANCIA
                                       GREATER ZEROS
                 COMPUTE WSS-RAIO-PADRAO = PARM-MAX-DISTANCIA * 1000
              END-IF
           END-IF.
      *
           CLOSE ARQ-PARAMETROS.
      *
       RT-LER-PARAMETROSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARREGAR-POTENCIAL           SECTION.
      *  ---> Le o arquivo POTENCIAL na ordem da chave e monta as
      *       tabelas do potencial e das cidades (uma entrada por
      *       cidade + UF, na quebra da chave)
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO POT-CIDADE-FDP
                                          POT-UF-FDP.
           MOVE ZEROS                  TO POT-SEGMENTO-FDP.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-POTENCIAL         KEY IS NOT LESS
                                          POT-CHAVE-FDP
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              READ ARQ-POTENCIAL       NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   PERFORM RT-INCLUIR-POTENCIAL
                                       THRU RT-INCLUIR-POTENCIALX
              END-READ
           END-PERFORM.
      *
       RT-CARREGAR-POTENCIALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-INCLUIR-POTENCIAL            SECTION.
      *----------------------------------------------------------------*
      *
           IF WSS-QTD-POT              NOT LESS 2000
              ADD 1                    TO WSS-QTD-FORA
              GO                       TO RT-INCLUIR-POTENCIALX
           END-IF.
      *
      *  ---> Quebra de cidade + UF: abre nova entrada de cidade
           IF WSS-QTD-CID              EQUAL ZEROS
              OR POT-CIDADE-FDP        NOT EQUAL
                                       WSS-CID-CIDADE (WSS-QTD-CID)
              OR POT-UF-FDP            NOT EQUAL
                                       WSS-CID-UF (WSS-QTD-CID)
              IF WSS-QTD-CID           NOT LESS 500
                 ADD 1                 TO WSS-QTD-FORA
                 GO                    TO RT-INCLUIR-POTENCIALX
              END-IF
              ADD 1                    TO WSS-QTD-CID
              MOVE WSS-QTD-CID         TO WSS-IDX-CID
              MOVE POT-CIDADE-FDP      TO WSS-CID-CIDADE (WSS-IDX-CID)
              MOVE POT-UF-FDP          TO WSS-CID-UF (WSS-IDX-CID)
              MOVE ZEROS               TO WSS-CID-POT (WSS-IDX-CID)
                                          WSS-CID-ATIVOS (WSS-IDX-CID)
                                          WSS-CID-PROSPECTS
                                                       (WSS-IDX-CID)
                                          WSS-CID-NAO-EXPL
                                                       (WSS-IDX-CID)
                                          WSS-CID-LAT (WSS-IDX-CID)
                                          WSS-CID-LON (WSS-IDX-CID)
                                          WSS-CID-CVENDEDOR
                                                       (WSS-IDX-CID)
              MOVE 'N'                 TO WSS-CID-COORD (WSS-IDX-CID)
              MOVE 999999999,99        TO WSS-CID-DIST (WSS-IDX-CID)
           END-IF.
      *
           ADD 1                       TO WSS-QTD-POT.
           MOVE WSS-QTD-POT            TO WSS-IDX-POT.
      *
           MOVE POT-CIDADE-FDP         TO WSS-POT-CIDADE (WSS-IDX-POT).
           MOVE POT-UF-FDP             TO WSS-POT-UF (WSS-IDX-POT).
           MOVE POT-SEGMENTO-FDP       TO WSS-POT-SEGMENTO
                                                       (WSS-IDX-POT).
           MOVE POT-QTD-ESTAB-FDP      TO WSS-POT-QTD (WSS-IDX-POT).
           MOVE ZEROS                  TO WSS-POT-ATIVOS (WSS-IDX-POT)
                                          WSS-POT-PROSPECTS
                                                       (WSS-IDX-POT).
           MOVE WSS-QTD-CID            TO WSS-POT-IDX-CID
                                                       (WSS-IDX-POT).
      *
           ADD POT-QTD-ESTAB-FDP       TO WSS-CID-POT (WSS-QTD-CID).
      *
       RT-INCLUIR-POTENCIALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-COORDENADAS-CIDADES          SECTION.
      *  ---> Coordenada de cada cidade pelo centroide do prefixo do
      *       CEP inicial da faixa na tabela MUNICIPIO (CEPGEO). Sem
      *       centroide, vale a coordenada do primeiro cliente da
      *       cidade (RT-CONTAR-CLIENTES).
      *----------------------------------------------------------------*
      *
           IF NOT MUNICIPIO-ABERTO
              GO                       TO RT-COORDENADAS-CIDADESX
           END-IF.
      *
           OPEN INPUT ARQ-CEPGEO.
      *
           IF FS-CEPGEO                NOT EQUAL '00'
              GO                       TO RT-COORDENADAS-CIDADESX
           END-IF.
      *
           PERFORM VARYING WSS-IDX-CID FROM 1 BY 1
                   UNTIL   WSS-IDX-CID GREATER WSS-QTD-CID
              PERFORM RT-COORDENADA-CIDADE
                                       THRU RT-COORDENADA-CIDADEX
           END-PERFORM.
      *
           CLOSE ARQ-CEPGEO.
      *
       RT-COORDENADAS-CIDADESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-COORDENADA-CIDADE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-CID-CIDADE (WSS-IDX-CID)
                                       TO MUN-CIDADE-FDM.
           MOVE WSS-CID-UF (WSS-IDX-CID)
                                       TO MUN-UF-FDM.
      *
           READ ARQ-MUNICIPIO          KEY IS MUN-CHAVE-FDM
                INVALID KEY
                    GO                 TO RT-COORDENADA-CIDADEX
           END-READ.
      *
           MOVE MUN-CEP-DE-FDM(1:5)    TO GEO-CEP-PREFIXO-FDG.
      *
           READ ARQ-CEPGEO             KEY IS GEO-CEP-PREFIXO-FDG
                INVALID KEY
                    GO                 TO RT-COORDENADA-CIDADEX
           END-READ.
      *
           MOVE GEO-LATITUDE-FDG       TO WSS-CID-LAT (WSS-IDX-CID).
           MOVE GEO-LONGITUDE-FDG      TO WSS-CID-LON (WSS-IDX-CID).
           MOVE 'S'                    TO WSS-CID-COORD (WSS-IDX-CID).
      *
       RT-COORDENADA-CIDADEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONTAR-CLIENTES              SECTION.
      *  ---> Conta os clientes ativos e prospects de cada cidade e
      *       segmento presentes no potencial
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CLIENTES.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CLIENTES'          TO WSS-ARQUIVO
              MOVE FS-CLIENTES         TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              READ ARQ-CLIENTES        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF ATIVO-FDC
                      OR PROSPECT-FDC
                      PERFORM RT-CONTAR-CLIENTE
                                       THRU RT-CONTAR-CLIENTEX
                   END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-CLIENTES.
      *
       RT-CONTAR-CLIENTESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONTAR-CLIENTE               SECTION.
      *----------------------------------------------------------------*
      *
      *  ---> Localiza a cidade do cliente
           MOVE 'N'                    TO WSS-ACHOU.
           MOVE 1                      TO WSS-IDX-CID.
      *
           PERFORM UNTIL WSS-IDX-CID   GREATER WSS-QTD-CID
                   OR WSS-ACHOU        EQUAL 'S'
              IF WSS-CID-CIDADE (WSS-IDX-CID)
                                       EQUAL CIDADE-FDC
                 AND WSS-CID-UF (WSS-IDX-CID)
                                       EQUAL UF-FDC
                 MOVE 'S'              TO WSS-ACHOU
              ELSE
                 ADD 1                 TO WSS-IDX-CID
              END-IF
           END-PERFORM.
      *
           IF WSS-ACHOU                NOT EQUAL 'S'
              GO                       TO RT-CONTAR-CLIENTEX
           END-IF.
      *
      *  ---> Cidade sem centroide: assume a coordenada do cliente
           IF WSS-CID-COORD (WSS-IDX-CID)
                                       NOT EQUAL 'S'
              AND (LATITUDE-FDC        NOT EQUAL ZEROS
                   OR LONGITUDE-FDC    NOT EQUAL ZEROS)
              MOVE LATITUDE-FDC        TO WSS-CID-LAT (WSS-IDX-CID)
              MOVE LONGITUDE-FDC       TO WSS-CID-LON (WSS-IDX-CID)
              MOVE 'S'                 TO WSS-CID-COORD (WSS-IDX-CID)
           END-IF.
      *
      *  ---> Localiza o segmento do cliente no potencial da cidade
           IF SEGMENTO-FDC             EQUAL ZEROS
              GO                       TO RT-CONTAR-CLIENTEX
           END-IF.
      *
           MOVE 'N'                    TO WSS-ACHOU.
           MOVE 1                      TO WSS-IDX-POT.
      *
           PERFORM UNTIL WSS-IDX-POT   GREATER WSS-QTD-POT
                   OR WSS-ACHOU        EQUAL 'S'
              IF WSS-POT-IDX-CID (WSS-IDX-POT)
                                       EQUAL WSS-IDX-CID
                 AND WSS-POT-SEGMENTO (WSS-IDX-POT)
                                       EQUAL SEGMENTO-FDC
                 MOVE 'S'              TO WSS-ACHOU
              ELSE
                 ADD 1                 TO WSS-IDX-POT
              END-IF
           END-PERFORM.
      *
           IF WSS-ACHOU                NOT EQUAL 'S'
              GO                       TO RT-CONTAR-CLIENTEX
           END-IF.
      *
           IF ATIVO-FDC
              ADD 1                    TO WSS-POT-ATIVOS (WSS-IDX-POT)
                                          WSS-CID-ATIVOS (WSS-IDX-CID)
           ELSE
              ADD 1                    TO WSS-POT-PROSPECTS
                                                       (WSS-IDX-POT)
                                          WSS-CID-PROSPECTS
                                                       (WSS-IDX-CID)
           END-IF.
      *
       RT-CONTAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARREGAR-VENDEDORES          SECTION.
      *  ---> Vendedores ativos com coordenadas e alcance (RAIOMAX do
      *       vendedor ou, sem ele, o alcance padrao)
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-VENDEDOR.
      *
           IF FS-VENDEDOR              NOT EQUAL '00'
              GO                       TO RT-CARREGAR-VENDEDORESX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              READ ARQ-VENDEDOR        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF ATIVO-FDV
                      AND WSS-QTD-VENDEDOR
                                       LESS 500
                      ADD 1            TO WSS-QTD-VENDEDOR
                      MOVE CODIGO-FDV  TO WSS-COD-VEN
                                          (WSS-QTD-VENDEDOR)
                      MOVE LATITUDE-FDV
                                       TO WSS-LAT-VEN
                                          (WSS-QTD-VENDEDOR)
                      MOVE LONGITUDE-FDV
                                       TO WSS-LON-VEN
                                          (WSS-QTD-VENDEDOR)
                      IF RAIOMAX-FDV   GREATER ZEROS
                         MOVE RAIOMAX-FDV
                                       TO WSS-RAIO-VEN
                                          (WSS-QTD-VENDEDOR)
                      ELSE
                         MOVE WSS-RAIO-PADRAO
                                       TO WSS-RAIO-VEN
                                          (WSS-QTD-VENDEDOR)
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-VENDEDOR.
      *
       RT-CARREGAR-VENDEDORESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ALCANCE-CIDADES              SECTION.
      *  ---> Para cada cidade com coordenada, o vendedor ativo mais
      *       proximo dentre os que a alcancam; apura tambem o
      *       potencial nao explorado da cidade
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WSS-IDX-POT FROM 1 BY 1
                   UNTIL   WSS-IDX-POT GREATER WSS-QTD-POT
              COMPUTE WSS-NAO-EXPLORADO =
                      WSS-POT-QTD (WSS-IDX-POT)
                    - WSS-POT-ATIVOS (WSS-IDX-POT)
                    - WSS-POT-PROSPECTS (WSS-IDX-POT)
              IF WSS-NAO-EXPLORADO     GREATER ZEROS
                 MOVE WSS-POT-IDX-CID (WSS-IDX-POT)
                                       TO WSS-IDX-CID
                 ADD WSS-NAO-EXPLORADO TO WSS-CID-NAO-EXPL
                                                       (WSS-IDX-CID)
              END-IF
           END-PERFORM.
      *
           PERFORM VARYING WSS-IDX-CID FROM 1 BY 1
                   UNTIL   WSS-IDX-CID GREATER WSS-QTD-CID
              IF WSS-CID-COORD (WSS-IDX-CID)
                                       EQUAL 'S'
                 PERFORM RT-VENDEDOR-MAIS-PROXIMO
                                       THRU RT-VENDEDOR-MAIS-PROXIMOX
              END-IF
           END-PERFORM.
      *
       RT-ALCANCE-CIDADESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VENDEDOR-MAIS-PROXIMO        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 999999999,99           TO WSS-MENOR-DIST.
           MOVE 1                      TO WSS-IDX-VEN.
      *
           PERFORM UNTIL WSS-IDX-VEN   GREATER WSS-QTD-VENDEDOR
              PERFORM RT-AVALIAR-VENDEDOR
                                       THRU RT-AVALIAR-VENDEDORX
           END-PERFORM.
      *
           MOVE WSS-MENOR-DIST         TO WSS-CID-DIST (WSS-IDX-CID).
      *
       RT-VENDEDOR-MAIS-PROXIMOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVALIAR-VENDEDOR             SECTION.
      *  ---> Distancia da cidade ao vendedor da tabela indicado por
      *       WSS-IDX-VEN; so conta se estiver dentro do alcance dele
      *----------------------------------------------------------------*
      *
      *  ---> Calculo compartilhado (PRV00902)
           MOVE WSS-CID-LAT (WSS-IDX-CID)
                                       TO WSS-DIST-LAT-A.
           MOVE WSS-CID-LON (WSS-IDX-CID)
                                       TO WSS-DIST-LON-A.
           MOVE WSS-LAT-VEN (WSS-IDX-VEN)
                                       TO WSS-DIST-LAT-B.
           MOVE WSS-LON-VEN (WSS-IDX-VEN)
                                       TO WSS-DIST-LON-B.
      *
           CALL WSPRV902               USING WSS-DIST-PARM.
      *
           MOVE WSS-DIST-METROS        TO WSS-CALC-DIST.
           MOVE WSS-RAIO-VEN (WSS-IDX-VEN)
                                       TO WSS-RAIO-ALCANCE.
      *
           IF WSS-CALC-DIST            NOT GREATER WSS-RAIO-ALCANCE
              AND WSS-CALC-DIST        LESS WSS-MENOR-DIST
              MOVE WSS-CALC-DIST       TO WSS-MENOR-DIST
              MOVE WSS-COD-VEN (WSS-IDX-VEN)
                                       TO WSS-CID-CVENDEDOR
                                                       (WSS-IDX-CID)
           END-IF.
      *
           ADD 1                       TO WSS-IDX-VEN.
      *
       RT-AVALIAR-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-DETALHE               SECTION.
      *  ---> Uma linha por cidade e segmento do potencial
      *----------------------------------------------------------------*
      *
           MOVE WSS-POT-CIDADE (WSS-IDX-POT)
                                       TO PEN-CIDADE.
           MOVE WSS-POT-UF (WSS-IDX-POT)
                                       TO PEN-UF.
           MOVE WSS-POT-SEGMENTO (WSS-IDX-POT)
                                       TO PEN-SEGMENTO.
           MOVE WSS-POT-QTD (WSS-IDX-POT)
                                       TO PEN-POTENCIAL.
           MOVE WSS-POT-ATIVOS (WSS-IDX-POT)
                                       TO PEN-ATIVOS.
           MOVE WSS-POT-PROSPECTS (WSS-IDX-POT)
                                       TO PEN-PROSPECTS.
      *
           MOVE SPACES                 TO PEN-SEG-DESCRICAO.
           IF SEGMENTO-ABERTO
              MOVE WSS-POT-SEGMENTO (WSS-IDX-POT)
                                       TO SEG-CODIGO-FDS
              READ ARQ-SEGMENTO        KEY IS SEG-CODIGO-FDS
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-SEGMENTO           EQUAL '00'
                 MOVE SEG-DESCRICAO-FDS
                                       TO PEN-SEG-DESCRICAO
              END-IF
           END-IF.
      *
      *  ---> Penetracao = ativos / potencial; cobertura = (ativos +
      *       prospects) / potencial. Potencial zerado exibe zeros.
           MOVE ZEROS                  TO WSS-PCT-PENETRACAO
                                          WSS-PCT-COBERTURA.
           IF WSS-POT-QTD (WSS-IDX-POT)
                                       GREATER ZEROS
              COMPUTE WSS-PCT-PENETRACAO ROUNDED =
                      WSS-POT-ATIVOS (WSS-IDX-POT) * 100
                    / WSS-POT-QTD (WSS-IDX-POT)
                 ON SIZE ERROR
                    MOVE 999,9         TO WSS-PCT-PENETRACAO
              END-COMPUTE
              COMPUTE WSS-PCT-COBERTURA ROUNDED =
                    ( WSS-POT-ATIVOS (WSS-IDX-POT)
                    + WSS-POT-PROSPECTS (WSS-IDX-POT) ) * 100
                    / WSS-POT-QTD (WSS-IDX-POT)
                 ON SIZE ERROR
                    MOVE 999,9         TO WSS-PCT-COBERTURA
              END-COMPUTE
           END-IF.
      *
           MOVE WSS-PCT-PENETRACAO     TO PEN-PCT-PENETRACAO.
           MOVE WSS-PCT-COBERTURA      TO PEN-PCT-COBERTURA.
      *
           COMPUTE WSS-NAO-EXPLORADO =
                   WSS-POT-QTD (WSS-IDX-POT)
                 - WSS-POT-ATIVOS (WSS-IDX-POT)
                 - WSS-POT-PROSPECTS (WSS-IDX-POT).
           IF WSS-NAO-EXPLORADO        LESS ZEROS
              MOVE ZEROS               TO WSS-NAO-EXPLORADO
           END-IF.
           MOVE WSS-NAO-EXPLORADO      TO PEN-NAO-EXPLORADO.
      *
           WRITE REG-RELPEN            FROM PEN-DETALHE.
      *
       RT-GRAVAR-DETALHEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ORDENA AS CIDADES AO ALCANCE DE UM VENDEDOR PELO POTENCIAL
      *    NAO EXPLORADO (DECRESCENTE) E EMITE O RANKING
      *----------------------------------------------------------------*
       RT-ORDENAR-CIDADES              SECTION.
      *----------------------------------------------------------------*
      *
           SORT SRT-PENETRACAO
                ON DESCENDING          KEY SRTP-NAO-EXPLORADO
                INPUT PROCEDURE        IS RT-INPUT-SORT
                OUTPUT PROCEDURE       IS RT-OUTPUT-SORT.
      *
       RT-ORDENAR-CIDADESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-INPUT-SORT                   SECTION.
      *  ---> So entram as cidades com potencial nao explorado e com
      *       algum vendedor ativo dentro do alcance
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WSS-IDX-CID FROM 1 BY 1
                   UNTIL   WSS-IDX-CID GREATER WSS-QTD-CID
              IF WSS-CID-NAO-EXPL (WSS-IDX-CID)
                                       GREATER ZEROS
                 AND WSS-CID-CVENDEDOR (WSS-IDX-CID)
                                       GREATER ZEROS
                 MOVE WSS-CID-NAO-EXPL (WSS-IDX-CID)
                                       TO SRTP-NAO-EXPLORADO
                 MOVE WSS-IDX-CID      TO SRTP-IDX-CIDADE
                 RELEASE REG-SRTP
              END-IF
           END-PERFORM.
      *
       RT-INPUT-SORTX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-OUTPUT-SORT                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-RANK.
           MOVE 'N'                    TO WSS-FIM-SORT.
      *
           PERFORM UNTIL WSS-FIM-SORT  EQUAL 'S' OR 's'
              RETURN SRT-PENETRACAO    INTO REG-SRTP
                AT END
                   MOVE 'S'            TO WSS-FIM-SORT
                NOT AT END
                   PERFORM RT-GRAVAR-RANKING
                                       THRU RT-GRAVAR-RANKINGX
              END-RETURN
           END-PERFORM.
      *
       RT-OUTPUT-SORTX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-RANKING               SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WSS-RANK.
           MOVE SRTP-IDX-CIDADE        TO WSS-IDX-CID.
      *
           MOVE WSS-RANK               TO PEN-RANK.
           MOVE WSS-CID-CIDADE (WSS-IDX-CID)
                                       TO PEN-R-CIDADE.
           MOVE WSS-CID-UF (WSS-IDX-CID)
                                       TO PEN-R-UF.
           MOVE WSS-CID-POT (WSS-IDX-CID)
                                       TO PEN-R-POTENCIAL.
           MOVE WSS-CID-ATIVOS (WSS-IDX-CID)
                                       TO PEN-R-ATIVOS.
           MOVE WSS-CID-PROSPECTS (WSS-IDX-CID)
                                       TO PEN-R-PROSPECTS.
           MOVE WSS-CID-NAO-EXPL (WSS-IDX-CID)
                                       TO PEN-R-NAO-EXPLORADO.
           MOVE WSS-CID-CVENDEDOR (WSS-IDX-CID)
                                       TO PEN-R-CVENDEDOR.
           COMPUTE PEN-R-DIST = WSS-CID-DIST (WSS-IDX-CID) / 1000.
      *
           MOVE ZEROS                  TO WSS-PCT-PENETRACAO.
           IF WSS-CID-POT (WSS-IDX-CID)
                                       GREATER ZEROS
              COMPUTE WSS-PCT-PENETRACAO ROUNDED =
                      WSS-CID-ATIVOS (WSS-IDX-CID) * 100
                    / WSS-CID-POT (WSS-IDX-CID)
                 ON SIZE ERROR
                    MOVE 999,9         TO WSS-PCT-PENETRACAO
              END-COMPUTE
           END-IF.
           MOVE WSS-PCT-PENETRACAO     TO PEN-R-PCT-PENETRACAO.
      *
           WRITE REG-RELPEN            FROM PEN-RANKING.
      *
       RT-GRAVAR-RANKINGX.
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
           MOVE 'PT000095'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE 'PENETRACAO DE MERCADO'
                                       TO CAT-FILTROS-FDK.
           MOVE WSS-ARQ-PENETRACAO     TO CAT-ARQUIVO-FDK.
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
           MOVE 'PT000095'             TO WSS-AUD-PROGRAMA.
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
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           STRING 'Erro ' WSS-DESCRICAO 'arquivo ' WSS-ARQUIVO
                  ' - FS: ' WSS-FSTATUS ' Local: #' WSS-PONTO-ERRO '#'
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
      *
      *  ---> Registra o erro no log central (ERRSYS)
           MOVE 'PT000095'             TO WSS-ERR-PROGRAMA.
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
           CLOSE ARQ-POTENCIAL
                 ARQ-AUDITORIA.
      *
           IF MUNICIPIO-ABERTO
              CLOSE ARQ-MUNICIPIO
           END-IF.
      *
           IF SEGMENTO-ABERTO
              CLOSE ARQ-SEGMENTO
           END-IF.
      *
           MOVE ZEROS                  TO LKS-RETORNO.
      *
       RT-FINALIZARX.
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
