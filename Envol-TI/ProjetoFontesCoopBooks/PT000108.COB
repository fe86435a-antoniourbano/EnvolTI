      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000108.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000108 ---> RELATORIOS -> EXTRATOS AD-HOC   *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : O OPERADOR ESCOLHE UMA BASE (CLIENTES,        *
      *     *            VENDEDOR, DISTRIBUICAO, VISITAS OU PEDIDOS),  *
      *     *            ATE 12 COLUNAS DO LAYOUT, ATE 3 FILTROS       *
      *     *            SIMPLES E O CAMPO DE ORDENACAO, E SALVA A     *
      *     *            DEFINICAO COM UM CODIGO (ARQ EXTRATO). A      *
      *     *            EXECUCAO GERA O CSV EXT-<CODIGO>-<DATA>.CSV   *
      *     *            (SEPARADOR ';', CABECALHO COM OS NOMES DOS    *
      *     *            CAMPOS), REGISTRADO NO CATALOGO CATREL. NO    *
      *     *            MODO BATCH 'B' (PASSO DA GRADE PT000064) O    *
      *     *            CODIGO VEM NO ARGUMENTO DO PASSO; A ASSINATURA*
      *     *            PELO CODIGO (PT000078) ENTREGA O EXTRATO NA   *
      *     *            CAIXA DE ENTRADA. SO SAO EXTRAIDOS REGISTROS  *
      *     *            DAS FILIAIS PERMITIDAS AO OPERADOR.           *
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
      *  ---> Definicoes salvas dos extratos
           COPY 'SEL-EXTRATO.CPY'      REPLACING ==::== BY ==-FDE==.
      *
      *  ---> Bases que podem ser extraidas (o cadastro de clientes
      *       tambem da a filial das demais bases)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDD==.
           COPY 'SEL-VISITAS.CPY'      REPLACING ==::== BY ==-FDI==.
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Extrato gerado (CSV)
           SELECT  REL-EXTRATO         ASSIGN TO WSS-ARQ-EXTRATO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RELEXT.
      *
      *  ---> Arquivo SORT (ordenacao do extrato)
           SELECT SRT-EXTRATO          ASSIGN TO
                                       'SRT-EXTRATO.TMP'
                  FILE STATUS          IS FS-EXT-SRT.
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
       FD  ARQ-EXTRATO                 VALUE OF FILE-ID IS 'EXTRATO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDE.
       COPY 'FD-EXTRATO.CPY'           REPLACING ==::== BY ==-FDE==.
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
       FD  ARQ-DISTRIBUIR              VALUE OF FILE-ID IS
                                                      'DISTRIBUICAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DISTRIBUIR.CPY'        REPLACING ==::== BY ==-FDD==.
      *
       FD  ARQ-VISITAS                 VALUE OF FILE-ID IS 'VISITAS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDI.
       COPY 'FD-VISITAS.CPY'           REPLACING ==::== BY ==-FDI==.
      *
       FD  ARQ-PEDIDOS                 VALUE OF FILE-ID IS 'PEDIDOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PEDIDOS.CPY'           REPLACING ==::== BY ==-FDP==.
      *
       FD  REL-EXTRATO.
       01  REG-RELEXT                  PIC  X(500).
      *
       SD  SRT-EXTRATO.
       01  REG-SRTE.
           03  CHAVE-SRTE              PIC  X(040).
           03  SEQ-SRTE                PIC  9(009).
           03  LINHA-SRTE              PIC  X(500).
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
      *  ---> Conferencia da filial contra as filiais do operador
       77  WSS-FIL-PERMITIDA           PIC  X(001)         VALUE 'S'.
           88  FILIAL-PERMITIDA                            VALUE 'S'.
       77  WSS-FIL-TESTE               PIC  9(003)         VALUE ZEROS.
       77  WSS-IDX-PERM                PIC  9(002)         VALUE ZEROS.
      *
       77  WSS-FIM-ARQ-EXT             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-BASE            PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-SORT                PIC  X(001)         VALUE 'N'.
       77  WSS-CLIENTES-ABERTO         PIC  X(001)         VALUE 'N'.
           88  CLIENTES-ABERTO                             VALUE 'S'.
      *  ---> Filial dos registros so e conferida quando o operador
      *       tem lista de filiais permitidas
       77  WSS-RESTRITO                PIC  X(001)         VALUE 'N'.
           88  OPERADOR-RESTRITO                           VALUE 'S'.
       77  WSS-DEF-OK                  PIC  X(001)         VALUE 'N'.
           88  DEFINICAO-OK                                VALUE 'S'.
       77  WSS-FIL-VALIDO              PIC  X(001)         VALUE 'N'.
           88  FILTRO-VALIDO                               VALUE 'S'.
       77  WSS-ATENDE                  PIC  X(001)         VALUE 'N'.
           88  REGISTRO-ATENDE                             VALUE 'S'.
       77  WSS-ACHOU                   PIC  X(001)         VALUE 'N'.
           88  ACHOU-CARACTER                              VALUE 'S'.
       77  WSS-EXEC-OK                 PIC  X(001)         VALUE 'N'.
           88  EXECUCAO-OK                                 VALUE 'S'.
      *  ---> Linha do extrato: 'C' cabecalho (nomes), 'D' detalhe
       77  WSS-MODO-LINHA              PIC  X(001)         VALUE 'D'.
           88  LINHA-CABECALHO                             VALUE 'C'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
       01  WSS-AUXILIARES.
           03  WSS-ENT                 PIC  X(001)         VALUE SPACES.
           03  WSS-FUN                 PIC  9(001)         VALUE ZEROS.
           03  WSS-SON                 PIC  X(001)         VALUE SPACES.
           03  WSS-PARAM               PIC  X(001)         VALUE SPACES.
               88  MODO-BATCH                      VALUE 'B' 'b'.
           03  WSS-RETORNO             PIC  X(002)         VALUE SPACES.
           03  WSS-MENSAGEM            PIC  X(067)         VALUE SPACES.
           03  WSS-PONTO-ERRO          PIC  9(002)         VALUE ZEROS.
           03  WSS-DESCRICAO           PIC  X(012)         VALUE SPACES.
           03  WSS-ARQUIVO             PIC  X(010)         VALUE SPACES.
           03  WSS-FSTATUS             PIC  X(002)         VALUE SPACES.
           03  WSS-LINHA               PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-COLUNA              PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-LIMPA-LINHA         PIC  X(080)         VALUE SPACES.
           03  WSS-ARQ-EXTRATO         PIC  X(030)         VALUE SPACES.
           03  WSS-REG-LISTADOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-EXTRAIDA        PIC  9(007)         VALUE ZEROS.
           03  WSS-SEQ-REG             PIC  9(009)         VALUE ZEROS.
           03  WSS-DT-EDITADA          PIC  X(010)         VALUE SPACES.
           03  WSS-BASE-ANT            PIC  X(001)         VALUE SPACES.
           03  WSS-NOME-BASE           PIC  X(012)         VALUE SPACES.
           03  WSS-ACAO-DEF            PIC  X(009)         VALUE SPACES.
           03  WSS-IDX-DIC             PIC  9(003)         VALUE ZEROS.
           03  WSS-IDX-CPO             PIC  9(002)         VALUE ZEROS.
           03  WSS-IDX-COL             PIC  9(002)         VALUE ZEROS.
           03  WSS-IDX-FIL             PIC  9(002)         VALUE ZEROS.
           03  WSS-QTD-COLUNAS         PIC  9(002)         VALUE ZEROS.
           03  WSS-NUM-ED              PIC  9(002)         VALUE ZEROS.
           03  WSS-CONT                PIC  9(003)         VALUE ZEROS.
           03  WSS-PONTEIRO            PIC  9(003)         VALUE ZEROS.
           03  WSS-POS                 PIC  9(003)         VALUE ZEROS.
           03  WSS-TAM                 PIC  9(003)         VALUE ZEROS.
           03  WSS-TAM-VALOR           PIC  9(003)         VALUE ZEROS.
           03  WSS-TAM-INT             PIC  9(003)         VALUE ZEROS.
           03  WSS-TAM-DEC             PIC  9(003)         VALUE ZEROS.
           03  WSS-VALOR               PIC  X(040)         VALUE SPACES.
           03  WSS-VALOR-AUX           PIC  X(040)         VALUE SPACES.
           03  WSS-CMP-REG             PIC  X(040)         VALUE SPACES.
           03  WSS-LINHA-EXT           PIC  X(500)         VALUE SPACES.
      *
      *  ---> Areas de edicao dos valores numericos, datas e
      *       coordenadas do registro lido
           03  WSS-NUM-X               PIC  X(011)         VALUE SPACES.
           03  WSS-NUM-V               REDEFINES WSS-NUM-X
                                       PIC  9(009)V9(002).
           03  WSS-ED-V                PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  WSS-GEO-X               PIC  X(011)         VALUE SPACES.
           03  WSS-GEO-N               REDEFINES WSS-GEO-X
                                       PIC S9(003)V9(008).
           03  WSS-ED-G                PIC -ZZ9,99999999   VALUE ZEROS.
           03  WSS-DATA-X              PIC  X(008)         VALUE SPACES.
           03  WSS-DATA-N              REDEFINES WSS-DATA-X
                                       PIC  9(008).
           03  WSS-NUM-18              PIC  9(018)         VALUE ZEROS.
           03  WSS-NUM-18-X            REDEFINES WSS-NUM-18
                                       PIC  X(018).
           03  WSS-NUM-INT             PIC  9(009)         VALUE ZEROS.
           03  WSS-NUM-INT-X           REDEFINES WSS-NUM-INT
                                       PIC  X(009).
           03  WSS-DEC-X               PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CAMPOS DE TELA
      *----------------------------------------------------------------*
           03  WSS-T-CODIGO            PIC  X(008)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-EXTRATO              PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-VISITAS              PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-RELEXT               PIC  X(002)         VALUE SPACES.
           03  FS-EXT-SRT              PIC  X(002)         VALUE SPACES.
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
      *    VARIAVEIS - CAMPOS DA BASE ESCOLHIDA (CARREGADOS DO
      *    DICIONARIO) E FILTROS JA NORMALIZADOS P/ COMPARACAO
      *----------------------------------------------------------------*
       01  WSS-CAMPOS-BASE.
           03  WSS-QTD-CAMPOS          PIC  9(002)         VALUE ZEROS.
           03  WSS-CPO                 OCCURS 30 TIMES.
               05  WSS-CPO-NOME        PIC  X(017).
               05  WSS-CPO-POS         PIC  9(003).
               05  WSS-CPO-TAM         PIC  9(003).
               05  WSS-CPO-TIPO        PIC  X(001).
      *
       01  WSS-FILTROS-CMP.
           03  WSS-FIL                 OCCURS 3 TIMES.
               05  WSS-FIL-CMP         PIC  X(040).
               05  WSS-FIL-TAM         PIC  9(003).
      *
      *----------------------------------------------------------------*
      *    AREA COMUM DO REGISTRO LIDO DA BASE (CAMPOS PELA POSICAO E
      *    TAMANHO DO DICIONARIO)
      *----------------------------------------------------------------*
       01  WSS-REGISTRO                PIC  X(300)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    DICIONARIO DOS CAMPOS DAS BASES: BASE, NOME, POSICAO E
      *    TAMANHO NO REGISTRO E TIPO (X-ALFANUMERICO, N-NUMERICO,
      *    V-VALOR COM 2 DECIMAIS, T-DATA AAAAMMDD, G-COORDENADA
      *    COM SINAL, SO PARA SAIDA). ACOMPANHA OS COPYBOOKS FD-*.
      *----------------------------------------------------------------*
       01  WSS-DICIONARIO.
      *  ---> C - CLIENTES
           03  FILLER                  PIC  X(025)         VALUE
               'CCODIGO           001007N'.
           03  FILLER                  PIC  X(025)         VALUE
               'CCNPJ             008014N'.
           03  FILLER                  PIC  X(025)         VALUE
               'CRSOCIAL          022040X'.
           03  FILLER                  PIC  X(025)         VALUE
               'CLATITUDE         062011G'.
           03  FILLER                  PIC  X(025)         VALUE
               'CLONGITUDE        073011G'.
           03  FILLER                  PIC  X(025)         VALUE
               'CFILIAL           084003N'.
           03  FILLER                  PIC  X(025)         VALUE
               'CENDERECO         087040X'.
           03  FILLER                  PIC  X(025)         VALUE
               'CCIDADE           127030X'.
           03  FILLER                  PIC  X(025)         VALUE
               'CCEP              157008X'.
           03  FILLER                  PIC  X(025)         VALUE
               'CSITUACAO         165001X'.
           03  FILLER                  PIC  X(025)         VALUE
               'CUF               166002X'.
           03  FILLER                  PIC  X(025)         VALUE
               'CCLASSE-ABC       168001X'.
           03  FILLER                  PIC  X(025)         VALUE
               'CDTINCLUSAO       169008T'.
           03  FILLER                  PIC  X(025)         VALUE
               'CDTALTERACAO      177008T'.
           03  FILLER                  PIC  X(025)         VALUE
               'CEMPRESA          185003N'.
           03  FILLER                  PIC  X(025)         VALUE
               'CBLOQ-CODIGO      188003X'.
           03  FILLER                  PIC  X(025)         VALUE
               'CBLOQ-DATA        191008T'.
           03  FILLER                  PIC  X(025)         VALUE
               'CPERIODICIDADE    199001X'.
           03  FILLER                  PIC  X(025)         VALUE
               'CDIA-VISITA       200001N'.
           03  FILLER                  PIC  X(025)         VALUE
               'CSEGMENTO         201003N'.
           03  FILLER                  PIC  X(025)         VALUE
               'CGRUPO            204005N'.
           03  FILLER                  PIC  X(025)         VALUE
               'CETAPA-PIPELINE   209001X'.
           03  FILLER                  PIC  X(025)         VALUE
               'CDT-ETAPA         210008T'.
           03  FILLER                  PIC  X(025)         VALUE
               'CDTGEOCOD         218008T'.
           03  FILLER                  PIC  X(025)         VALUE
               'CLIMITE-CREDITO   226011V'.
      *  ---> V - VENDEDOR
           03  FILLER                  PIC  X(025)         VALUE
               'VCODIGO           001007N'.
           03  FILLER                  PIC  X(025)         VALUE
               'VCPF              008011N'.
           03  FILLER                  PIC  X(025)         VALUE
               'VNOME             019040X'.
           03  FILLER                  PIC  X(025)         VALUE
               'VLATITUDE         059011G'.
           03  FILLER                  PIC  X(025)         VALUE
               'VLONGITUDE        070011G'.
           03  FILLER                  PIC  X(025)         VALUE
               'VCAPACIDADE       081005N'.
           03  FILLER                  PIC  X(025)         VALUE
               'VRAIOMAX          086011V'.
           03  FILLER                  PIC  X(025)         VALUE
               'VSITUACAO         097001X'.
           03  FILLER                  PIC  X(025)         VALUE
               'VDTINCLUSAO       098008T'.
           03  FILLER                  PIC  X(025)         VALUE
               'VDTALTERACAO      106008T'.
           03  FILLER                  PIC  X(025)         VALUE
               'VTELEFONE         114015X'.
           03  FILLER                  PIC  X(025)         VALUE
               'VEMAIL            129040X'.
           03  FILLER                  PIC  X(025)         VALUE
               'VFILIAL           169003N'.
           03  FILLER                  PIC  X(025)         VALUE
               'VENDERECO         172040X'.
           03  FILLER                  PIC  X(025)         VALUE
               'VCIDADE           212030X'.
           03  FILLER                  PIC  X(025)         VALUE
               'VCEP              242008X'.
           03  FILLER                  PIC  X(025)         VALUE
               'VUF               250002X'.
           03  FILLER                  PIC  X(025)         VALUE
               'VEMPRESA          252003N'.
           03  FILLER                  PIC  X(025)         VALUE
               'VTREINAMENTO      255001X'.
           03  FILLER                  PIC  X(025)         VALUE
               'VDT-INICIO-TREIN  256008T'.
           03  FILLER                  PIC  X(025)         VALUE
               'VTIPO-CONTRATO    264001X'.
           03  FILLER                  PIC  X(025)         VALUE
               'VEQUIPE           265003N'.
           03  FILLER                  PIC  X(025)         VALUE
               'VCANAL            268001X'.
      *  ---> D - DISTRIBUICAO
           03  FILLER                  PIC  X(025)         VALUE
               'DCCLIENTE         001007N'.
           03  FILLER                  PIC  X(025)         VALUE
               'DRSOCIAL          008040X'.
           03  FILLER                  PIC  X(025)         VALUE
               'DCVENDEDOR        048007N'.
           03  FILLER                  PIC  X(025)         VALUE
               'DNOME             055040X'.
           03  FILLER                  PIC  X(025)         VALUE
               'DDISTANCIA        095011V'.
           03  FILLER                  PIC  X(025)         VALUE
               'DCVENDEDOR2       106007N'.
           03  FILLER                  PIC  X(025)         VALUE
               'DNOME2            113040X'.
           03  FILLER                  PIC  X(025)         VALUE
               'DEMPRESA          153003N'.
           03  FILLER                  PIC  X(025)         VALUE
               'DRUN-DATA         156008T'.
           03  FILLER                  PIC  X(025)         VALUE
               'DRUN-HORA         164006X'.
           03  FILLER                  PIC  X(025)         VALUE
               'DPROVENIENCIA     170001X'.
           03  FILLER                  PIC  X(025)         VALUE
               'DDTVINCULO        171008T'.
      *  ---> I - VISITAS
           03  FILLER                  PIC  X(025)         VALUE
               'IVIS-CCLIENTE     001007N'.
           03  FILLER                  PIC  X(025)         VALUE
               'IVIS-DATA         008008T'.
           03  FILLER                  PIC  X(025)         VALUE
               'IVIS-CVENDEDOR    016007N'.
           03  FILLER                  PIC  X(025)         VALUE
               'IVIS-RESULTADO    023002X'.
           03  FILLER                  PIC  X(025)         VALUE
               'IVIS-OBS          025040X'.
           03  FILLER                  PIC  X(025)         VALUE
               'IVIS-HR-CHECKIN   065004N'.
           03  FILLER                  PIC  X(025)         VALUE
               'IVIS-HR-CHECKOUT  069004N'.
           03  FILLER                  PIC  X(025)         VALUE
               'IVIS-LATITUDE     073011G'.
           03  FILLER                  PIC  X(025)         VALUE
               'IVIS-LONGITUDE    084011G'.
           03  FILLER                  PIC  X(025)         VALUE
               'IVIS-DISTANCIA    095007N'.
           03  FILLER                  PIC  X(025)         VALUE
               'IVIS-PRESENCA     102001X'.
           03  FILLER                  PIC  X(025)         VALUE
               'IVIS-MOTIVO-SUSP  103001X'.
           03  FILLER                  PIC  X(025)         VALUE
               'IVIS-VALIDADOR    104010X'.
           03  FILLER                  PIC  X(025)         VALUE
               'IVIS-DT-VALIDACAO 114008T'.
      *  ---> P - PEDIDOS
           03  FILLER                  PIC  X(025)         VALUE
               'PPED-CCLIENTE     001007N'.
           03  FILLER                  PIC  X(025)         VALUE
               'PPED-DATA         008008T'.
           03  FILLER                  PIC  X(025)         VALUE
               'PPED-SEQ          016003N'.
           03  FILLER                  PIC  X(025)         VALUE
               'PPED-CVENDEDOR    019007N'.
           03  FILLER                  PIC  X(025)         VALUE
               'PPED-VALOR        026011V'.
           03  FILLER                  PIC  X(025)         VALUE
               'PPED-SITUACAO     037001X'.
           03  FILLER                  PIC  X(025)         VALUE
               'PPED-OBS          038030X'.
           03  FILLER                  PIC  X(025)         VALUE
               'PPED-SIT-ERP      068001X'.
           03  FILLER                  PIC  X(025)         VALUE
               'PPED-NOTA         069009N'.
           03  FILLER                  PIC  X(025)         VALUE
               'PPED-APROVADOR    078010X'.
           03  FILLER                  PIC  X(025)         VALUE
               'PPED-DT-DECISAO   088008T'.
           03  FILLER                  PIC  X(025)         VALUE
               'PPED-MOTIVO-REPROV096002N'.
           03  FILLER                  PIC  X(025)         VALUE
               'PPED-RETENCAO     098001X'.
           03  FILLER                  PIC  X(025)         VALUE
               'PPED-ORIGEM       099001X'.
           03  FILLER                  PIC  X(025)         VALUE
               'PPED-DT-ENTREGA   100008T'.
           03  FILLER                  PIC  X(025)         VALUE
               'PPED-DT-FATURA    108008T'.
      *
       01  WSS-DICIONARIO-R            REDEFINES WSS-DICIONARIO.
           03  WSS-DIC                 OCCURS 90 TIMES.
               05  WSS-DIC-BASE        PIC  X(001).
               05  WSS-DIC-NOME        PIC  X(017).
               05  WSS-DIC-POS         PIC  9(003).
               05  WSS-DIC-TAM         PIC  9(003).
               05  WSS-DIC-TIPO        PIC  X(001).
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - DATA DO SISTEMA (OU DATA DE PROCESSAMENTO)
      *----------------------------------------------------------------*
       01  WSS-DATA-SIS.
           03  WSS-DATA-SIS-ANO        PIC  X(004).
           03  WSS-DATA-SIS-MES        PIC  X(002).
           03  WSS-DATA-SIS-DIA        PIC  X(002).
       01  WSS-DATA-SIS-N              REDEFINES WSS-DATA-SIS
                                       PIC  9(008).
      *
       01  WSS-DT-INVERTIDA.
           03  WSS-DTI-ANO             PIC  9(004).
           03  WSS-DTI-MES             PIC  9(002).
           03  WSS-DTI-DIA             PIC  9(002).
       01  WSS-DT-INVERTIDA-N          REDEFINES WSS-DT-INVERTIDA
                                       PIC  9(008).
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
               ' ........... EXTRATOS AD-HOC ........... ' BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Incluir/Alterar   ".
           03 F LINE 10 COL 28   VALUE " 2 - Executar Extrato  ".
           03 F LINE 12 COL 28   VALUE " 3 - Consultar Extratos".
           03 F LINE 14 COL 28   VALUE " 4 - Excluir Extrato   ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]             ".
      *
       01  TELA-LABEL-CODIGO.
           03 F LINE 06 COL 04   VALUE " Codigo do extrato.........: ".
      *
       01  TELA-DADOS-CODIGO-T.
           03 T1E LINE 06 COL 34 PIC X(008)   TO    WSS-T-CODIGO.
      *
       01  TELA-LABEL-DEFINICAO.
           03 F LINE 08 COL 04   VALUE " Descricao.................: ".
           03 F LINE 10 COL 04   VALUE " Base (C/V/D/I/P)..........: ".
           03 F LINE 10 COL 37   VALUE
               "C-Clientes V-Vendedor D-Distribuicao".
           03 F LINE 11 COL 37   VALUE "I-Visitas  P-Pedidos".
      *
       01  TELA-DADOS-DEFINICAO-T.
           03 T2E LINE 08 COL 34 PIC X(030)   USING EXT-DESCRICAO-FDE.
           03 T3E LINE 10 COL 34 PIC X(001)   USING EXT-BASE-FDE.
      *
       01  TELA-LABEL-SELECAO.
           03 F LINE 16 COL 02   VALUE "Colunas.:".
           03 F LINE 17 COL 02   VALUE "Filtro 1: campo".
           03 F LINE 17 COL 21   VALUE "oper".
           03 F LINE 17 COL 29   VALUE "valor".
           03 F LINE 18 COL 02   VALUE "Filtro 2: campo".
           03 F LINE 18 COL 21   VALUE "oper".
           03 F LINE 18 COL 29   VALUE "valor".
           03 F LINE 19 COL 02   VALUE "Filtro 3: campo".
           03 F LINE 19 COL 21   VALUE "oper".
           03 F LINE 19 COL 29   VALUE "valor".
           03 F LINE 20 COL 02   VALUE "Ordem...: campo".
           03 F LINE 20 COL 21   VALUE "sentido (A/D)".
           03 F LINE 21 COL 02   VALUE
               "Oper: = <> > < >= <= C(contem).".
           03 F LINE 21 COL 35   VALUE
               "Data DDMMAAAA. Valor 1500,50".
      *
       01  TELA-DADOS-SELECAO-T.
           03 C01 LINE 16 COL 12 PIC 99
                                USING EXT-COLUNA-FDE (01).
           03 C02 LINE 16 COL 15 PIC 99
                                USING EXT-COLUNA-FDE (02).
           03 C03 LINE 16 COL 18 PIC 99
                                USING EXT-COLUNA-FDE (03).
           03 C04 LINE 16 COL 21 PIC 99
                                USING EXT-COLUNA-FDE (04).
           03 C05 LINE 16 COL 24 PIC 99
                                USING EXT-COLUNA-FDE (05).
           03 C06 LINE 16 COL 27 PIC 99
                                USING EXT-COLUNA-FDE (06).
           03 C07 LINE 16 COL 30 PIC 99
                                USING EXT-COLUNA-FDE (07).
           03 C08 LINE 16 COL 33 PIC 99
                                USING EXT-COLUNA-FDE (08).
           03 C09 LINE 16 COL 36 PIC 99
                                USING EXT-COLUNA-FDE (09).
           03 C10 LINE 16 COL 39 PIC 99
                                USING EXT-COLUNA-FDE (10).
           03 C11 LINE 16 COL 42 PIC 99
                                USING EXT-COLUNA-FDE (11).
           03 C12 LINE 16 COL 45 PIC 99
                                USING EXT-COLUNA-FDE (12).
           03 F1C LINE 17 COL 18 PIC 99
                                USING EXT-FIL-CAMPO-FDE (1).
           03 F1O LINE 17 COL 26 PIC X(002)
                                USING EXT-FIL-OPER-FDE (1).
           03 F1V LINE 17 COL 35 PIC X(030)
                                USING EXT-FIL-VALOR-FDE (1).
           03 F2C LINE 18 COL 18 PIC 99
                                USING EXT-FIL-CAMPO-FDE (2).
           03 F2O LINE 18 COL 26 PIC X(002)
                                USING EXT-FIL-OPER-FDE (2).
           03 F2V LINE 18 COL 35 PIC X(030)
                                USING EXT-FIL-VALOR-FDE (2).
           03 F3C LINE 19 COL 18 PIC 99
                                USING EXT-FIL-CAMPO-FDE (3).
           03 F3O LINE 19 COL 26 PIC X(002)
                                USING EXT-FIL-OPER-FDE (3).
           03 F3V LINE 19 COL 35 PIC X(030)
                                USING EXT-FIL-VALOR-FDE (3).
           03 O1C LINE 20 COL 18 PIC 99
                                USING EXT-ORDEM-CAMPO-FDE.
           03 O1S LINE 20 COL 35 PIC X(001)
                                USING EXT-ORDEM-SENTIDO-FDE.
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
              PERFORM RT-EXECUTAR-BATCH
                                       THRU RT-EXECUTAR-BATCHX
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
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           MOVE LKS-PARAM              TO WSS-PARAM.
           MOVE '00'                   TO LKS-RETORNO
                                          WSS-RETORNO.
      *
           IF LKS-FILIAIS-PERM         NUMERIC
              AND LKS-FILIAIS-PERM     NOT EQUAL ZEROS
              MOVE 'S'                 TO WSS-RESTRITO
           ELSE
              MOVE 'N'                 TO WSS-RESTRITO
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           PERFORM RT-ABRIR-EXTRATO    THRU RT-ABRIR-EXTRATOX.
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
       RT-INICIALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ABRE (OU CRIA NA PRIMEIRA UTILIZACAO) O ARQUIVO EXTRATO
      *----------------------------------------------------------------*
       RT-ABRIR-EXTRATO                SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-EXTRATO.
      *
           EVALUATE FS-EXTRATO
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-EXTRATO
                    OPEN OUTPUT ARQ-EXTRATO
                    CLOSE ARQ-EXTRATO
                    OPEN I-O ARQ-EXTRATO
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'EXTRATO'     TO WSS-ARQUIVO
                    MOVE FS-EXTRATO    TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
       RT-ABRIR-EXTRATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    MODO BATCH (PASSO DA GRADE DE JOBS): EXECUTA O EXTRATO CUJO
      *    CODIGO VEM NO ARGUMENTO DO PASSO
      *----------------------------------------------------------------*
       RT-EXECUTAR-BATCH               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LKS-ARGUMENTO(1:8)     TO EXT-CODIGO-FDE.
           INSPECT EXT-CODIGO-FDE      CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           IF EXT-CODIGO-FDE           EQUAL SPACES
              MOVE '09'                TO WSS-RETORNO
              MOVE "Passo sem o codigo do extrato no argumento."
                                       TO WSS-MENSAGEM
              GO                       TO RT-EXECUTAR-BATCHX
           END-IF.
      *
           READ ARQ-EXTRATO
                INVALID KEY
                   MOVE '09'           TO WSS-RETORNO
                   MOVE SPACES         TO WSS-MENSAGEM
                   STRING 'Extrato nao cadastrado: ' EXT-CODIGO-FDE
                      DELIMITED BY SIZE
                                       INTO WSS-MENSAGEM
                   END-STRING
                   GO                  TO RT-EXECUTAR-BATCHX
           END-READ.
      *
           PERFORM RT-EXECUTAR-EXTRATO THRU RT-EXECUTAR-EXTRATOX.
      *
           IF NOT EXECUCAO-OK
              MOVE '09'                TO WSS-RETORNO
           END-IF.
      *
       RT-EXECUTAR-BATCHX.
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
      *  ---> Operador so de consulta apenas executa e consulta
           IF (WSS-FUN                 EQUAL 1 OR 4)
              AND LKS-SO-CONSULTA
              MOVE "Manutencao de extratos nao permitida ao operador."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              MOVE ZEROS               TO WSS-FUN
              GO                       TO RT-PROCESSARX
           END-IF.
      *
           EVALUATE WSS-FUN
               WHEN 1
                    PERFORM RT-MANTER-DEFINICAO
                                       THRU RT-MANTER-DEFINICAOX
               WHEN 2
                    PERFORM RT-EXECUTAR-TELA
                                       THRU RT-EXECUTAR-TELAX
               WHEN 3
                    PERFORM RT-CONSULTA
                                       THRU RT-CONSULTAX
               WHEN 4
                    PERFORM RT-EXCLUIR-DEFINICAO
                                       THRU RT-EXCLUIR-DEFINICAOX
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
      *    RECEBE O CODIGO DO EXTRATO E LE A DEFINICAO (FS-EXTRATO
      *    '00' = EXISTENTE, '23' = NAO CADASTRADA). CODIGO EM BRANCO
      *    DEVOLVE ESPACOS EM WSS-T-CODIGO.
      *----------------------------------------------------------------*
       RT-RECEBER-CODIGO               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE SPACES                 TO WSS-T-CODIGO.
      *
           DISPLAY TELA-LABEL-CODIGO.
      *
           MOVE "Informe o codigo do extrato (branco volta)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1E.
      *
           INSPECT WSS-T-CODIGO        CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           IF WSS-T-CODIGO             EQUAL SPACES
              GO                       TO RT-RECEBER-CODIGOX
           END-IF.
      *
           MOVE WSS-T-CODIGO           TO EXT-CODIGO-FDE.
      *
           READ ARQ-EXTRATO
                INVALID KEY
                   INITIALIZE          REG-FDE
                   MOVE WSS-T-CODIGO   TO EXT-CODIGO-FDE
           END-READ.
      *
       RT-RECEBER-CODIGOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    INCLUSAO OU ALTERACAO DE UMA DEFINICAO DE EXTRATO
      *----------------------------------------------------------------*
       RT-MANTER-DEFINICAO             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CODIGO   THRU RT-RECEBER-CODIGOX.
      *
           IF WSS-T-CODIGO             EQUAL SPACES
              GO                       TO RT-MANTER-DEFINICAOX
           END-IF.
      *
      *  ---> O codigo do extrato tambem e assinado no PT000078 junto
      *       com os nomes de programa: nao pode se confundir com eles
           IF WSS-T-CODIGO(1:2)        EQUAL 'PT'
              MOVE "Codigo iniciado por PT e reservado aos programas."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-MANTER-DEFINICAOX
           END-IF.
      *
           IF FS-EXTRATO               EQUAL '00'
              MOVE 'ALTERADO'          TO WSS-ACAO-DEF
      *  ---> Definicao de outro operador: so o autor ou o
      *       administrador altera
              IF EXT-OPERADOR-FDE      NOT EQUAL LKS-OPERADOR
                 AND LKS-PERFIL        NOT EQUAL 'A' AND 'a'
                 MOVE "Extrato de outro operador: so o autor ou admin."
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 GO                    TO RT-MANTER-DEFINICAOX
              END-IF
              MOVE "Extrato existente - altere os dados."
                                       TO WSS-MENSAGEM
           ELSE
              MOVE 'INCLUIDO'          TO WSS-ACAO-DEF
              MOVE 'A'                 TO EXT-ORDEM-SENTIDO-FDE
              MOVE "Extrato novo - informe os dados."
                                       TO WSS-MENSAGEM
           END-IF.
      *
           MOVE EXT-BASE-FDE           TO WSS-BASE-ANT.
      *
           DISPLAY TELA-LABEL-DEFINICAO
                   TELA-DADOS-DEFINICAO-T
                   TELA-MENSAGENS.
           ACCEPT T2E.
           ACCEPT T3E.
      *
           INSPECT EXT-BASE-FDE        CONVERTING 'cvdip' TO 'CVDIP'.
      *
           IF NOT EXT-BASE-CLIENTES-FDE
              AND NOT EXT-BASE-VENDEDOR-FDE
              AND NOT EXT-BASE-DISTRIB-FDE
              AND NOT EXT-BASE-VISITAS-FDE
              AND NOT EXT-BASE-PEDIDOS-FDE
              MOVE "Base invalida (C/V/D/I/P)."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-MANTER-DEFINICAOX
           END-IF.
      *
      *  ---> Troca de base: os campos escolhidos deixam de valer
           IF EXT-BASE-FDE             NOT EQUAL WSS-BASE-ANT
              MOVE ZEROS               TO EXT-COLUNAS-FDE
                                          EXT-ORDEM-CAMPO-FDE
              PERFORM VARYING WSS-IDX-FIL FROM 1 BY 1
                      UNTIL   WSS-IDX-FIL GREATER 3
                 MOVE ZEROS            TO EXT-FIL-CAMPO-FDE
                                          (WSS-IDX-FIL)
                 MOVE SPACES           TO EXT-FIL-OPER-FDE
                                          (WSS-IDX-FIL)
                                          EXT-FIL-VALOR-FDE
                                          (WSS-IDX-FIL)
              END-PERFORM
           END-IF.
      *
           PERFORM RT-CARREGAR-CAMPOS  THRU RT-CARREGAR-CAMPOSX.
      *
           PERFORM RT-RECEBER-SELECAO  THRU RT-RECEBER-SELECAOX.
      *
           IF NOT DEFINICAO-OK
              GO                       TO RT-MANTER-DEFINICAOX
           END-IF.
      *
           MOVE "Confirma a gravacao do extrato (S/N)?"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE SPACES                 TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-MANTER-DEFINICAOX
           END-IF.
      *
           MOVE LKS-OPERADOR           TO EXT-OPERADOR-FDE.
           MOVE WSS-DATA-SIS-N         TO EXT-DT-ALTERACAO-FDE.
      *
           IF WSS-ACAO-DEF             EQUAL 'INCLUIDO'
              MOVE ZEROS               TO EXT-DT-ULT-EXEC-FDE
                                          EXT-QTD-ULT-EXEC-FDE
              WRITE REG-FDE
                    INVALID KEY
                       MOVE 'ao gravar  ' TO WSS-DESCRICAO
                       MOVE 'EXTRATO'  TO WSS-ARQUIVO
                       MOVE FS-EXTRATO TO WSS-FSTATUS
                       MOVE 3          TO WSS-PONTO-ERRO
                       PERFORM RT-ERROS
                                       THRU RT-ERROSX
              END-WRITE
           ELSE
              REWRITE REG-FDE
                    INVALID KEY
                       MOVE 'ao regravar' TO WSS-DESCRICAO
                       MOVE 'EXTRATO'  TO WSS-ARQUIVO
                       MOVE FS-EXTRATO TO WSS-FSTATUS
                       MOVE 4          TO WSS-PONTO-ERRO
                       PERFORM RT-ERROS
                                       THRU RT-ERROSX
              END-REWRITE
           END-IF.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'EXTRATO ' EXT-CODIGO-FDE ' ' WSS-ACAO-DEF
                  ' BASE ' EXT-BASE-FDE
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Definicao do extrato gravada."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-MANTER-DEFINICAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    MOSTRA OS CAMPOS NUMERADOS DA BASE E RECEBE AS COLUNAS, OS
      *    FILTROS E A ORDENACAO. DEFINICAO INVALIDA PODE SER
      *    CORRIGIDA OU ABANDONADA.
      *----------------------------------------------------------------*
       RT-RECEBER-SELECAO              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           DISPLAY 'Campos da base '   LINE 04 COL 02.
           DISPLAY WSS-NOME-BASE       LINE 04 COL 17.
           DISPLAY '(informe os numeros dos campos)'
                                       LINE 04 COL 30.
      *
           PERFORM VARYING WSS-IDX-CPO FROM 1 BY 1
                   UNTIL   WSS-IDX-CPO GREATER WSS-QTD-CAMPOS
              PERFORM RT-EXIBIR-CAMPO  THRU RT-EXIBIR-CAMPOX
           END-PERFORM.
      *
           DISPLAY TELA-LABEL-SELECAO.
      *
       RT-RECEBER-SELECAO-ACEITE.
      *
           DISPLAY TELA-DADOS-SELECAO-T.
      *
           MOVE "Colunas na ordem de saida (00 = nao usada)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT C01.
           ACCEPT C02.
           ACCEPT C03.
           ACCEPT C04.
           ACCEPT C05.
           ACCEPT C06.
           ACCEPT C07.
           ACCEPT C08.
           ACCEPT C09.
           ACCEPT C10.
           ACCEPT C11.
           ACCEPT C12.
      *
           MOVE "Filtros: campo, operador e valor (campo 00 = sem)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT F1C.
           ACCEPT F1O.
           ACCEPT F1V.
           ACCEPT F2C.
           ACCEPT F2O.
           ACCEPT F2V.
           ACCEPT F3C.
           ACCEPT F3O.
           ACCEPT F3V.
      *
           MOVE "Campo de ordenacao (00 = ordem da chave) e sentido."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT O1C.
           ACCEPT O1S.
      *
           PERFORM RT-VALIDAR-DEFINICAO
                                       THRU RT-VALIDAR-DEFINICAOX.
      *
           IF DEFINICAO-OK
              GO                       TO RT-RECEBER-SELECAOX
           END-IF.
      *
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
           MOVE "Corrigir a definicao (S/N)?"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE SPACES                 TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              GO                       TO RT-RECEBER-SELECAO-ACEITE
           END-IF.
      *
       RT-RECEBER-SELECAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXIBIR-CAMPO                 SECTION.
      *  ---> Campo WSS-IDX-CPO na lista: 3 colunas de 10 linhas
      *----------------------------------------------------------------*
      *
           COMPUTE WSS-TAM             = WSS-IDX-CPO - 1.
           DIVIDE WSS-TAM              BY 10
                  GIVING WSS-CONT      REMAINDER WSS-POS.
           COMPUTE WSS-LINHA           = 5 + WSS-POS.
           COMPUTE WSS-COLUNA          = 2 + WSS-CONT * 26.
      *
           MOVE WSS-IDX-CPO            TO WSS-NUM-ED.
           DISPLAY WSS-NUM-ED          LINE WSS-LINHA COL WSS-COLUNA.
           ADD 2                       TO WSS-COLUNA.
           DISPLAY '-'                 LINE WSS-LINHA COL WSS-COLUNA.
           ADD 1                       TO WSS-COLUNA.
           DISPLAY WSS-CPO-NOME (WSS-IDX-CPO)
                                       LINE WSS-LINHA COL WSS-COLUNA.
      *
       RT-EXIBIR-CAMPOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONFERE A DEFINICAO EM REG-FDE CONTRA OS CAMPOS DA BASE.
      *    DEIXA O MOTIVO DA RECUSA EM WSS-MENSAGEM.
      *----------------------------------------------------------------*
       RT-VALIDAR-DEFINICAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-DEF-OK.
           MOVE ZEROS                  TO WSS-QTD-COLUNAS.
      *
           PERFORM VARYING WSS-IDX-COL FROM 1 BY 1
                   UNTIL   WSS-IDX-COL GREATER 12
              IF EXT-COLUNA-FDE (WSS-IDX-COL)
                                       NOT NUMERIC
                 MOVE ZEROS            TO EXT-COLUNA-FDE (WSS-IDX-COL)
              END-IF
              IF EXT-COLUNA-FDE (WSS-IDX-COL)
                                       GREATER WSS-QTD-CAMPOS
                 MOVE "Coluna com numero de campo inexistente."
                                       TO WSS-MENSAGEM
                 GO                    TO RT-VALIDAR-DEFINICAOX
              END-IF
              IF EXT-COLUNA-FDE (WSS-IDX-COL)
                                       GREATER ZEROS
                 ADD 1                 TO WSS-QTD-COLUNAS
              END-IF
           END-PERFORM.
      *
           IF WSS-QTD-COLUNAS          EQUAL ZEROS
              MOVE "Informe ao menos uma coluna."
                                       TO WSS-MENSAGEM
              GO                       TO RT-VALIDAR-DEFINICAOX
           END-IF.
      *
           PERFORM VARYING WSS-IDX-FIL FROM 1 BY 1
                   UNTIL   WSS-IDX-FIL GREATER 3
              INSPECT EXT-FIL-OPER-FDE (WSS-IDX-FIL)
                                       CONVERTING 'c' TO 'C'
              IF EXT-FIL-OPER-FDE (WSS-IDX-FIL) (1:1)
                                       EQUAL SPACE
                 MOVE EXT-FIL-OPER-FDE (WSS-IDX-FIL) (2:1)
                                       TO EXT-FIL-OPER-FDE
                                          (WSS-IDX-FIL) (1:1)
                 MOVE SPACE            TO EXT-FIL-OPER-FDE
                                          (WSS-IDX-FIL) (2:1)
              END-IF
              IF EXT-FIL-CAMPO-FDE (WSS-IDX-FIL)
                                       NOT NUMERIC
                 MOVE ZEROS            TO EXT-FIL-CAMPO-FDE
                                          (WSS-IDX-FIL)
              END-IF
              IF EXT-FIL-CAMPO-FDE (WSS-IDX-FIL)
                                       EQUAL ZEROS
                 MOVE SPACES           TO EXT-FIL-OPER-FDE
                                          (WSS-IDX-FIL)
                                          EXT-FIL-VALOR-FDE
                                          (WSS-IDX-FIL)
              ELSE
                 PERFORM RT-VALIDAR-FILTRO
                                       THRU RT-VALIDAR-FILTROX
                 IF NOT FILTRO-VALIDO
                    GO                 TO RT-VALIDAR-DEFINICAOX
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF EXT-ORDEM-CAMPO-FDE      NOT NUMERIC
              MOVE ZEROS               TO EXT-ORDEM-CAMPO-FDE
           END-IF.
      *
           INSPECT EXT-ORDEM-SENTIDO-FDE
                                       CONVERTING 'ad' TO 'AD'.
           IF EXT-ORDEM-SENTIDO-FDE    EQUAL SPACE
              MOVE 'A'                 TO EXT-ORDEM-SENTIDO-FDE
           END-IF.
      *
           IF EXT-ORDEM-SENTIDO-FDE    NOT EQUAL 'A' AND 'D'
              MOVE "Sentido da ordenacao invalido (A/D)."
                                       TO WSS-MENSAGEM
              GO                       TO RT-VALIDAR-DEFINICAOX
           END-IF.
      *
           IF EXT-ORDEM-CAMPO-FDE      GREATER WSS-QTD-CAMPOS
              MOVE "Campo de ordenacao inexistente."
                                       TO WSS-MENSAGEM
              GO                       TO RT-VALIDAR-DEFINICAOX
           END-IF.
      *
           IF EXT-ORDEM-CAMPO-FDE      GREATER ZEROS
              AND WSS-CPO-TIPO (EXT-ORDEM-CAMPO-FDE)
                                       EQUAL 'G'
              MOVE "Coordenada nao serve para ordenacao."
                                       TO WSS-MENSAGEM
              GO                       TO RT-VALIDAR-DEFINICAOX
           END-IF.
      *
           MOVE 'S'                    TO WSS-DEF-OK.
      *
       RT-VALIDAR-DEFINICAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VALIDAR-FILTRO               SECTION.
      *  ---> Confere o filtro WSS-IDX-FIL (campo, operador, valor)
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-FIL-VALIDO.
      *
           IF EXT-FIL-CAMPO-FDE (WSS-IDX-FIL)
                                       GREATER WSS-QTD-CAMPOS
              MOVE "Filtro com numero de campo inexistente."
                                       TO WSS-MENSAGEM
              GO                       TO RT-VALIDAR-FILTROX
           END-IF.
      *
           MOVE EXT-FIL-CAMPO-FDE (WSS-IDX-FIL)
                                       TO WSS-IDX-CPO.
      *
           IF EXT-FIL-OPER-FDE (WSS-IDX-FIL)
                                       NOT EQUAL '= ' AND '<>' AND '> '
                                       AND '< ' AND '>=' AND '<='
                                       AND 'C '
              MOVE "Operador do filtro invalido."
                                       TO WSS-MENSAGEM
              GO                       TO RT-VALIDAR-FILTROX
           END-IF.
      *
           IF EXT-FIL-OPER-FDE (WSS-IDX-FIL)
                                       EQUAL 'C '
              AND WSS-CPO-TIPO (WSS-IDX-CPO)
                                       NOT EQUAL 'X'
              MOVE "Contem (C) so vale para campo alfanumerico."
                                       TO WSS-MENSAGEM
              GO                       TO RT-VALIDAR-FILTROX
           END-IF.
      *
           PERFORM RT-NORMALIZAR-FILTRO
                                       THRU RT-NORMALIZAR-FILTROX.
      *
       RT-VALIDAR-FILTROX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    PASSA O VALOR DO FILTRO WSS-IDX-FIL (CAMPO WSS-IDX-CPO) AO
      *    FORMATO DO CAMPO NO REGISTRO: NUMEROS ALINHADOS COM ZEROS
      *    NO TAMANHO DO CAMPO, VALORES COM 2 DECIMAIS, DATAS EM
      *    AAAAMMDD E TEXTO EM MAIUSCULAS. A COMPARACAO E FEITA
      *    SOBRE O CAMPO NESSE FORMATO.
      *----------------------------------------------------------------*
       RT-NORMALIZAR-FILTRO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-FIL-VALIDO.
           MOVE SPACES                 TO WSS-FIL-CMP (WSS-IDX-FIL).
           MOVE ZEROS                  TO WSS-FIL-TAM (WSS-IDX-FIL).
           MOVE WSS-CPO-TAM (WSS-IDX-CPO)
                                       TO WSS-TAM.
      *
           MOVE EXT-FIL-VALOR-FDE (WSS-IDX-FIL)
                                       TO WSS-VALOR.
           PERFORM RT-APARAR-VALOR     THRU RT-APARAR-VALORX.
      *
           EVALUATE WSS-CPO-TIPO (WSS-IDX-CPO)
               WHEN 'X'
                    INSPECT WSS-VALOR  CONVERTING
                            'abcdefghijklmnopqrstuvwxyz'
                         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                    MOVE WSS-VALOR     TO WSS-FIL-CMP (WSS-IDX-FIL)
                    MOVE WSS-TAM-VALOR TO WSS-FIL-TAM (WSS-IDX-FIL)
                    MOVE 'S'           TO WSS-FIL-VALIDO
               WHEN 'N'
                    IF WSS-TAM-VALOR   GREATER ZEROS
                       AND WSS-TAM-VALOR
                                       NOT GREATER WSS-TAM
                       AND WSS-VALOR (1:WSS-TAM-VALOR)
                                       NUMERIC
                       MOVE WSS-VALOR (1:WSS-TAM-VALOR)
                                       TO WSS-NUM-18
                       MOVE WSS-NUM-18-X (19 - WSS-TAM:WSS-TAM)
                                       TO WSS-FIL-CMP (WSS-IDX-FIL)
                       MOVE WSS-TAM    TO WSS-FIL-TAM (WSS-IDX-FIL)
                       MOVE 'S'        TO WSS-FIL-VALIDO
                    END-IF
               WHEN 'V'
                    PERFORM RT-NORMALIZAR-VALOR
                                       THRU RT-NORMALIZAR-VALORX
               WHEN 'T'
                    IF WSS-TAM-VALOR   EQUAL 8
                       AND WSS-VALOR (1:8)
                                       NUMERIC
                       AND WSS-VALOR (3:2)
                                       NOT LESS '01'
                       AND WSS-VALOR (3:2)
                                       NOT GREATER '12'
                       AND WSS-VALOR (1:2)
                                       NOT LESS '01'
                       AND WSS-VALOR (1:2)
                                       NOT GREATER '31'
                       STRING WSS-VALOR (5:4) WSS-VALOR (3:2)
                              WSS-VALOR (1:2)
                          DELIMITED BY SIZE
                                       INTO WSS-FIL-CMP (WSS-IDX-FIL)
                       END-STRING
                       MOVE 8          TO WSS-FIL-TAM (WSS-IDX-FIL)
                       MOVE 'S'        TO WSS-FIL-VALIDO
                    END-IF
           END-EVALUATE.
      *
           IF NOT FILTRO-VALIDO
              IF WSS-CPO-TIPO (WSS-IDX-CPO)
                                       EQUAL 'G'
                 MOVE "Coordenada nao pode ser usada em filtro."
                                       TO WSS-MENSAGEM
              ELSE
                 MOVE "Valor do filtro incompativel com o campo."
                                       TO WSS-MENSAGEM
              END-IF
           END-IF.
      *
       RT-NORMALIZAR-FILTROX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-NORMALIZAR-VALOR             SECTION.
      *  ---> Valor com decimais digitado como 1500 ou 1500,5 ou
      *       1500,50: parte inteira (9 digitos) + 2 decimais
      *----------------------------------------------------------------*
      *
           IF WSS-TAM-VALOR            EQUAL ZEROS
              GO                       TO RT-NORMALIZAR-VALORX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-TAM-INT.
           INSPECT WSS-VALOR (1:WSS-TAM-VALOR)
                   TALLYING WSS-TAM-INT
                   FOR CHARACTERS BEFORE INITIAL ','.
      *
           IF WSS-TAM-INT              EQUAL ZEROS
              OR WSS-TAM-INT           GREATER 9
              GO                       TO RT-NORMALIZAR-VALORX
           END-IF.
      *
           IF WSS-VALOR (1:WSS-TAM-INT)
                                       NOT NUMERIC
              GO                       TO RT-NORMALIZAR-VALORX
           END-IF.
      *
           MOVE WSS-VALOR (1:WSS-TAM-INT)
                                       TO WSS-NUM-INT.
           MOVE '00'                   TO WSS-DEC-X.
      *
           IF WSS-TAM-INT              LESS WSS-TAM-VALOR
              COMPUTE WSS-TAM-DEC = WSS-TAM-VALOR - WSS-TAM-INT - 1
              IF WSS-TAM-DEC           GREATER 2
                 GO                    TO RT-NORMALIZAR-VALORX
              END-IF
              IF WSS-TAM-DEC           GREATER ZEROS
                 IF WSS-VALOR (WSS-TAM-INT + 2:WSS-TAM-DEC)
                                       NOT NUMERIC
                    GO                 TO RT-NORMALIZAR-VALORX
                 END-IF
                 MOVE WSS-VALOR (WSS-TAM-INT + 2:WSS-TAM-DEC)
                                       TO WSS-DEC-X (1:WSS-TAM-DEC)
              END-IF
           END-IF.
      *
           STRING WSS-NUM-INT-X WSS-DEC-X
              DELIMITED BY SIZE        INTO WSS-FIL-CMP (WSS-IDX-FIL)
           END-STRING.
           MOVE 11                     TO WSS-FIL-TAM (WSS-IDX-FIL).
           MOVE 'S'                    TO WSS-FIL-VALIDO.
      *
       RT-NORMALIZAR-VALORX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    TIRA OS BRANCOS A ESQUERDA DE WSS-VALOR E DEVOLVE EM
      *    WSS-TAM-VALOR O TAMANHO SEM OS BRANCOS A DIREITA
      *----------------------------------------------------------------*
       RT-APARAR-VALOR                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-CONT.
           INSPECT WSS-VALOR           TALLYING WSS-CONT
                   FOR LEADING SPACES.
      *
           IF WSS-CONT                 GREATER ZEROS
              AND WSS-CONT             LESS 40
              MOVE WSS-VALOR (WSS-CONT + 1:)
                                       TO WSS-VALOR-AUX
              MOVE WSS-VALOR-AUX       TO WSS-VALOR
           END-IF.
      *
           MOVE 40                     TO WSS-TAM-VALOR.
           MOVE 'N'                    TO WSS-ACHOU.
      *
           PERFORM UNTIL WSS-TAM-VALOR EQUAL ZEROS
                      OR ACHOU-CARACTER
              IF WSS-VALOR (WSS-TAM-VALOR:1)
                                       NOT EQUAL SPACE
                 MOVE 'S'              TO WSS-ACHOU
              ELSE
                 SUBTRACT 1            FROM WSS-TAM-VALOR
              END-IF
           END-PERFORM.
      *
       RT-APARAR-VALORX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CARREGA DO DICIONARIO OS CAMPOS DA BASE EM EXT-BASE-FDE
      *----------------------------------------------------------------*
       RT-CARREGAR-CAMPOS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-CAMPOS.
      *
           PERFORM VARYING WSS-IDX-DIC FROM 1 BY 1
                   UNTIL   WSS-IDX-DIC GREATER 90
              IF WSS-DIC-BASE (WSS-IDX-DIC)
                                       EQUAL EXT-BASE-FDE
                 AND WSS-QTD-CAMPOS    LESS 30
                 ADD 1                 TO WSS-QTD-CAMPOS
                 MOVE WSS-DIC-NOME (WSS-IDX-DIC)
                                       TO WSS-CPO-NOME (WSS-QTD-CAMPOS)
                 MOVE WSS-DIC-POS (WSS-IDX-DIC)
                                       TO WSS-CPO-POS (WSS-QTD-CAMPOS)
                 MOVE WSS-DIC-TAM (WSS-IDX-DIC)
                                       TO WSS-CPO-TAM (WSS-QTD-CAMPOS)
                 MOVE WSS-DIC-TIPO (WSS-IDX-DIC)
                                       TO WSS-CPO-TIPO (WSS-QTD-CAMPOS)
              END-IF
           END-PERFORM.
      *
           EVALUATE TRUE
               WHEN EXT-BASE-CLIENTES-FDE
                    MOVE 'CLIENTES'    TO WSS-NOME-BASE
               WHEN EXT-BASE-VENDEDOR-FDE
                    MOVE 'VENDEDOR'    TO WSS-NOME-BASE
               WHEN EXT-BASE-DISTRIB-FDE
                    MOVE 'DISTRIBUICAO'
                                       TO WSS-NOME-BASE
               WHEN EXT-BASE-VISITAS-FDE
                    MOVE 'VISITAS'     TO WSS-NOME-BASE
               WHEN EXT-BASE-PEDIDOS-FDE
                    MOVE 'PEDIDOS'     TO WSS-NOME-BASE
               WHEN OTHER
                    MOVE SPACES        TO WSS-NOME-BASE
           END-EVALUATE.
      *
       RT-CARREGAR-CAMPOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EXECUCAO PELA TELA: RECEBE O CODIGO E GERA O EXTRATO
      *----------------------------------------------------------------*
       RT-EXECUTAR-TELA                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CODIGO   THRU RT-RECEBER-CODIGOX.
      *
           IF WSS-T-CODIGO             EQUAL SPACES
              GO                       TO RT-EXECUTAR-TELAX
           END-IF.
      *
           IF FS-EXTRATO               NOT EQUAL '00'
              MOVE "Extrato nao cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EXECUTAR-TELAX
           END-IF.
      *
           DISPLAY EXT-DESCRICAO-FDE   LINE 08 COL 06.
      *
           MOVE "Confirma a geracao do extrato (S/N)?"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE SPACES                 TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-EXECUTAR-TELAX
           END-IF.
      *
           MOVE "Gerando o extrato. Aguarde..."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           PERFORM RT-EXECUTAR-EXTRATO THRU RT-EXECUTAR-EXTRATOX.
      *
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-EXECUTAR-TELAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    GERA O EXTRATO DA DEFINICAO EM REG-FDE: LE A BASE, APLICA A
      *    FILIAL DO OPERADOR E OS FILTROS, ORDENA E GRAVA O CSV.
      *    DEIXA O RESULTADO EM WSS-MENSAGEM E WSS-EXEC-OK.
      *----------------------------------------------------------------*
       RT-EXECUTAR-EXTRATO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-EXEC-OK.
           MOVE ZEROS                  TO WSS-QTD-EXTRAIDA
                                          WSS-SEQ-REG.
      *
           PERFORM RT-CARREGAR-CAMPOS  THRU RT-CARREGAR-CAMPOSX.
      *
      *  ---> Confere de novo a definicao (o layout pode ter mudado)
      *       e deixa os filtros no formato de comparacao
           PERFORM RT-VALIDAR-DEFINICAO
                                       THRU RT-VALIDAR-DEFINICAOX.
      *
           IF NOT DEFINICAO-OK
              GO                       TO RT-EXECUTAR-EXTRATOX
           END-IF.
      *
           PERFORM RT-ABRIR-BASE       THRU RT-ABRIR-BASEX.
      *
           IF WSS-FSTATUS              NOT EQUAL '00'
              MOVE SPACES              TO WSS-MENSAGEM
              STRING 'Erro ao abrir a base ' WSS-NOME-BASE
                     ' - FS: ' WSS-FSTATUS
                 DELIMITED BY SIZE     INTO WSS-MENSAGEM
              END-STRING
              PERFORM RT-FECHAR-BASE   THRU RT-FECHAR-BASEX
              GO                       TO RT-EXECUTAR-EXTRATOX
           END-IF.
      *
           MOVE SPACES                 TO WSS-ARQ-EXTRATO.
           STRING 'EXT-'               DELIMITED BY SIZE
                  EXT-CODIGO-FDE       DELIMITED BY SPACE
                  '-'                  DELIMITED BY SIZE
                  WSS-DATA-SIS         DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-EXTRATO
           END-STRING.
      *
           OPEN OUTPUT REL-EXTRATO.
      *
           IF FS-RELEXT                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELEXTRATO'        TO WSS-ARQUIVO
              MOVE FS-RELEXT           TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Cabecalho com os nomes dos campos
           MOVE 'C'                    TO WSS-MODO-LINHA.
           PERFORM RT-MONTAR-LINHA     THRU RT-MONTAR-LINHAX.
           WRITE REG-RELEXT            FROM WSS-LINHA-EXT.
           MOVE 'D'                    TO WSS-MODO-LINHA.
      *
      *  ---> A sequencia de leitura desempata (e, sem campo de
      *       ordenacao, mantem a ordem da chave da base)
           IF EXT-ORDEM-DESC-FDE
              AND EXT-ORDEM-CAMPO-FDE  GREATER ZEROS
              SORT SRT-EXTRATO
                   ON DESCENDING        KEY CHAVE-SRTE
                   ON ASCENDING         KEY SEQ-SRTE
                      INPUT PROCEDURE   IS RT-SELECIONAR-REGISTROS
                      OUTPUT PROCEDURE  IS RT-GRAVAR-EXTRATO
           ELSE
              SORT SRT-EXTRATO
                   ON ASCENDING         KEY CHAVE-SRTE
                                            SEQ-SRTE
                      INPUT PROCEDURE   IS RT-SELECIONAR-REGISTROS
                      OUTPUT PROCEDURE  IS RT-GRAVAR-EXTRATO
           END-IF.
      *
           CLOSE REL-EXTRATO.
      *
           PERFORM RT-FECHAR-BASE      THRU RT-FECHAR-BASEX.
      *
      *  ---> Ultima execucao fica na definicao
           MOVE WSS-DATA-SIS-N         TO EXT-DT-ULT-EXEC-FDE.
           MOVE WSS-QTD-EXTRAIDA       TO EXT-QTD-ULT-EXEC-FDE.
      *
           REWRITE REG-FDE
                 INVALID KEY
                    MOVE 'ao regravar' TO WSS-DESCRICAO
                    MOVE 'EXTRATO'     TO WSS-ARQUIVO
                    MOVE FS-EXTRATO    TO WSS-FSTATUS
                    MOVE 6             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-REWRITE.
      *
           MOVE WSS-ARQ-EXTRATO        TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'EXTRATO ' EXT-CODIGO-FDE ' GERADO '
                  WSS-QTD-EXTRAIDA ' REG.'
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING WSS-ARQ-EXTRATO      DELIMITED BY SPACE
                  ': '                 DELIMITED BY SIZE
                  WSS-QTD-EXTRAIDA     DELIMITED BY SIZE
                  ' registro(s).'      DELIMITED BY SIZE
              INTO WSS-MENSAGEM
           END-STRING.
      *
           MOVE 'S'                    TO WSS-EXEC-OK.
      *
       RT-EXECUTAR-EXTRATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ABRE A BASE DO EXTRATO (E O CADASTRO DE CLIENTES, QUE DA A
      *    FILIAL DAS DEMAIS BASES AO OPERADOR COM FILIAIS RESTRITAS).
      *    DEVOLVE O FILE STATUS EM WSS-FSTATUS.
      *----------------------------------------------------------------*
       RT-ABRIR-BASE                   SECTION.
      *----------------------------------------------------------------*
      *
           MOVE '00'                   TO WSS-FSTATUS.
           MOVE 'N'                    TO WSS-CLIENTES-ABERTO.
      *
           IF EXT-BASE-CLIENTES-FDE
              OR (OPERADOR-RESTRITO
                  AND NOT EXT-BASE-VENDEDOR-FDE)
              OPEN INPUT ARQ-CLIENTES
              IF FS-CLIENTES           NOT EQUAL '00'
                 MOVE FS-CLIENTES      TO WSS-FSTATUS
                 GO                    TO RT-ABRIR-BASEX
              END-IF
              MOVE 'S'                 TO WSS-CLIENTES-ABERTO
           END-IF.
      *
           EVALUATE TRUE
               WHEN EXT-BASE-VENDEDOR-FDE
                    OPEN INPUT ARQ-VENDEDOR
                    MOVE FS-VENDEDOR   TO WSS-FSTATUS
               WHEN EXT-BASE-DISTRIB-FDE
                    OPEN INPUT ARQ-DISTRIBUIR
                    MOVE FS-DISTRIBUIR TO WSS-FSTATUS
               WHEN EXT-BASE-VISITAS-FDE
                    OPEN INPUT ARQ-VISITAS
                    MOVE FS-VISITAS    TO WSS-FSTATUS
               WHEN EXT-BASE-PEDIDOS-FDE
                    OPEN INPUT ARQ-PEDIDOS
                    MOVE FS-PEDIDOS    TO WSS-FSTATUS
           END-EVALUATE.
      *
       RT-ABRIR-BASEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR-BASE                  SECTION.
      *----------------------------------------------------------------*
      *
           IF CLIENTES-ABERTO
              CLOSE ARQ-CLIENTES
              MOVE 'N'                 TO WSS-CLIENTES-ABERTO
           END-IF.
      *
           EVALUATE TRUE
               WHEN EXT-BASE-VENDEDOR-FDE
                    IF FS-VENDEDOR     EQUAL '00'
                       CLOSE ARQ-VENDEDOR
                    END-IF
               WHEN EXT-BASE-DISTRIB-FDE
                    IF FS-DISTRIBUIR   EQUAL '00'
                       CLOSE ARQ-DISTRIBUIR
                    END-IF
               WHEN EXT-BASE-VISITAS-FDE
                    IF FS-VISITAS      EQUAL '00'
                       CLOSE ARQ-VISITAS
                    END-IF
               WHEN EXT-BASE-PEDIDOS-FDE
                    IF FS-PEDIDOS      EQUAL '00'
                       CLOSE ARQ-PEDIDOS
                    END-IF
           END-EVALUATE.
      *
       RT-FECHAR-BASEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: LE A BASE INTEIRA E LIBERA
      *    OS REGISTROS DA FILIAL DO OPERADOR QUE ATENDEM AOS FILTROS
      *----------------------------------------------------------------*
       RT-SELECIONAR-REGISTROS         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-FIM-ARQ-BASE.
      *
           PERFORM UNTIL WSS-FIM-ARQ-BASE
                                       EQUAL 'S'
              PERFORM RT-LER-BASE      THRU RT-LER-BASEX
              IF WSS-FIM-ARQ-BASE      NOT EQUAL 'S'
                 PERFORM RT-AVALIAR-REGISTRO
                                       THRU RT-AVALIAR-REGISTROX
              END-IF
           END-PERFORM.
      *
       RT-SELECIONAR-REGISTROSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-BASE                     SECTION.
      *  ---> Proximo registro da base, copiado p/ WSS-REGISTRO
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-REGISTRO.
      *
           EVALUATE TRUE
               WHEN EXT-BASE-CLIENTES-FDE
                    READ ARQ-CLIENTES  NEXT
                         AT END
                            MOVE 'S'   TO WSS-FIM-ARQ-BASE
                         NOT AT END
                            MOVE REG-FDC
                                       TO WSS-REGISTRO
                    END-READ
               WHEN EXT-BASE-VENDEDOR-FDE
                    READ ARQ-VENDEDOR  NEXT
                         AT END
                            MOVE 'S'   TO WSS-FIM-ARQ-BASE
                         NOT AT END
                            MOVE REG-FDV
                                       TO WSS-REGISTRO
                    END-READ
               WHEN EXT-BASE-DISTRIB-FDE
                    READ ARQ-DISTRIBUIR
                                       NEXT
                         AT END
                            MOVE 'S'   TO WSS-FIM-ARQ-BASE
                         NOT AT END
                            MOVE REG-FDD
                                       TO WSS-REGISTRO
                    END-READ
               WHEN EXT-BASE-VISITAS-FDE
                    READ ARQ-VISITAS   NEXT
                         AT END
                            MOVE 'S'   TO WSS-FIM-ARQ-BASE
                         NOT AT END
                            MOVE REG-FDI
                                       TO WSS-REGISTRO
                    END-READ
               WHEN EXT-BASE-PEDIDOS-FDE
                    READ ARQ-PEDIDOS   NEXT
                         AT END
                            MOVE 'S'   TO WSS-FIM-ARQ-BASE
                         NOT AT END
                            MOVE REG-FDP
                                       TO WSS-REGISTRO
                    END-READ
           END-EVALUATE.
      *
       RT-LER-BASEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVALIAR-REGISTRO             SECTION.
      *----------------------------------------------------------------*
      *
           IF OPERADOR-RESTRITO
              PERFORM RT-FILIAL-REGISTRO
                                       THRU RT-FILIAL-REGISTROX
              IF NOT FILIAL-PERMITIDA
                 GO                    TO RT-AVALIAR-REGISTROX
              END-IF
           END-IF.
      *
           PERFORM RT-AVALIAR-FILTROS  THRU RT-AVALIAR-FILTROSX.
      *
           IF NOT REGISTRO-ATENDE
              GO                       TO RT-AVALIAR-REGISTROX
           END-IF.
      *
           ADD 1                       TO WSS-SEQ-REG.
      *
           MOVE SPACES                 TO CHAVE-SRTE.
           IF EXT-ORDEM-CAMPO-FDE      GREATER ZEROS
              MOVE EXT-ORDEM-CAMPO-FDE TO WSS-IDX-CPO
              MOVE WSS-CPO-POS (WSS-IDX-CPO)
                                       TO WSS-POS
              MOVE WSS-CPO-TAM (WSS-IDX-CPO)
                                       TO WSS-TAM
              MOVE WSS-REGISTRO (WSS-POS:WSS-TAM)
                                       TO CHAVE-SRTE
              INSPECT CHAVE-SRTE       CONVERTING
                      'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF.
           MOVE WSS-SEQ-REG            TO SEQ-SRTE.
      *
           PERFORM RT-MONTAR-LINHA     THRU RT-MONTAR-LINHAX.
           MOVE WSS-LINHA-EXT          TO LINHA-SRTE.
      *
           RELEASE REG-SRTE.
      *
       RT-AVALIAR-REGISTROX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FILIAL-REGISTRO              SECTION.
      *  ---> Filial do registro: a propria em CLIENTES e VENDEDOR;
      *       nas demais bases, a do cliente do registro
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-FIL-TESTE.
      *
           EVALUATE TRUE
               WHEN EXT-BASE-CLIENTES-FDE
                    MOVE FILIAL-FDC    TO WSS-FIL-TESTE
               WHEN EXT-BASE-VENDEDOR-FDE
                    MOVE FILIAL-FDV    TO WSS-FIL-TESTE
               WHEN OTHER
                    MOVE WSS-REGISTRO (1:7)
                                       TO CODIGO-FDC
                    READ ARQ-CLIENTES
                         INVALID KEY
                            MOVE ZEROS TO WSS-FIL-TESTE
                         NOT INVALID KEY
                            MOVE FILIAL-FDC
                                       TO WSS-FIL-TESTE
                    END-READ
           END-EVALUATE.
      *
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
       RT-FILIAL-REGISTROX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVALIAR-FILTROS              SECTION.
      *  ---> Todos os filtros informados precisam ser atendidos
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WSS-ATENDE.
      *
           PERFORM VARYING WSS-IDX-FIL FROM 1 BY 1
                   UNTIL   WSS-IDX-FIL GREATER 3
                        OR NOT REGISTRO-ATENDE
              IF EXT-FIL-CAMPO-FDE (WSS-IDX-FIL)
                                       GREATER ZEROS
                 PERFORM RT-AVALIAR-FILTRO
                                       THRU RT-AVALIAR-FILTROX
              END-IF
           END-PERFORM.
      *
       RT-AVALIAR-FILTROSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVALIAR-FILTRO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE EXT-FIL-CAMPO-FDE (WSS-IDX-FIL)
                                       TO WSS-IDX-CPO.
           MOVE WSS-CPO-POS (WSS-IDX-CPO)
                                       TO WSS-POS.
           MOVE WSS-CPO-TAM (WSS-IDX-CPO)
                                       TO WSS-TAM.
      *
           MOVE SPACES                 TO WSS-CMP-REG.
           MOVE WSS-REGISTRO (WSS-POS:WSS-TAM)
                                       TO WSS-CMP-REG.
      *
           IF WSS-CPO-TIPO (WSS-IDX-CPO)
                                       EQUAL 'X'
              INSPECT WSS-CMP-REG      CONVERTING
                      'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF.
      *
           EVALUATE EXT-FIL-OPER-FDE (WSS-IDX-FIL)
               WHEN '= '
                    IF WSS-CMP-REG     NOT EQUAL
                                       WSS-FIL-CMP (WSS-IDX-FIL)
                       MOVE 'N'        TO WSS-ATENDE
                    END-IF
               WHEN '<>'
                    IF WSS-CMP-REG     EQUAL
                                       WSS-FIL-CMP (WSS-IDX-FIL)
                       MOVE 'N'        TO WSS-ATENDE
                    END-IF
               WHEN '> '
                    IF WSS-CMP-REG     NOT GREATER
                                       WSS-FIL-CMP (WSS-IDX-FIL)
                       MOVE 'N'        TO WSS-ATENDE
                    END-IF
               WHEN '< '
                    IF WSS-CMP-REG     NOT LESS
                                       WSS-FIL-CMP (WSS-IDX-FIL)
                       MOVE 'N'        TO WSS-ATENDE
                    END-IF
               WHEN '>='
                    IF WSS-CMP-REG     LESS
                                       WSS-FIL-CMP (WSS-IDX-FIL)
                       MOVE 'N'        TO WSS-ATENDE
                    END-IF
               WHEN '<='
                    IF WSS-CMP-REG     GREATER
                                       WSS-FIL-CMP (WSS-IDX-FIL)
                       MOVE 'N'        TO WSS-ATENDE
                    END-IF
               WHEN 'C '
                    IF WSS-FIL-TAM (WSS-IDX-FIL)
                                       GREATER ZEROS
                       MOVE ZEROS      TO WSS-CONT
                       INSPECT WSS-CMP-REG
                               TALLYING WSS-CONT FOR ALL
                               WSS-FIL-CMP (WSS-IDX-FIL)
                                 (1:WSS-FIL-TAM (WSS-IDX-FIL))
                       IF WSS-CONT     EQUAL ZEROS
                          MOVE 'N'     TO WSS-ATENDE
                       END-IF
                    END-IF
           END-EVALUATE.
      *
       RT-AVALIAR-FILTROX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    MONTA EM WSS-LINHA-EXT A LINHA DO CSV COM AS COLUNAS DA
      *    DEFINICAO: NOMES DOS CAMPOS (CABECALHO) OU VALORES DO
      *    REGISTRO EM WSS-REGISTRO, SEPARADOS POR ';'
      *----------------------------------------------------------------*
       RT-MONTAR-LINHA                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-LINHA-EXT.
           MOVE 1                      TO WSS-PONTEIRO.
           MOVE ZEROS                  TO WSS-QTD-COLUNAS.
      *
           PERFORM VARYING WSS-IDX-COL FROM 1 BY 1
                   UNTIL   WSS-IDX-COL GREATER 12
              IF EXT-COLUNA-FDE (WSS-IDX-COL)
                                       GREATER ZEROS
                 PERFORM RT-MONTAR-COLUNA
                                       THRU RT-MONTAR-COLUNAX
              END-IF
           END-PERFORM.
      *
       RT-MONTAR-LINHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-MONTAR-COLUNA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE EXT-COLUNA-FDE (WSS-IDX-COL)
                                       TO WSS-IDX-CPO.
      *
           IF WSS-QTD-COLUNAS          GREATER ZEROS
              STRING ';'               DELIMITED BY SIZE
                 INTO WSS-LINHA-EXT    WITH POINTER WSS-PONTEIRO
              END-STRING
           END-IF.
           ADD 1                       TO WSS-QTD-COLUNAS.
      *
           IF LINHA-CABECALHO
              MOVE WSS-CPO-NOME (WSS-IDX-CPO)
                                       TO WSS-VALOR
              PERFORM RT-APARAR-VALOR  THRU RT-APARAR-VALORX
           ELSE
              PERFORM RT-FORMATAR-CAMPO
                                       THRU RT-FORMATAR-CAMPOX
           END-IF.
      *
           IF WSS-TAM-VALOR            GREATER ZEROS
              STRING WSS-VALOR (1:WSS-TAM-VALOR)
                                       DELIMITED BY SIZE
                 INTO WSS-LINHA-EXT    WITH POINTER WSS-PONTEIRO
              END-STRING
           END-IF.
      *
       RT-MONTAR-COLUNAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    VALOR DO CAMPO WSS-IDX-CPO DO REGISTRO, EDITADO PELO TIPO,
      *    EM WSS-VALOR (TAMANHO UTIL EM WSS-TAM-VALOR)
      *----------------------------------------------------------------*
       RT-FORMATAR-CAMPO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-CPO-POS (WSS-IDX-CPO)
                                       TO WSS-POS.
           MOVE WSS-CPO-TAM (WSS-IDX-CPO)
                                       TO WSS-TAM.
           MOVE SPACES                 TO WSS-VALOR.
      *
           EVALUATE WSS-CPO-TIPO (WSS-IDX-CPO)
               WHEN 'X'
                    MOVE WSS-REGISTRO (WSS-POS:WSS-TAM)
                                       TO WSS-VALOR
                    INSPECT WSS-VALOR  REPLACING ALL ';' BY ','
               WHEN 'N'
                    MOVE WSS-REGISTRO (WSS-POS:WSS-TAM)
                                       TO WSS-VALOR
               WHEN 'V'
                    MOVE WSS-REGISTRO (WSS-POS:WSS-TAM)
                                       TO WSS-NUM-X
                    IF WSS-NUM-V       NUMERIC
                       MOVE WSS-NUM-V  TO WSS-ED-V
                       MOVE WSS-ED-V   TO WSS-VALOR
                    END-IF
               WHEN 'T'
                    MOVE WSS-REGISTRO (WSS-POS:WSS-TAM)
                                       TO WSS-DATA-X
                    IF WSS-DATA-N      NUMERIC
                       AND WSS-DATA-N  GREATER ZEROS
                       STRING WSS-DATA-X (7:2) '/' WSS-DATA-X (5:2)
                              '/' WSS-DATA-X (1:4)
                          DELIMITED BY SIZE
                                       INTO WSS-VALOR
                       END-STRING
                    END-IF
               WHEN 'G'
                    MOVE WSS-REGISTRO (WSS-POS:WSS-TAM)
                                       TO WSS-GEO-X
                    IF WSS-GEO-N       NUMERIC
                       MOVE WSS-GEO-N  TO WSS-ED-G
                       MOVE WSS-ED-G   TO WSS-VALOR
                    END-IF
           END-EVALUATE.
      *
           PERFORM RT-APARAR-VALOR     THRU RT-APARAR-VALORX.
      *
       RT-FORMATAR-CAMPOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: GRAVA AS LINHAS ORDENADAS
      *----------------------------------------------------------------*
       RT-GRAVAR-EXTRATO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-FIM-SORT.
      *
           PERFORM UNTIL WSS-FIM-SORT  EQUAL 'S'
              RETURN SRT-EXTRATO       INTO REG-SRTE
                AT END
                   MOVE 'S'            TO WSS-FIM-SORT
                NOT AT END
                   WRITE REG-RELEXT    FROM LINHA-SRTE
                   ADD 1               TO WSS-QTD-EXTRAIDA
              END-RETURN
           END-PERFORM.
      *
       RT-GRAVAR-EXTRATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE LOW-VALUES             TO EXT-CODIGO-FDE.
           MOVE ZEROS                  TO WSS-REG-LISTADOS.
           MOVE 'N'                    TO WSS-FIM-ARQ-EXT.
      *
           START ARQ-EXTRATO           KEY IS NOT LESS EXT-CODIGO-FDE
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-EXT
           END-START.
      *
           PERFORM RT-CABECALHO-EXTRATOS
                                       THRU RT-CABECALHO-EXTRATOSX.
      *
           PERFORM UNTIL WSS-FIM-ARQ-EXT
                                       EQUAL 'S'
              PERFORM RT-EXIBIR-EXTRATO
                                       THRU RT-EXIBIR-EXTRATOX
           END-PERFORM.
      *
           IF WSS-REG-LISTADOS         EQUAL ZEROS
              MOVE "Nenhum extrato definido."
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
       RT-CABECALHO-EXTRATOS           SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'CODIGO   DESCRICAO                      BASE'
                                       LINE 04 COL 03.
           DISPLAY 'ULT.EXEC.   REGIST. AUTOR'
                                       LINE 04 COL 51.
           MOVE 5                      TO WSS-LINHA.
      *
       RT-CABECALHO-EXTRATOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXIBIR-EXTRATO               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-EXTRATO            NEXT
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-EXT
                    GO                  TO RT-EXIBIR-EXTRATOX
           END-READ.
      *
           ADD 1                       TO WSS-REG-LISTADOS.
      *
           MOVE EXT-DT-ULT-EXEC-FDE    TO WSS-DT-INVERTIDA-N.
           PERFORM RT-EDITAR-DATA      THRU RT-EDITAR-DATAX.
      *
           DISPLAY EXT-CODIGO-FDE      LINE WSS-LINHA COL 03.
           DISPLAY EXT-DESCRICAO-FDE   LINE WSS-LINHA COL 12.
           DISPLAY EXT-BASE-FDE        LINE WSS-LINHA COL 44.
           DISPLAY WSS-DT-EDITADA      LINE WSS-LINHA COL 51.
           DISPLAY EXT-QTD-ULT-EXEC-FDE
                                       LINE WSS-LINHA COL 63.
           DISPLAY EXT-OPERADOR-FDE    LINE WSS-LINHA COL 71.
      *
           ADD 1                       TO WSS-LINHA.
      *
      *  ---> Tela cheia: pausa e recomeca do topo
           IF WSS-LINHA                GREATER 21
              MOVE "ENTER continua, 'S' encerra a consulta."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              MOVE SPACES              TO WSS-ENT
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              IF WSS-ENT               EQUAL 'S' OR 's'
                 MOVE 'S'              TO WSS-FIM-ARQ-EXT
              ELSE
                 PERFORM RT-LIMPAR-TELA
                                       THRU RT-LIMPAR-TELAX
                 PERFORM RT-CABECALHO-EXTRATOS
                                       THRU RT-CABECALHO-EXTRATOSX
              END-IF
           END-IF.
      *
       RT-EXIBIR-EXTRATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    DATA AAAAMMDD EM WSS-DT-INVERTIDA-N P/ DD/MM/AAAA
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                  SECTION.
      *----------------------------------------------------------------*
      *
           IF WSS-DT-INVERTIDA-N       EQUAL ZEROS
              MOVE SPACES              TO WSS-DT-EDITADA
           ELSE
              STRING WSS-DTI-DIA '/' WSS-DTI-MES '/' WSS-DTI-ANO
                 DELIMITED BY SIZE     INTO WSS-DT-EDITADA
              END-STRING
           END-IF.
      *
       RT-EDITAR-DATAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXCLUIR-DEFINICAO            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CODIGO   THRU RT-RECEBER-CODIGOX.
      *
           IF WSS-T-CODIGO             EQUAL SPACES
              GO                       TO RT-EXCLUIR-DEFINICAOX
           END-IF.
      *
           IF FS-EXTRATO               NOT EQUAL '00'
              MOVE "Extrato nao cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EXCLUIR-DEFINICAOX
           END-IF.
      *
           IF EXT-OPERADOR-FDE         NOT EQUAL LKS-OPERADOR
              AND LKS-PERFIL           NOT EQUAL 'A' AND 'a'
              MOVE "Extrato de outro operador: so o autor ou admin."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EXCLUIR-DEFINICAOX
           END-IF.
      *
           DISPLAY EXT-DESCRICAO-FDE   LINE 08 COL 06.
      *
           MOVE "Confirma a exclusao do extrato (S/N)?"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE SPACES                 TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-EXCLUIR-DEFINICAOX
           END-IF.
      *
           DELETE ARQ-EXTRATO
                  INVALID KEY
                     MOVE 'ao excluir ' TO WSS-DESCRICAO
                     MOVE 'EXTRATO'    TO WSS-ARQUIVO
                     MOVE FS-EXTRATO   TO WSS-FSTATUS
                     MOVE 7            TO WSS-PONTO-ERRO
                     PERFORM RT-ERROS  THRU RT-ERROSX
           END-DELETE.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'EXTRATO ' EXT-CODIGO-FDE ' EXCLUIDO'
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Extrato excluido."    TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-EXCLUIR-DEFINICAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-CATALOGO           SECTION.
      *  ---> Registra o extrato recem gerado no catalogo central
      *       (CATREL); o codigo nos filtros permite a entrega aos
      *       assinantes do extrato pelo PT000078
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
           MOVE 'PT000108'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE SPACES                 TO CAT-FILTROS-FDK.
           STRING 'EXTRATO ' EXT-CODIGO-FDE
              DELIMITED BY SIZE        INTO CAT-FILTROS-FDK
           END-STRING.
           MOVE WSS-ARQ-EXTRATO        TO CAT-ARQUIVO-FDK.
      *
           WRITE REG-FDK.
      *
           CLOSE ARQ-CATALOGO.
      *
       RT-REGISTRAR-CATALOGOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONFERE SE A FILIAL EM WSS-FIL-TESTE ESTA ENTRE AS FILIAIS
      *    PERMITIDAS AO OPERADOR DA SESSAO (LISTA ZERADA LIBERA TODAS
      *    AS FILIAIS DA EMPRESA)
      *----------------------------------------------------------------*
       RT-CONFERIR-FILIAL              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WSS-FIL-PERMITIDA.
      *
           IF LKS-FILIAIS-PERM         NOT NUMERIC
              OR LKS-FILIAIS-PERM      EQUAL ZEROS
              GO                       TO RT-CONFERIR-FILIALX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIL-PERMITIDA.
      *
           PERFORM VARYING WSS-IDX-PERM FROM 1 BY 1
                   UNTIL   WSS-IDX-PERM GREATER 8
              IF LKS-FILIAL-PERM (WSS-IDX-PERM)
                                       EQUAL WSS-FIL-TESTE
                 AND WSS-FIL-TESTE     GREATER ZEROS
                 MOVE 'S'              TO WSS-FIL-PERMITIDA
              END-IF
           END-PERFORM.
      *
       RT-CONFERIR-FILIALX.
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
           MOVE 'PT000108'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000108'             TO WSE-ERR-PROGRAMA.
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
           CLOSE ARQ-EXTRATO
                 ARQ-AUDITORIA.
      *
           MOVE WSS-RETORNO            TO LKS-RETORNO.
      *
           IF MODO-BATCH
              MOVE WSS-MENSAGEM(1:50)  TO LKS-MENSAGEM
           END-IF.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
