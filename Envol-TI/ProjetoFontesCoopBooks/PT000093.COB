      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000093.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000093 ---> CAMPANHA DE REATIVACAO DE       *
      *     *            CLIENTES ADORMECIDOS                          *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : ACOMPANHA OS CLIENTES JA SELECIONADOS (VISITA *
      *     *            OU PEDIDO DEPOIS DA SELECAO, ATE O PRAZO DO   *
      *     *            PARAMDIST) E SELECIONA OS CLIENTES ATIVOS SEM *
      *     *            PEDIDO HA MAIS DOS DIAS CONFIGURADOS, FORA DA *
      *     *            CAMPANHA EM ANDAMENTO. A LISTA DE CADA        *
      *     *            VENDEDOR TITULAR E ORDENADA PELA CLASSE ABC E *
      *     *            PELO VOLUME DOS 12 MESES ANTERIORES AO ULTIMO *
      *     *            PEDIDO: REATIVA-<VENDEDOR>-AAAAMMDD.CSV       *
      *     *            (CATREL, ASSINATURAS DO PT000078). EMITE O    *
      *     *            RESULTADO DA CAMPANHA POR VENDEDOR E FILIAL   *
      *     *            (REATIVA-RESULTADO-AAAAMMDD.CSV). RODA PELA   *
      *     *            TELA OU NA GRADE DE JOBS (PARAMETRO 'B').     *
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    15.10.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CLIENTE SEM CONTATO COM CONSENTIMENTO LGPD    *
      *     *            PARA MARKETING NA DATA NAO E SELECIONADO      *
      *     *            (PRV00909).                                   *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
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
      *  ---> Arquivo CLIENTES (situacao, filial e classe ABC)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Arquivo PEDIDOS (ultimo pedido, volume e retorno)
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Arquivo VISITAS (visita depois da selecao)
           COPY 'SEL-VISITAS.CPY'      REPLACING ==::== BY ==-FDT==.
      *
      *  ---> Arquivo DISTRIBUICAO (vendedor titular do cliente)
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Arquivo VENDEDOR (nome do vendedor na lista)
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
      *  ---> Arquivo de PARAMETROS (dias sem pedido e prazo)
           COPY 'SEL-PARAMETROS.CPY'.
      *
      *  ---> Campanha de reativacao (selecao e acompanhamento)
           COPY 'SEL-REATIVA.CPY'      REPLACING ==::== BY ==-FDR==.
      *
      *  ---> Catalogo central de relatorios gerados (assinaturas)
           COPY 'SEL-CATALOGO.CPY'     REPLACING ==::== BY ==-FDK==.
      *
      *  ---> Arquivo SORT (adormecidos por vendedor, classe, volume)
           SELECT SRT-REATIVA          ASSIGN TO
                                        'SRT-REATIVA.TMP'
                  FILE STATUS          IS FS-REA-SRT.
      *
      *  ---> Arquivo SORT (campanha por vendedor e filial)
           SELECT SRT-RESULTADO        ASSIGN TO
                                        'SRT-REARES.TMP'
                  FILE STATUS          IS FS-RES-SRT.
      *
      *  ---> Lista de reativacao de um vendedor
           SELECT  REL-REATIVA         ASSIGN TO WSS-ARQ-REATIVA
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-RELREA.
      *
      *  ---> Resultado da campanha por vendedor e filial
           SELECT  REL-RESULTADO       ASSIGN TO WSS-ARQ-RESULTADO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-RELRES.
      *
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-PEDIDOS                 VALUE OF FILE-ID IS 'PEDIDOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PEDIDOS.CPY'           REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-VISITAS                 VALUE OF FILE-ID IS 'VISITAS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDT.
       COPY 'FD-VISITAS.CPY'           REPLACING ==::== BY ==-FDT==.
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
       COPY 'FD-PARAMETROS.CPY'.
      *
       FD  ARQ-REATIVA                 VALUE OF FILE-ID IS 'REATIVA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-REATIVA.CPY'           REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-CATALOGO
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-CATALOGO.CPY'          REPLACING ==::== BY ==-FDK==.
      *
       SD  SRT-REATIVA.
       01  REG-SRTR.
           03  CVENDEDOR-SRTR          PIC  9(007).
           03  CLASSE-SRTR             PIC  X(001).
           03  VOLUME-SRTR             PIC  9(009)V9(002).
           03  CCLIENTE-SRTR           PIC  9(007).
           03  RSOCIAL-SRTR            PIC  X(040).
           03  FILIAL-SRTR             PIC  9(003).
           03  DT-ULT-PEDIDO-SRTR      PIC  9(008).
           03  DIAS-SRTR               PIC  9(005).
      *
       SD  SRT-RESULTADO.
       01  REG-SRTS.
           03  CVENDEDOR-SRTS          PIC  9(007).
           03  FILIAL-SRTS             PIC  9(003).
           03  SITUACAO-SRTS           PIC  X(001).
           03  VISITADO-SRTS           PIC  X(001).
      *
       FD  REL-REATIVA.
       01  REG-RELREA                  PIC  X(200).
      *
       FD  REL-RESULTADO.
       01  REG-RELRES                  PIC  X(120).
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
       77  WSS-FIM-ARQ-REA             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-CLI             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-PED             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-VIS             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-SORT                PIC  X(001)         VALUE 'N'.
      *
       77  WSS-VISITAS-ABERTO          PIC  X(001)         VALUE 'N'.
           88  VISITAS-ABERTO          VALUE 'S'.
      *
      *  ---> Padroes quando o PARAMDIST vem zerado: dias sem pedido
      *       do adormecido e prazo de acompanhamento (seis semanas)
       77  WSS-DIAS-PADRAO             PIC  9(003)         VALUE 90.
       77  WSS-PRAZO-PADRAO            PIC  9(003)         VALUE 42.
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
           03  WSS-ARQ-REATIVA         PIC  X(030)         VALUE SPACES.
           03  WSS-ARQ-RESULTADO       PIC  X(030)         VALUE SPACES.
           03  WSS-PARAM               PIC  X(001)         VALUE SPACES.
               88  MODO-BATCH                      VALUE 'B' 'b'.
           03  WSS-DATA-PROC-AMD       PIC  9(008)         VALUE ZEROS.
           03  WSS-PROC-INT            PIC  9(008)         VALUE ZEROS.
           03  WSS-REF-INT             PIC  9(008)         VALUE ZEROS.
           03  WSS-DIAS-DORMENTE       PIC  9(003)         VALUE ZEROS.
           03  WSS-PRAZO               PIC  9(003)         VALUE ZEROS.
           03  WSS-EM-CAMPANHA         PIC  X(001)         VALUE 'N'.
           03  WSS-ALTEROU             PIC  X(001)         VALUE 'N'.
           03  WSS-DT-CORTE            PIC  9(008)         VALUE ZEROS.
      *
      *  ---> Historico de pedidos do cliente avaliado
           03  WSS-DT-ULT-PEDIDO       PIC  9(008)         VALUE ZEROS.
           03  WSS-DT-INI-VOLUME       PIC  9(008)         VALUE ZEROS.
           03  WSS-VOLUME              PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-DIAS-SEM-PEDIDO     PIC  9(005)         VALUE ZEROS.
      *
      *  ---> Quebra por vendedor na emissao das listas
           03  WSS-VEN-ATUAL           PIC  9(007)         VALUE ZEROS.
           03  WSS-NOME-VEN            PIC  X(040)         VALUE SPACES.
           03  WSS-POSICAO             PIC  9(005)         VALUE ZEROS.
           03  WSS-LISTA-ABERTA        PIC  X(001)         VALUE 'N'.
      *
      *  ---> Quebra por vendedor e filial no resultado
           03  WSS-RES-ATUAL.
               05  WSS-RES-VENDEDOR    PIC  9(007)         VALUE ZEROS.
               05  WSS-RES-FILIAL      PIC  9(003)         VALUE ZEROS.
           03  WSS-RES-LIDO.
               05  WSS-RES-LIDO-VEN    PIC  9(007)         VALUE ZEROS.
               05  WSS-RES-LIDO-FIL    PIC  9(003)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CONTADORES
      *----------------------------------------------------------------*
           03  WSS-QTD-SELECIONADOS    PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-REATIVADOS      PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-ENCERRADOS      PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-RELATORIOS      PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-LISTA-VEN       PIC  9(007)         VALUE ZEROS.
      *
      *  ---> Totais da quebra (vendedor/filial) e gerais do resultado
           03  WSS-TOTAIS-QUEBRA.
               05  WSS-QBR-SELECIONADOS
                                       PIC  9(007)         VALUE ZEROS.
               05  WSS-QBR-ACOMPANHA   PIC  9(007)         VALUE ZEROS.
               05  WSS-QBR-VISITADOS   PIC  9(007)         VALUE ZEROS.
               05  WSS-QBR-REATIVADOS  PIC  9(007)         VALUE ZEROS.
               05  WSS-QBR-ENCERRADOS  PIC  9(007)         VALUE ZEROS.
           03  WSS-TOTAIS-GERAIS.
               05  WSS-TOT-SELECIONADOS
                                       PIC  9(007)         VALUE ZEROS.
               05  WSS-TOT-ACOMPANHA   PIC  9(007)         VALUE ZEROS.
               05  WSS-TOT-VISITADOS   PIC  9(007)         VALUE ZEROS.
               05  WSS-TOT-REATIVADOS  PIC  9(007)         VALUE ZEROS.
               05  WSS-TOT-ENCERRADOS  PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-VISITAS              PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-PARAMETROS           PIC  X(002)         VALUE SPACES.
           03  FS-REATIVA              PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
           03  FS-REA-SRT              PIC  X(002)         VALUE SPACES.
           03  FS-RES-SRT              PIC  X(002)         VALUE SPACES.
           03  FS-RELREA               PIC  X(002)         VALUE SPACES.
           03  FS-RELRES               PIC  X(002)         VALUE SPACES.
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
      *    LAYOUT DA LISTA DE REATIVACAO DO VENDEDOR (CSV)
      *----------------------------------------------------------------*
       01  CAB-REATIVA.
           03  FILLER                  PIC  X(009)         VALUE
               'VENDEDOR;'.
           03  FILLER                  PIC  X(005)         VALUE
               'NOME;'.
           03  FILLER                  PIC  X(008)         VALUE
               'POSICAO;'.
           03  FILLER                  PIC  X(008)         VALUE
               'CLIENTE;'.
           03  FILLER                  PIC  X(013)         VALUE
               'RAZAO SOCIAL;'.
           03  FILLER                  PIC  X(007)         VALUE
               'FILIAL;'.
           03  FILLER                  PIC  X(011)         VALUE
               'CLASSE ABC;'.
           03  FILLER                  PIC  X(014)         VALUE
               'ULTIMO PEDIDO;'.
           03  FILLER                  PIC  X(016)         VALUE
               'DIAS SEM PEDIDO;'.
           03  FILLER                  PIC  X(014)         VALUE
               'VOLUME 12 MES;'.
           03  FILLER                  PIC  X(015)         VALUE
               'ACOMPANHAR ATE'.
      *
       01  DET-REATIVA.
           03  RLA-CVENDEDOR           PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLA-NOME                PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLA-POSICAO             PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLA-CCLIENTE            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLA-RSOCIAL             PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLA-FILIAL              PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLA-CLASSE              PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLA-DT-ULT-PEDIDO       PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLA-DIAS                PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLA-VOLUME              PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLA-DT-LIMITE           PIC  9(008)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RESULTADO DA CAMPANHA POR VENDEDOR E FILIAL (CSV)
      *----------------------------------------------------------------*
       01  CAB-RESULTADO.
           03  FILLER                  PIC  X(009)         VALUE
               'VENDEDOR;'.
           03  FILLER                  PIC  X(007)         VALUE
               'FILIAL;'.
           03  FILLER                  PIC  X(013)         VALUE
               'SELECIONADOS;'.
           03  FILLER                  PIC  X(018)         VALUE
               'EM ACOMPANHAMENTO;'.
           03  FILLER                  PIC  X(010)         VALUE
               'VISITADOS;'.
           03  FILLER                  PIC  X(011)         VALUE
               'REATIVADOS;'.
           03  FILLER                  PIC  X(012)         VALUE
               'SEM RETORNO;'.
           03  FILLER                  PIC  X(009)         VALUE
               '% SUCESSO'.
      *
       01  DET-RESULTADO.
           03  RLS-CVENDEDOR           PIC  X(007)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLS-FILIAL              PIC  X(003)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLS-SELECIONADOS        PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLS-ACOMPANHA           PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLS-VISITADOS           PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLS-REATIVADOS          PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLS-ENCERRADOS          PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RLS-PCT-SUCESSO         PIC  ZZ9            VALUE ZEROS.
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
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00909
      *    - Consentimento LGPD do contato por canal
      *----------------------------------------------------------------*
      *
       01  WPT00910                    PIC X(08)           VALUE
                                                            'PT000910'.
      *
           COPY 'SUB-CNS.CPY'          REPLACING ==::== BY ==WSN==.
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
           COMPUTE WSS-PROC-INT        =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-PROC-AMD).
      *
           PERFORM RT-LER-PARAMETROS   THRU RT-LER-PARAMETROSX.
      *
           OPEN INPUT ARQ-CLIENTES.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CLIENTES'          TO WSS-ARQUIVO
              MOVE FS-CLIENTES         TO WSS-FSTATUS
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
           OPEN INPUT ARQ-DISTRIBUIR.
      *
           IF FS-DISTRIBUIR            NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'DISTRIBUIR'        TO WSS-ARQUIVO
              MOVE FS-DISTRIBUIR       TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN INPUT ARQ-VENDEDOR.
      *
           IF FS-VENDEDOR              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'VENDEDOR'          TO WSS-ARQUIVO
              MOVE FS-VENDEDOR         TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> VISITAS e opcional: sem ele o acompanhamento so enxerga
      *       os pedidos
           OPEN INPUT ARQ-VISITAS.
           IF FS-VISITAS               EQUAL '00'
              MOVE 'S'                 TO WSS-VISITAS-ABERTO
           END-IF.
      *
      *  ---> A campanha acumula as selecoes de todas as execucoes
           OPEN I-O ARQ-REATIVA.
      *
           EVALUATE FS-REATIVA
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-REATIVA
                    OPEN OUTPUT ARQ-REATIVA
                    CLOSE ARQ-REATIVA
                    OPEN I-O ARQ-REATIVA
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'REATIVA'     TO WSS-ARQUIVO
                    MOVE FS-REATIVA    TO WSS-FSTATUS
                    MOVE 5             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'AUDITORIA'         TO WSS-ARQUIVO
              MOVE FS-AUDITORIA        TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-INICIALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-PARAMETROS               SECTION.
      *  ---> Dias sem pedido e prazo de acompanhamento; zerados (ou
      *       sem PARAMDIST) assumem os padroes
      *----------------------------------------------------------------*
      *
           MOVE WSS-DIAS-PADRAO        TO WSS-DIAS-DORMENTE.
           MOVE WSS-PRAZO-PADRAO       TO WSS-PRAZO.
      *
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS             EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS          EQUAL '00'
                 IF PARM-DORMENTE-DIAS  NUMERIC
                    AND PARM-DORMENTE-DIAS
                                        GREATER ZEROS
                    MOVE PARM-DORMENTE-DIAS
                                        TO WSS-DIAS-DORMENTE
                 END-IF
                 IF PARM-REATIV-PRAZO   NUMERIC
                    AND PARM-REATIV-PRAZO
                                        GREATER ZEROS
                    MOVE PARM-REATIV-PRAZO
                                        TO WSS-PRAZO
                 END-IF
              END-IF
              CLOSE ARQ-PARAMETROS
           END-IF.
      *
       RT-LER-PARAMETROSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PROCESSAR                    SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT MODO-BATCH
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
              DISPLAY ' ..... REATIVACAO DE CLIENTES ADORMECIDOS .....'
                                       LINE 05 COL 17
              MOVE "Processando... aguarde."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
           END-IF.
      *
      *  ---> Acompanhamento das selecoes anteriores
           PERFORM RT-ACOMPANHAR       THRU RT-ACOMPANHARX.
      *
      *  ---> Nova selecao, ordenada por vendedor, classe e volume
           SORT SRT-REATIVA
                ON ASCENDING            KEY CVENDEDOR-SRTR
                                            CLASSE-SRTR
                ON DESCENDING           KEY VOLUME-SRTR
                ON ASCENDING            KEY CCLIENTE-SRTR
                   INPUT PROCEDURE      IS RT-SELECIONAR
                   OUTPUT PROCEDURE     IS RT-EMITIR-LISTAS.
      *
      *  ---> Resultado da campanha por vendedor e filial
           SORT SRT-RESULTADO
                ON ASCENDING            KEY CVENDEDOR-SRTS
                                            FILIAL-SRTS
                   INPUT PROCEDURE      IS RT-LER-CAMPANHA
                   OUTPUT PROCEDURE     IS RT-EMITIR-RESULTADO.
      *
           MOVE WSS-ARQ-RESULTADO      TO LKS-ARQ-REL.
      *
           MOVE 'CAMPANHA DE REATIVACAO PROCESSADA'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'Selecionados: ' WSS-QTD-SELECIONADOS
                  ' Reativados: ' WSS-QTD-REATIVADOS
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
       RT-ACOMPANHAR                   SECTION.
      *  ---> Percorre a campanha: cliente em acompanhamento com
      *       pedido valido depois da selecao (ate o prazo) esta
      *       reativado; vencido o prazo sem pedido, encerrado. A
      *       primeira visita depois da selecao fica registrada.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO REA-CCLIENTE-FDR
                                          REA-DT-SELECAO-FDR.
           MOVE 'N'                    TO WSS-FIM-ARQ-REA.
      *
           START ARQ-REATIVA           KEY IS NOT LESS REA-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-REA
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-REA
                                       EQUAL 'S' OR 's'
              PERFORM RT-ACOMPANHAR-CLIENTE
                                       THRU RT-ACOMPANHAR-CLIENTEX
           END-PERFORM.
      *
       RT-ACOMPANHARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ACOMPANHAR-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-REATIVA            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-REA
                GO                     TO RT-ACOMPANHAR-CLIENTEX
           END-READ.
      *
           IF NOT REA-ACOMPANHAMENTO-FDR
              GO                       TO RT-ACOMPANHAR-CLIENTEX
           END-IF.
      *
           MOVE 'N'                    TO WSS-ALTEROU.
      *
      *  ---> Eventos contam ate o prazo ou ate a data de hoje
           IF WSS-DATA-PROC-AMD        LESS REA-DT-LIMITE-FDR
              MOVE WSS-DATA-PROC-AMD   TO WSS-DT-CORTE
           ELSE
              MOVE REA-DT-LIMITE-FDR   TO WSS-DT-CORTE
           END-IF.
      *
           IF VISITAS-ABERTO
              AND REA-DT-VISITA-FDR    EQUAL ZEROS
              PERFORM RT-BUSCAR-VISITA THRU RT-BUSCAR-VISITAX
           END-IF.
      *
           PERFORM RT-BUSCAR-PEDIDO    THRU RT-BUSCAR-PEDIDOX.
      *
           IF REA-ACOMPANHAMENTO-FDR
              AND WSS-DATA-PROC-AMD    GREATER REA-DT-LIMITE-FDR
              MOVE 'E'                 TO REA-SITUACAO-FDR
              MOVE 'S'                 TO WSS-ALTEROU
              ADD 1                    TO WSS-QTD-ENCERRADOS
           END-IF.
      *
           IF WSS-ALTEROU              NOT EQUAL 'S'
              GO                       TO RT-ACOMPANHAR-CLIENTEX
           END-IF.
      *
           REWRITE REG-FDR.
      *
           IF FS-REATIVA               NOT EQUAL '00'
              MOVE 'ao regravar'       TO WSS-DESCRICAO
              MOVE 'REATIVA'           TO WSS-ARQUIVO
              MOVE FS-REATIVA          TO WSS-FSTATUS
              MOVE 7                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-ACOMPANHAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-BUSCAR-VISITA                SECTION.
      *  ---> Primeira visita ao cliente depois do dia da selecao
      *----------------------------------------------------------------*
      *
           MOVE REA-CCLIENTE-FDR       TO VIS-CCLIENTE-FDT.
           MOVE REA-DT-SELECAO-FDR     TO VIS-DATA-FDT.
           MOVE 'N'                    TO WSS-FIM-ARQ-VIS.
      *
           START ARQ-VISITAS           KEY IS GREATER VIS-CHAVE-FDT
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-VIS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-VIS
                                       EQUAL 'S' OR 's'
              READ ARQ-VISITAS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-VIS
                NOT AT END
                   IF VIS-CCLIENTE-FDT NOT EQUAL REA-CCLIENTE-FDR
                      OR VIS-DATA-FDT  GREATER WSS-DT-CORTE
                      MOVE 'S'         TO WSS-FIM-ARQ-VIS
                   ELSE
                      MOVE VIS-DATA-FDT
                                       TO REA-DT-VISITA-FDR
                      MOVE 'S'         TO WSS-ALTEROU
                                          WSS-FIM-ARQ-VIS
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-BUSCAR-VISITAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-BUSCAR-PEDIDO                SECTION.
      *  ---> Primeiro pedido valido (nem cancelado, nem reprovado)
      *       do cliente depois do dia da selecao
      *----------------------------------------------------------------*
      *
           MOVE REA-CCLIENTE-FDR       TO PED-CCLIENTE-FDP.
           MOVE REA-DT-SELECAO-FDR     TO PED-DATA-FDP.
           MOVE 999                    TO PED-SEQ-FDP.
           MOVE 'N'                    TO WSS-FIM-ARQ-PED.
      *
           START ARQ-PEDIDOS           KEY IS GREATER PED-CHAVE-FDP
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-PED
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-PED
                                       EQUAL 'S' OR 's'
              READ ARQ-PEDIDOS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-PED
                NOT AT END
                   IF PED-CCLIENTE-FDP NOT EQUAL REA-CCLIENTE-FDR
                      OR PED-DATA-FDP  GREATER WSS-DT-CORTE
                      MOVE 'S'         TO WSS-FIM-ARQ-PED
                   ELSE
                      IF NOT PEDIDO-CANCELADO-FDP
                         AND NOT PEDIDO-REPROVADO-FDP
                         MOVE PED-DATA-FDP
                                       TO REA-DT-PEDIDO-FDR
                         MOVE 'R'      TO REA-SITUACAO-FDR
                         MOVE 'S'      TO WSS-ALTEROU
                                          WSS-FIM-ARQ-PED
                         ADD 1         TO WSS-QTD-REATIVADOS
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-BUSCAR-PEDIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SELECIONAR                   SECTION.
      *  ---> Entrada do SORT: clientes ativos adormecidos, com
      *       vendedor titular e fora de campanha em andamento
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO CODIGO-FDC.
           MOVE 'N'                    TO WSS-FIM-ARQ-CLI.
      *
           START ARQ-CLIENTES          KEY IS NOT LESS CODIGO-FDC
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CLI
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CLI
                                       EQUAL 'S' OR 's'
              PERFORM RT-AVALIAR-CLIENTE
                                       THRU RT-AVALIAR-CLIENTEX
           END-PERFORM.
      *
       RT-SELECIONARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVALIAR-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CLIENTES           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-CLI
                GO                     TO RT-AVALIAR-CLIENTEX
           END-READ.
      *
           IF NOT ATIVO-FDC
              GO                       TO RT-AVALIAR-CLIENTEX
           END-IF.
      *
           MOVE CODIGO-FDC             TO CCLIENTE-FDD.
           READ ARQ-DISTRIBUIR         KEY IS CCLIENTE-FDD
                INVALID KEY
                    GO                 TO RT-AVALIAR-CLIENTEX
           END-READ.
      *
           PERFORM RT-VERIFICAR-CAMPANHA
                                       THRU RT-VERIFICAR-CAMPANHAX.
      *
           IF WSS-EM-CAMPANHA          EQUAL 'S'
              GO                       TO RT-AVALIAR-CLIENTEX
           END-IF.
      *
      *  ---> Campanha so para cliente com algum contato que tenha
      *       consentido em receber marketing (LGPD)
           MOVE 'L'                    TO WSN-CNS-FUNCAO.
           MOVE CODIGO-FDC             TO WSN-CNS-CCLIENTE.
           MOVE 'M'                    TO WSN-CNS-CANAL.
           MOVE WSS-DATA-PROC-AMD      TO WSN-CNS-DATA.
           CALL WPT00910               USING WSN-CNS-PARM.
      *
           IF WSN-CNS-VALIDO           NOT EQUAL 'S'
              GO                       TO RT-AVALIAR-CLIENTEX
           END-IF.
      *
           PERFORM RT-HISTORICO-PEDIDOS
                                       THRU RT-HISTORICO-PEDIDOSX.
      *
      *  ---> Sem pedido algum conta desde a inclusao do cliente
           IF WSS-DT-ULT-PEDIDO        GREATER ZEROS
              COMPUTE WSS-REF-INT      =
                      FUNCTION INTEGER-OF-DATE (WSS-DT-ULT-PEDIDO)
           ELSE
              IF DTINCLUSAO-FDC        GREATER 19000101
                 COMPUTE WSS-REF-INT   =
                         FUNCTION INTEGER-OF-DATE (DTINCLUSAO-FDC)
              ELSE
                 MOVE ZEROS            TO WSS-REF-INT
              END-IF
           END-IF.
      *
           IF WSS-REF-INT              EQUAL ZEROS
              OR WSS-PROC-INT - WSS-REF-INT
                                       GREATER 99999
              MOVE 99999               TO WSS-DIAS-SEM-PEDIDO
           ELSE
              IF WSS-REF-INT           NOT LESS WSS-PROC-INT
                 MOVE ZEROS            TO WSS-DIAS-SEM-PEDIDO
              ELSE
                 COMPUTE WSS-DIAS-SEM-PEDIDO
                                       = WSS-PROC-INT - WSS-REF-INT
              END-IF
           END-IF.
      *
           IF WSS-DIAS-SEM-PEDIDO      LESS WSS-DIAS-DORMENTE
              GO                       TO RT-AVALIAR-CLIENTEX
           END-IF.
      *
           MOVE CVENDEDOR-FDD          TO CVENDEDOR-SRTR.
           IF CLASSE-ABC-FDC           EQUAL 'A' OR 'B'
              MOVE CLASSE-ABC-FDC      TO CLASSE-SRTR
           ELSE
              MOVE 'C'                 TO CLASSE-SRTR
           END-IF.
           MOVE WSS-VOLUME             TO VOLUME-SRTR.
           MOVE CODIGO-FDC             TO CCLIENTE-SRTR.
           MOVE RSOCIAL-FDC            TO RSOCIAL-SRTR.
           MOVE FILIAL-FDC             TO FILIAL-SRTR.
           MOVE WSS-DT-ULT-PEDIDO      TO DT-ULT-PEDIDO-SRTR.
           MOVE WSS-DIAS-SEM-PEDIDO    TO DIAS-SRTR.
      *
           RELEASE REG-SRTR.
      *
       RT-AVALIAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VERIFICAR-CAMPANHA           SECTION.
      *  ---> Cliente com selecao ainda em acompanhamento nao entra
      *       de novo na lista
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-EM-CAMPANHA.
           MOVE CODIGO-FDC             TO REA-CCLIENTE-FDR.
           MOVE ZEROS                  TO REA-DT-SELECAO-FDR.
           MOVE 'N'                    TO WSS-FIM-ARQ-REA.
      *
           START ARQ-REATIVA           KEY IS NOT LESS REA-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-REA
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-REA
                                       EQUAL 'S' OR 's'
              READ ARQ-REATIVA         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-REA
                NOT AT END
                   IF REA-CCLIENTE-FDR NOT EQUAL CODIGO-FDC
                      MOVE 'S'         TO WSS-FIM-ARQ-REA
                   ELSE
                      IF REA-ACOMPANHAMENTO-FDR
                         MOVE 'S'      TO WSS-EM-CAMPANHA
                                          WSS-FIM-ARQ-REA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-VERIFICAR-CAMPANHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-HISTORICO-PEDIDOS            SECTION.
      *  ---> Data do ultimo pedido valido do cliente e volume (valor)
      *       dos pedidos validos nos 12 meses anteriores a ela
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-DT-ULT-PEDIDO
                                          WSS-VOLUME.
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
                                       EQUAL 'S' OR 's'
              READ ARQ-PEDIDOS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-PED
                NOT AT END
                   IF PED-CCLIENTE-FDP NOT EQUAL CODIGO-FDC
                      MOVE 'S'         TO WSS-FIM-ARQ-PED
                   ELSE
                      IF NOT PEDIDO-CANCELADO-FDP
                         AND NOT PEDIDO-REPROVADO-FDP
                         MOVE PED-DATA-FDP
                                       TO WSS-DT-ULT-PEDIDO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
           IF WSS-DT-ULT-PEDIDO        EQUAL ZEROS
              GO                       TO RT-HISTORICO-PEDIDOSX
           END-IF.
      *
      *  ---> Segunda leitura: volume dos 12 meses ate o ultimo pedido
           COMPUTE WSS-DT-INI-VOLUME   = WSS-DT-ULT-PEDIDO - 10000.
      *
           MOVE CODIGO-FDC             TO PED-CCLIENTE-FDP.
           MOVE WSS-DT-INI-VOLUME      TO PED-DATA-FDP.
           MOVE ZEROS                  TO PED-SEQ-FDP.
           MOVE 'N'                    TO WSS-FIM-ARQ-PED.
      *
           START ARQ-PEDIDOS           KEY IS GREATER PED-CHAVE-FDP
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-PED
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-PED
                                       EQUAL 'S' OR 's'
              READ ARQ-PEDIDOS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-PED
                NOT AT END
                   IF PED-CCLIENTE-FDP NOT EQUAL CODIGO-FDC
                      MOVE 'S'         TO WSS-FIM-ARQ-PED
                   ELSE
                      IF NOT PEDIDO-CANCELADO-FDP
                         AND NOT PEDIDO-REPROVADO-FDP
                         ADD PED-VALOR-FDP
                                       TO WSS-VOLUME
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-HISTORICO-PEDIDOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EMITIR-LISTAS                SECTION.
      *  ---> Saida do SORT: uma lista por vendedor titular, na ordem
      *       do ranking, e o registro de acompanhamento de cada
      *       cliente selecionado
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-VEN-ATUAL.
           MOVE 'N'                    TO WSS-LISTA-ABERTA
                                          WSS-FIM-SORT.
      *
           PERFORM UNTIL WSS-FIM-SORT  EQUAL 'S' OR 's'
              PERFORM RT-GRAVAR-SELECAO
                                       THRU RT-GRAVAR-SELECAOX
           END-PERFORM.
      *
           IF WSS-LISTA-ABERTA         EQUAL 'S'
              PERFORM RT-FECHAR-LISTA  THRU RT-FECHAR-LISTAX
           END-IF.
      *
       RT-EMITIR-LISTASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-SELECAO               SECTION.
      *----------------------------------------------------------------*
      *
           RETURN SRT-REATIVA          INTO REG-SRTR
             AT END
                MOVE 'S'               TO WSS-FIM-SORT
                GO                     TO RT-GRAVAR-SELECAOX
           END-RETURN.
      *
           IF CVENDEDOR-SRTR           NOT EQUAL WSS-VEN-ATUAL
              OR WSS-LISTA-ABERTA      NOT EQUAL 'S'
              IF WSS-LISTA-ABERTA      EQUAL 'S'
                 PERFORM RT-FECHAR-LISTA
                                       THRU RT-FECHAR-LISTAX
              END-IF
              PERFORM RT-ABRIR-LISTA   THRU RT-ABRIR-LISTAX
           END-IF.
      *
           ADD 1                       TO WSS-POSICAO.
      *
           MOVE CCLIENTE-SRTR          TO REA-CCLIENTE-FDR.
           MOVE WSS-DATA-PROC-AMD      TO REA-DT-SELECAO-FDR.
           MOVE CVENDEDOR-SRTR         TO REA-CVENDEDOR-FDR.
           MOVE FILIAL-SRTR            TO REA-FILIAL-FDR.
           MOVE CLASSE-SRTR            TO REA-CLASSE-ABC-FDR.
           MOVE VOLUME-SRTR            TO REA-VOLUME-FDR.
           MOVE WSS-POSICAO            TO REA-POSICAO-FDR.
           MOVE DT-ULT-PEDIDO-SRTR     TO REA-DT-ULT-PEDIDO-FDR.
           MOVE DIAS-SRTR              TO REA-DIAS-SEM-PEDIDO-FDR.
           COMPUTE WSS-REF-INT         = WSS-PROC-INT + WSS-PRAZO.
           COMPUTE REA-DT-LIMITE-FDR   =
                   FUNCTION DATE-OF-INTEGER (WSS-REF-INT).
           MOVE ZEROS                  TO REA-DT-VISITA-FDR
                                          REA-DT-PEDIDO-FDR.
           MOVE 'A'                    TO REA-SITUACAO-FDR.
      *
           WRITE REG-FDR.
      *
      *  ---> Cliente encerrado hoje e selecionado de novo no mesmo
      *       dia: a selecao do dia ja existe
           IF FS-REATIVA               EQUAL '22'
              SUBTRACT 1               FROM WSS-POSICAO
              GO                       TO RT-GRAVAR-SELECAOX
           END-IF.
      *
           IF FS-REATIVA               NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'REATIVA'           TO WSS-ARQUIVO
              MOVE FS-REATIVA          TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE CVENDEDOR-SRTR         TO RLA-CVENDEDOR.
           MOVE WSS-NOME-VEN           TO RLA-NOME.
           MOVE WSS-POSICAO            TO RLA-POSICAO.
           MOVE CCLIENTE-SRTR          TO RLA-CCLIENTE.
           MOVE RSOCIAL-SRTR           TO RLA-RSOCIAL.
           MOVE FILIAL-SRTR            TO RLA-FILIAL.
           MOVE CLASSE-SRTR            TO RLA-CLASSE.
           MOVE DT-ULT-PEDIDO-SRTR     TO RLA-DT-ULT-PEDIDO.
           MOVE DIAS-SRTR              TO RLA-DIAS.
           MOVE VOLUME-SRTR            TO RLA-VOLUME.
           MOVE REA-DT-LIMITE-FDR      TO RLA-DT-LIMITE.
      *
           WRITE REG-RELREA            FROM DET-REATIVA.
      *
           ADD 1                       TO WSS-QTD-SELECIONADOS
                                          WSS-QTD-LISTA-VEN.
      *
       RT-GRAVAR-SELECAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR-LISTA                  SECTION.
      *  ---> Lista do vendedor: REATIVA-<VENDEDOR>-AAAAMMDD.CSV
      *----------------------------------------------------------------*
      *
           MOVE CVENDEDOR-SRTR         TO WSS-VEN-ATUAL.
           MOVE ZEROS                  TO WSS-POSICAO
                                          WSS-QTD-LISTA-VEN.
      *
           MOVE SPACES                 TO WSS-NOME-VEN.
           MOVE WSS-VEN-ATUAL          TO CODIGO-FDV.
           READ ARQ-VENDEDOR           KEY IS CODIGO-FDV
                INVALID KEY
                    CONTINUE
           END-READ.
           IF FS-VENDEDOR              EQUAL '00'
              MOVE NOME-FDV            TO WSS-NOME-VEN
           END-IF.
      *
           MOVE SPACES                 TO WSS-ARQ-REATIVA.
           STRING 'REATIVA-'           DELIMITED BY SIZE
                  WSS-VEN-ATUAL        DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WSS-DATA-PROC-AMD    DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-REATIVA
           END-STRING.
      *
           OPEN OUTPUT REL-REATIVA.
      *
           IF FS-RELREA                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'REL-REATIV'        TO WSS-ARQUIVO
              MOVE FS-RELREA           TO WSS-FSTATUS
              MOVE 9                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           WRITE REG-RELREA            FROM CAB-REATIVA.
      *
           MOVE 'S'                    TO WSS-LISTA-ABERTA.
      *
       RT-ABRIR-LISTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR-LISTA                 SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE REL-REATIVA.
           MOVE 'N'                    TO WSS-LISTA-ABERTA.
      *
      *  ---> So a lista com clientes vai para as assinaturas
           IF WSS-QTD-LISTA-VEN        GREATER ZEROS
              ADD 1                    TO WSS-QTD-RELATORIOS
              MOVE SPACES              TO CAT-FILTROS-FDK
              STRING 'VENDEDOR ' WSS-VEN-ATUAL
                 DELIMITED BY SIZE     INTO CAT-FILTROS-FDK
              END-STRING
              MOVE WSS-ARQ-REATIVA     TO CAT-ARQUIVO-FDK
              PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX
           END-IF.
      *
       RT-FECHAR-LISTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-CAMPANHA                 SECTION.
      *  ---> Entrada do SORT do resultado: todas as selecoes da
      *       campanha (ja atualizadas nesta execucao)
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO REA-CCLIENTE-FDR
                                          REA-DT-SELECAO-FDR.
           MOVE 'N'                    TO WSS-FIM-ARQ-REA.
      *
           START ARQ-REATIVA           KEY IS NOT LESS REA-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-REA
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-REA
                                       EQUAL 'S' OR 's'
              READ ARQ-REATIVA         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-REA
                NOT AT END
                   MOVE REA-CVENDEDOR-FDR
                                       TO CVENDEDOR-SRTS
                   MOVE REA-FILIAL-FDR TO FILIAL-SRTS
                   MOVE REA-SITUACAO-FDR
                                       TO SITUACAO-SRTS
                   IF REA-DT-VISITA-FDR
                                       GREATER ZEROS
                      MOVE 'S'         TO VISITADO-SRTS
                   ELSE
                      MOVE 'N'         TO VISITADO-SRTS
                   END-IF
                   RELEASE REG-SRTS
              END-READ
           END-PERFORM.
      *
       RT-LER-CAMPANHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EMITIR-RESULTADO             SECTION.
      *  ---> Saida do SORT do resultado: uma linha por vendedor e
      *       filial e o total geral. Sucesso = reativados sobre os
      *       selecionados.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-ARQ-RESULTADO.
           STRING 'REATIVA-RESULTADO-' DELIMITED BY SIZE
                  WSS-DATA-PROC-AMD    DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-RESULTADO
           END-STRING.
      *
           OPEN OUTPUT REL-RESULTADO.
      *
           IF FS-RELRES                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'REL-RESULT'        TO WSS-ARQUIVO
              MOVE FS-RELRES           TO WSS-FSTATUS
              MOVE 10                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           WRITE REG-RELRES            FROM CAB-RESULTADO.
      *
           INITIALIZE WSS-TOTAIS-QUEBRA
                      WSS-TOTAIS-GERAIS
                      WSS-RES-ATUAL.
           MOVE 'N'                    TO WSS-FIM-SORT.
      *
           PERFORM UNTIL WSS-FIM-SORT  EQUAL 'S' OR 's'
              PERFORM RT-ACUMULAR-RESULTADO
                                       THRU RT-ACUMULAR-RESULTADOX
           END-PERFORM.
      *
           IF WSS-QBR-SELECIONADOS     GREATER ZEROS
              PERFORM RT-GRAVAR-QUEBRA THRU RT-GRAVAR-QUEBRAX
           END-IF.
      *
      *  ---> Total geral da campanha
           MOVE 'TOTAL'                TO RLS-CVENDEDOR.
           MOVE SPACES                 TO RLS-FILIAL.
           MOVE WSS-TOT-SELECIONADOS   TO RLS-SELECIONADOS.
           MOVE WSS-TOT-ACOMPANHA      TO RLS-ACOMPANHA.
           MOVE WSS-TOT-VISITADOS      TO RLS-VISITADOS.
           MOVE WSS-TOT-REATIVADOS     TO RLS-REATIVADOS.
           MOVE WSS-TOT-ENCERRADOS     TO RLS-ENCERRADOS.
           MOVE ZEROS                  TO RLS-PCT-SUCESSO.
           IF WSS-TOT-SELECIONADOS     GREATER ZEROS
              COMPUTE RLS-PCT-SUCESSO ROUNDED =
                      WSS-TOT-REATIVADOS * 100
                    / WSS-TOT-SELECIONADOS
           END-IF.
      *
           WRITE REG-RELRES            FROM DET-RESULTADO.
      *
           CLOSE REL-RESULTADO.
      *
           MOVE 'RESULTADO REATIVACAO' TO CAT-FILTROS-FDK.
           MOVE WSS-ARQ-RESULTADO      TO CAT-ARQUIVO-FDK.
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
       RT-EMITIR-RESULTADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ACUMULAR-RESULTADO           SECTION.
      *----------------------------------------------------------------*
      *
           RETURN SRT-RESULTADO        INTO REG-SRTS
             AT END
                MOVE 'S'               TO WSS-FIM-SORT
                GO                     TO RT-ACUMULAR-RESULTADOX
           END-RETURN.
      *
           MOVE CVENDEDOR-SRTS         TO WSS-RES-LIDO-VEN.
           MOVE FILIAL-SRTS            TO WSS-RES-LIDO-FIL.
      *
           IF WSS-RES-LIDO             NOT EQUAL WSS-RES-ATUAL
              IF WSS-QBR-SELECIONADOS  GREATER ZEROS
                 PERFORM RT-GRAVAR-QUEBRA
                                       THRU RT-GRAVAR-QUEBRAX
              END-IF
              MOVE WSS-RES-LIDO        TO WSS-RES-ATUAL
              INITIALIZE WSS-TOTAIS-QUEBRA
           END-IF.
      *
           ADD 1                       TO WSS-QBR-SELECIONADOS
                                          WSS-TOT-SELECIONADOS.
      *
           IF VISITADO-SRTS            EQUAL 'S'
              ADD 1                    TO WSS-QBR-VISITADOS
                                          WSS-TOT-VISITADOS
           END-IF.
      *
           EVALUATE SITUACAO-SRTS
               WHEN 'R'
                    ADD 1              TO WSS-QBR-REATIVADOS
                                          WSS-TOT-REATIVADOS
               WHEN 'E'
                    ADD 1              TO WSS-QBR-ENCERRADOS
                                          WSS-TOT-ENCERRADOS
               WHEN OTHER
                    ADD 1              TO WSS-QBR-ACOMPANHA
                                          WSS-TOT-ACOMPANHA
           END-EVALUATE.
      *
       RT-ACUMULAR-RESULTADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-QUEBRA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-RES-VENDEDOR       TO RLS-CVENDEDOR.
           MOVE WSS-RES-FILIAL         TO RLS-FILIAL.
           MOVE WSS-QBR-SELECIONADOS   TO RLS-SELECIONADOS.
           MOVE WSS-QBR-ACOMPANHA      TO RLS-ACOMPANHA.
           MOVE WSS-QBR-VISITADOS      TO RLS-VISITADOS.
           MOVE WSS-QBR-REATIVADOS     TO RLS-REATIVADOS.
           MOVE WSS-QBR-ENCERRADOS     TO RLS-ENCERRADOS.
           COMPUTE RLS-PCT-SUCESSO ROUNDED =
                   WSS-QBR-REATIVADOS * 100
                 / WSS-QBR-SELECIONADOS.
      *
           WRITE REG-RELRES            FROM DET-RESULTADO.
      *
       RT-GRAVAR-QUEBRAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-CATALOGO           SECTION.
      *  ---> Registra o relatorio (filtro e arquivo ja carregados
      *       pelo chamador) no catalogo central (CATREL):
      *       revisualizacao pelo paginador e entrega aos assinantes
      *       pelo PT000078
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
           MOVE 'PT000093'             TO CAT-PROGRAMA-FDK.
           MOVE WSS-DATA-PROC-AMD      TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
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
           MOVE 'PT000093'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000093'             TO WSE-ERR-PROGRAMA.
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
           CLOSE ARQ-CLIENTES
                 ARQ-PEDIDOS
                 ARQ-DISTRIBUIR
                 ARQ-VENDEDOR
                 ARQ-REATIVA
                 ARQ-AUDITORIA.
      *
           MOVE 'F'                    TO WSN-CNS-FUNCAO.
           CALL WPT00910               USING WSN-CNS-PARM.
      *
           IF VISITAS-ABERTO
              CLOSE ARQ-VISITAS
              MOVE 'N'                 TO WSS-VISITAS-ABERTO
           END-IF.
      *
           MOVE '00'                   TO LKS-RETORNO.
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
