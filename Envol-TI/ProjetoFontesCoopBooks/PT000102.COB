      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000102.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000102 ---> APROVACAO DE DESPESAS DE VISITA *
      *     *            E ARQUIVO DE REEMBOLSO PARA A FOLHA           *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : APROVACAO: O SUPERVISOR DECIDE CADA DESPESA   *
      *     *            DO VENDEDOR NO MES (ARQ DESPESA): APROVA COMO *
      *     *            DECLARADA, GLOSA PARCIAL COM MOTIVO OU        *
      *     *            REJEITA COM MOTIVO (ARQ DESPAPROV). VALOR     *
      *     *            DECLARADO = KM X CUSTO DO KM (PARAMDIST) +    *
      *     *            REFEICAO + OUTROS; KM ACIMA DO PLAUSIVEL PELA *
      *     *            DISTRIBUICAO SAI MARCADO 'VERIFICAR' (MESMA   *
      *     *            REGRA DO PT000054).                           *
      *     *            FECHAMENTO: VENDEDOR COM TODAS AS DESPESAS DO *
      *     *            MES DECIDIDAS TEM OS TOTAIS CONGELADOS (ARQ   *
      *     *            DESPFECHA), ENTRA NO ARQUIVO DE REEMBOLSO DA  *
      *     *            FOLHA (REEMBOLSO-AAAAMM-HHMMSS.FOL, COM       *
      *     *            HEADER/TRAILER E REGISTRO NO MANIFESTO DO     *
      *     *            GATEWAY) E RECEBE O EXTRATO DA APROVACAO NO   *
      *     *            OUTBOX (OUTBOX-DSP-NNNNNNN-AAAAMM.TXT).       *
      *     *            MES FECHADO NAO ACEITA NOVA DECISAO NEM NOVA  *
      *     *            DESPESA (PT000010).                           *
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
      *  ---> Despesas de visita (km e reembolsos declarados)
           COPY 'SEL-DESPESA.CPY'      REPLACING ==::== BY ==-FDS==.
      *
      *  ---> Decisao do supervisor sobre cada despesa
           COPY 'SEL-DESPAPROV.CPY'    REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Fechamento mensal por vendedor (totais congelados)
           COPY 'SEL-DESPFECHA.CPY'    REPLACING ==::== BY ==-FDF==.
      *
      *  ---> Arquivo VENDEDOR (CPF, nome e e-mail)
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
      *  ---> Distancia da atribuicao (plausibilidade do km)
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Arquivo de PARAMETROS (custo do km rodado)
           COPY 'SEL-PARAMETROS.CPY'.
      *
      *  ---> Arquivo de reembolso para a folha (nome datado)
           SELECT  ARQ-REEMBOLSO       ASSIGN TO WSS-ARQ-REEMBOLSO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-REEMBOLSO.
      *
      *  ---> Extrato da aprovacao ao vendedor (gateway de e-mail)
           SELECT  ARQ-OUTBOX          ASSIGN TO WSS-ARQ-OUTBOX
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-OUTBOX.
      *
      *  ---> Manifesto do gateway de transmissao (PT000065)
           COPY 'SEL-GTWMANIF.CPY'.
      *
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-DESPESA                 VALUE OF FILE-ID IS 'DESPESA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDS.
       COPY 'FD-DESPESA.CPY'           REPLACING ==::== BY ==-FDS==.
      *
       FD  ARQ-DESPAPROV               VALUE OF FILE-ID IS 'DESPAPROV'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-DESPAPROV.CPY'         REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-DESPFECHA               VALUE OF FILE-ID IS 'DESPFECHA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDF.
       COPY 'FD-DESPFECHA.CPY'         REPLACING ==::== BY ==-FDF==.
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
       COPY 'FD-PARAMETROS.CPY'.
      *
       FD  ARQ-REEMBOLSO.
       01  REG-REEMBOLSO               PIC  X(160).
      *
       FD  ARQ-OUTBOX.
       01  REG-OUTBOX                  PIC  X(120).
      *
       FD  ARQ-GTWMANIF
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-GTWMANIF.CPY'          REPLACING ==::== BY ==-FDW==.
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
      *----------------------------------------------------------------*
      *    CUSTO PADRAO DO KM RODADO (PARM-CTS-CUSTO-KM ZERADO)
      *----------------------------------------------------------------*
       77  WSS-KM-PADRAO               PIC  9(003)V9(002)  VALUE 1,20.
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
           03  WSS-FIM-ARQ-DSP         PIC  X(001)         VALUE 'N'.
           03  WSS-FIM-ARQ-VEN         PIC  X(001)         VALUE 'N'.
           03  WSS-ARQ-REEMBOLSO       PIC  X(030)         VALUE SPACES.
           03  WSS-ARQ-OUTBOX          PIC  X(030)         VALUE SPACES.
           03  WSS-HORA-GERACAO        PIC  X(006)         VALUE SPACES.
           03  WSS-HOJE-AMD            PIC  9(008)         VALUE ZEROS.
           03  WSS-CUSTO-KM            PIC  9(003)V9(002)  VALUE ZEROS.
      *
      *  ---> Mes em processamento (AAAAMM) e intervalo de datas
           03  WSS-CVENDEDOR           PIC  9(007)         VALUE ZEROS.
           03  WSS-ANOMES-NUM          PIC  9(006)         VALUE ZEROS.
           03  WSS-MES-INI-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-MES-FIM-AMD         PIC  9(008)         VALUE ZEROS.
      *
      *  ---> Despesa corrente: valor declarado e decisao existente
      *       (N = sem decisao, D = decidida, X = despesa alterada
      *       depois da decisao, volta a pendente)
           03  WSS-VLR-DECLARADO       PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-SIT-DECISAO         PIC  X(001)         VALUE SPACES.
               88  SEM-DECISAO                     VALUE 'N'.
               88  COM-DECISAO                     VALUE 'D'.
               88  DECISAO-DESATUALIZADA           VALUE 'X'.
           03  WSS-KM-PLAUSIVEL        PIC  9(007)         VALUE ZEROS.
      *
      *  ---> Apuracao do vendedor no mes (fechamento)
           03  WSS-VEN-LINHAS          PIC  9(005)         VALUE ZEROS.
           03  WSS-VEN-PENDENTES       PIC  9(005)         VALUE ZEROS.
           03  WSS-VEN-GLOSADAS        PIC  9(005)         VALUE ZEROS.
           03  WSS-VEN-REJEITADAS      PIC  9(005)         VALUE ZEROS.
           03  WSS-VEN-DECLARADO       PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-VEN-APROVADO        PIC  9(009)V9(002)  VALUE ZEROS.
      *
      *  ---> Totais do fechamento e controle do arquivo de reembolso
           03  WSS-QTD-FECHADOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-PENDENTES       PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-JA-FECHADOS     PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-PAGTO           PIC  9(007)         VALUE ZEROS.
           03  WSS-VLR-TOTAL-PAGTO     PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-HASH-TOTAL          PIC  9(015)         VALUE ZEROS.
      *
      *  ---> Campos digitados em tela
           03  WSS-T-CVENDEDOR         PIC  9(007)         VALUE ZEROS.
           03  WSS-T-ANOMES            PIC  X(006)         VALUE SPACES.
           03  WSS-T-DECISAO           PIC  X(001)         VALUE SPACES.
           03  WSS-T-VLR-APROVADO      PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-T-MOTIVO            PIC  X(040)         VALUE SPACES.
      *
      *  ---> Campos exibidos em tela (despesa em decisao)
           03  WSS-D-NOME              PIC  X(028)         VALUE SPACES.
           03  WSS-D-CCLIENTE          PIC  9(007)         VALUE ZEROS.
           03  WSS-D-DATA              PIC  X(010)         VALUE SPACES.
           03  WSS-D-KM                PIC  9(005)         VALUE ZEROS.
           03  WSS-D-CONSISTE          PIC  X(010)         VALUE SPACES.
           03  WSS-D-REFEICAO          PIC  9(005)V9(002)  VALUE ZEROS.
           03  WSS-D-OUTROS            PIC  9(005)V9(002)  VALUE ZEROS.
           03  WSS-D-DECLARADO         PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-D-SITUACAO          PIC  X(030)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-DESPESA              PIC  X(002)         VALUE SPACES.
           03  FS-DESPAPROV            PIC  X(002)         VALUE SPACES.
           03  FS-DESPFECHA            PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-PARAMETROS           PIC  X(002)         VALUE SPACES.
           03  FS-REEMBOLSO            PIC  X(002)         VALUE SPACES.
           03  FS-OUTBOX               PIC  X(002)         VALUE SPACES.
           03  FS-GTWMANIF             PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
           03  WSS-DISTRIBUIR-ABERTO   PIC  X(001)         VALUE 'N'.
               88  DISTRIBUIR-ABERTO   VALUE 'S'.
           03  WSS-OUTBOX-ABERTO       PIC  X(001)         VALUE 'N'.
               88  OUTBOX-ABERTO       VALUE 'S'.
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
       01  WSS-DATA-AUX.
           03  WSS-DATA-AUX-ANO        PIC  X(004).
           03  WSS-DATA-AUX-MES        PIC  X(002).
           03  WSS-DATA-AUX-DIA        PIC  X(002).
      *
       01  WSS-DATA-EDT.
           03  WSS-DATA-EDT-DIA        PIC  X(002).
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  WSS-DATA-EDT-MES        PIC  X(002).
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  WSS-DATA-EDT-ANO        PIC  X(004).
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO ARQUIVO DE REEMBOLSO PARA A FOLHA
      *----------------------------------------------------------------*
      *  ---> HEADER
       01  CAB-REEMBOLSO.
           03  TIPO-REG-CAB            PIC  X(001)         VALUE 'H'.
           03  DATA-GERACAO-CAB        PIC  9(008)         VALUE ZEROS.
           03  ORIGEM-CAB              PIC  X(020)         VALUE
                                                 'REEMBOLSO DESPESAS'.
           03  COMPETENCIA-CAB         PIC  9(006)         VALUE ZEROS.
           03  FILLER                  PIC  X(125)         VALUE SPACES.
      *
      *  ---> DETALHE (UM POR VENDEDOR COM VALOR A REEMBOLSAR)
       01  DET-REEMBOLSO.
           03  TIPO-REG-DET            PIC  X(001)         VALUE 'D'.
           03  SEQUENCIA-DET           PIC  9(007)         VALUE ZEROS.
           03  CVENDEDOR-DET           PIC  9(007)         VALUE ZEROS.
           03  CPF-DET                 PIC  9(011)         VALUE ZEROS.
           03  NOME-DET                PIC  X(040)         VALUE SPACES.
           03  COMPETENCIA-DET         PIC  9(006)         VALUE ZEROS.
           03  QTD-LINHAS-DET          PIC  9(005)         VALUE ZEROS.
           03  VLR-DECLARADO-DET       PIC  9(009)V9(002)  VALUE ZEROS.
           03  VLR-GLOSA-DET           PIC  9(009)V9(002)  VALUE ZEROS.
           03  VLR-PAGAR-DET           PIC  9(009)V9(002)  VALUE ZEROS.
           03  FILLER                  PIC  X(050)         VALUE SPACES.
      *
      *  ---> TRAILER (QUANTIDADE, VALOR TOTAL E HASH DOS VENDEDORES)
       01  TRL-REEMBOLSO.
           03  TIPO-REG-TRL            PIC  X(001)         VALUE 'T'.
           03  QTDE-REG-TRL            PIC  9(007)         VALUE ZEROS.
           03  VLR-TOTAL-TRL           PIC  9(011)V9(002)  VALUE ZEROS.
           03  HASH-TOTAL-TRL          PIC  9(015)         VALUE ZEROS.
           03  FILLER                  PIC  X(124)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO EXTRATO DA APROVACAO (FORMATO DO GATEWAY DE E-MAIL)
      *----------------------------------------------------------------*
       01  OUT-PARA.
           03  FILLER                  PIC  X(006)         VALUE
               'PARA: '.
           03  OUT-EMAIL               PIC  X(040)         VALUE SPACES.
      *
       01  OUT-ASSUNTO.
           03  FILLER                  PIC  X(009)         VALUE
               'ASSUNTO: '.
           03  FILLER                  PIC  X(039)         VALUE
               'APROVACAO DAS DESPESAS DE VISITA - MES '.
           03  OUT-ASS-MES             PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  OUT-ASS-ANO             PIC  X(004)         VALUE SPACES.
      *
       01  OUT-CABECALHO               PIC  X(090)         VALUE
           '  CLIENTE DATA        DECLARADO   APROVADO DECISAO        MO
      -    'TIVO'.
      *
       01  OUT-LINHA-DESPESA.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  OUT-CCLIENTE            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  OUT-DATA                PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  OUT-DECLARADO           PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  OUT-APROVADO            PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  OUT-DECISAO             PIC  X(014)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  OUT-MOTIVO              PIC  X(040)         VALUE SPACES.
      *
       01  OUT-TOTAIS.
           03  FILLER                  PIC  X(019)         VALUE
               '  TOTAL DECLARADO: '.
           03  OUT-TOT-DECLARADO       PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(009)         VALUE
               '  GLOSA: '.
           03  OUT-TOT-GLOSA           PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(013)         VALUE
               '  A RECEBER: '.
           03  OUT-TOT-APROVADO        PIC  ZZZZZZZZ9,99   VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000909
      *    - Equipe de vendas (visibilidade do supervisor)
      *----------------------------------------------------------------*
      *
       01  WPT00909                    PIC X(08)           VALUE
                                                            'PT000909'.
      *
           COPY 'SUB-EQP.CPY'          REPLACING ==::== BY ==WSN==.
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
               ' ..... APROVACAO DE DESPESAS ..... '          BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Aprovar Despesas       ".
           03 F LINE 10 COL 28   VALUE " 2 - Fechar Mes / Reembolso ".
           03 F LINE 12 COL 28   VALUE " 9 - Sair                   ".
           03 F LINE 14 COL 28   VALUE " Opcao:[ ]                  ".
      *
       01  TELA-LABEL-FILTRO.
           03 F LINE 06 COL 20   VALUE " Vendedor............: ".
           03 F LINE 07 COL 20   VALUE " Mes (AAAAMM)........: ".
      *
       01  TELA-DADOS-FILTRO-T.
           03 T1F LINE 06 COL 44 PIC ZZZZZZ9  TO WSS-T-CVENDEDOR.
           03 T2F LINE 07 COL 44 PIC X(006)   TO WSS-T-ANOMES.
      *
       01  TELA-DADOS-FILTRO-U.
           03 U1F LINE 06 COL 53 PIC X(028)   USING WSS-D-NOME.
      *
       01  TELA-LABEL-DESPESA.
           03 F LINE 09 COL 20   VALUE " Cliente.............: ".
           03 F LINE 10 COL 20   VALUE " Data da visita......: ".
           03 F LINE 11 COL 20   VALUE " Km rodados..........: ".
           03 F LINE 12 COL 20   VALUE " Refeicao............: ".
           03 F LINE 13 COL 20   VALUE " Outras despesas.....: ".
           03 F LINE 14 COL 20   VALUE " Valor declarado.....: ".
           03 F LINE 15 COL 20   VALUE " Situacao............: ".
           03 F LINE 17 COL 20   VALUE " Decisao (A/P/R/F)...: ".
           03 F LINE 18 COL 20   VALUE " Valor aprovado......: ".
           03 F LINE 19 COL 20   VALUE " Motivo..............: ".
      *
       01  TELA-DADOS-DESPESA-U.
           03 U1D LINE 09 COL 44 PIC ZZZZZZ9     USING WSS-D-CCLIENTE.
           03 U2D LINE 10 COL 44 PIC X(010)      USING WSS-D-DATA.
           03 U3D LINE 11 COL 44 PIC ZZZZ9       USING WSS-D-KM.
           03 U4D LINE 11 COL 53 PIC X(010)      USING WSS-D-CONSISTE.
           03 U5D LINE 12 COL 44 PIC ZZZZ9,99    USING WSS-D-REFEICAO.
           03 U6D LINE 13 COL 44 PIC ZZZZ9,99    USING WSS-D-OUTROS.
           03 U7D LINE 14 COL 44 PIC ZZZZZZ9,99  USING WSS-D-DECLARADO.
           03 U8D LINE 15 COL 44 PIC X(030)      USING WSS-D-SITUACAO.
      *
       01  TELA-DADOS-DECISAO-T.
           03 T1D LINE 17 COL 44 PIC X(001)      TO WSS-T-DECISAO.
           03 T2D LINE 18 COL 44 PIC ZZZZZZ9,99  TO WSS-T-VLR-APROVADO.
           03 T3D LINE 19 COL 44 PIC X(030)      TO WSS-T-MOTIVO.
      *
       01  TELA-LABEL-FECHAMENTO.
           03 F LINE 07 COL 20   VALUE " Mes (AAAAMM)........: ".
      *
       01  TELA-DADOS-FECHAMENTO-T.
           03 T1M LINE 07 COL 44 PIC X(006)   TO WSS-T-ANOMES.
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
           OPEN INPUT ARQ-DESPESA.
      *
      *  ---> Arquivo inexistente: nenhuma despesa registrada ainda
           IF FS-DESPESA               EQUAL '05' OR '35'
              MOVE "Nenhuma despesa de visita registrada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              MOVE ZEROS               TO LKS-RETORNO
              GOBACK
           END-IF.
      *
           IF FS-DESPESA               NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'DESPESA'           TO WSS-ARQUIVO
              MOVE FS-DESPESA          TO WSS-FSTATUS
              MOVE 1                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           PERFORM RT-ABRIR-DESPAPROV  THRU RT-ABRIR-DESPAPROVX.
      *
           PERFORM RT-ABRIR-DESPFECHA  THRU RT-ABRIR-DESPFECHAX.
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
      *  ---> DISTRIBUICAO e opcional: sem atribuicao nao ha
      *       plausibilidade de km a consistir
           OPEN INPUT ARQ-DISTRIBUIR.
           IF FS-DISTRIBUIR            EQUAL '00'
              MOVE 'S'                 TO WSS-DISTRIBUIR-ABERTO
           END-IF.
      *
           PERFORM RT-LER-PARAMETROS   THRU RT-LER-PARAMETROSX.
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
       RT-INICIALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ABRE (OU CRIA NA PRIMEIRA UTILIZACAO) O ARQUIVO DESPAPROV
      *----------------------------------------------------------------*
       RT-ABRIR-DESPAPROV              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-DESPAPROV.
      *
           EVALUATE FS-DESPAPROV
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-DESPAPROV
                    OPEN OUTPUT ARQ-DESPAPROV
                    CLOSE ARQ-DESPAPROV
                    OPEN I-O ARQ-DESPAPROV
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'DESPAPROV'   TO WSS-ARQUIVO
                    MOVE FS-DESPAPROV  TO WSS-FSTATUS
                    MOVE 2             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
       RT-ABRIR-DESPAPROVX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ABRE (OU CRIA NA PRIMEIRA UTILIZACAO) O ARQUIVO DESPFECHA
      *----------------------------------------------------------------*
       RT-ABRIR-DESPFECHA              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-DESPFECHA.
      *
           EVALUATE FS-DESPFECHA
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-DESPFECHA
                    OPEN OUTPUT ARQ-DESPFECHA
                    CLOSE ARQ-DESPFECHA
                    OPEN I-O ARQ-DESPFECHA
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'DESPFECHA'   TO WSS-ARQUIVO
                    MOVE FS-DESPFECHA  TO WSS-FSTATUS
                    MOVE 3             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
       RT-ABRIR-DESPFECHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CUSTO DO KM RODADO (PARAMDIST), PADRAO QUANDO ZERADO
      *----------------------------------------------------------------*
       RT-LER-PARAMETROS               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-KM-PADRAO          TO WSS-CUSTO-KM.
      *
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS             NOT EQUAL '00'
              GO                       TO RT-LER-PARAMETROSX
           END-IF.
      *
           PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX.
      *
           IF FS-PARAMETROS             EQUAL '00'
              IF PARM-CTS-CUSTO-KM      NUMERIC
                 AND PARM-CTS-CUSTO-KM  GREATER ZEROS
                 MOVE PARM-CTS-CUSTO-KM TO WSS-CUSTO-KM
              END-IF
           END-IF.
      *
           CLOSE ARQ-PARAMETROS.
      *
       RT-LER-PARAMETROSX.
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
           ACCEPT WSS-FUN              LINE 14 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
      *  ---> Perfil consulta nao decide despesa nem fecha o mes
           IF (WSS-FUN                 EQUAL 1 OR 2)
              AND (LKS-PERFIL          EQUAL 'Q' OR 'q')
              MOVE "Funcao fora do perfil do operador (consulta)."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              MOVE ZEROS               TO WSS-FUN
              GO                       TO RT-PROCESSARX
           END-IF.
      *
      *  ---> Fechamento e arquivo da folha: somente administrador
           IF WSS-FUN                  EQUAL 2
              AND LKS-PERFIL           NOT EQUAL 'A' AND 'a'
              MOVE "Opcao restrita ao perfil administrador."
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
                    PERFORM RT-APROVAR
                                       THRU RT-APROVARX
               WHEN 2
                    PERFORM RT-FECHAR-MES
                                       THRU RT-FECHAR-MESX
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
      *    DECISAO DO SUPERVISOR SOBRE AS DESPESAS DE UM VENDEDOR NO MES
      *----------------------------------------------------------------*
       RT-APROVAR                      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-CVENDEDOR.
           MOVE SPACES                 TO WSS-T-ANOMES
                                          WSS-D-NOME.
      *
           DISPLAY TELA-LABEL-FILTRO.
      *
           MOVE "Informe o vendedor (ZEROS sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1F.
      *
           IF WSS-T-CVENDEDOR          EQUAL ZEROS
              GO                       TO RT-APROVARX
           END-IF.
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
              GO                       TO RT-APROVARX
           END-IF.
      *
           MOVE NOME-FDV               TO WSS-D-NOME.
           DISPLAY TELA-DADOS-FILTRO-U.
      *
           MOVE "Informe o mes das despesas (AAAAMM)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2F.
      *
           IF WSS-T-ANOMES             NOT NUMERIC
              MOVE "Mes invalido - informe AAAAMM numerico."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-APROVARX
           END-IF.
      *
           MOVE WSS-T-ANOMES           TO WSS-ANOMES-NUM.
           COMPUTE WSS-MES-INI-AMD = WSS-ANOMES-NUM * 100 + 1.
           COMPUTE WSS-MES-FIM-AMD = WSS-ANOMES-NUM * 100 + 31.
      *
      *  ---> Vendedor fora das equipes do supervisor no fim do mes
           MOVE 'C'                    TO WSN-EQP-FUNCAO.
           MOVE LKS-OPERADOR           TO WSN-EQP-OPERADOR.
           MOVE LKS-PERFIL             TO WSN-EQP-PERFIL.
           MOVE WSS-T-CVENDEDOR        TO WSN-EQP-CVENDEDOR.
           MOVE WSS-MES-FIM-AMD        TO WSN-EQP-DATA.
           CALL WPT00909               USING WSN-EQP-PARM.
      *
           IF WSN-EQP-VISIVEL          EQUAL 'N'
              MOVE "Vendedor fora das equipes do operador."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-APROVARX
           END-IF.
      *
      *  ---> Mes fechado: despesas e decisoes congeladas
           MOVE WSS-T-CVENDEDOR        TO DFM-CVENDEDOR-FDF.
           MOVE WSS-ANOMES-NUM         TO DFM-ANOMES-FDF.
           READ ARQ-DESPFECHA          KEY IS DFM-CHAVE-FDF
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-DESPFECHA             EQUAL '00'
              MOVE "Mes ja fechado p/ o vendedor - despesas congeladas."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-APROVARX
           END-IF.
      *
           MOVE WSS-T-CVENDEDOR        TO WSS-CVENDEDOR
                                          DSP-CVENDEDOR-FDS.
           MOVE ZEROS                  TO WSS-VEN-LINHAS.
           MOVE 'N'                    TO WSS-FIM-ARQ-DSP.
      *
           START ARQ-DESPESA           KEY IS EQUAL DSP-CVENDEDOR-FDS
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-DSP
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-DSP
                                       EQUAL 'S'
              READ ARQ-DESPESA         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-DSP
                NOT AT END
                   IF DSP-CVENDEDOR-FDS
                                       NOT EQUAL WSS-CVENDEDOR
                      MOVE 'S'         TO WSS-FIM-ARQ-DSP
                   ELSE
                      IF DSP-DATA-FDS  NOT LESS WSS-MES-INI-AMD
                         AND DSP-DATA-FDS
                                       NOT GREATER WSS-MES-FIM-AMD
                         ADD 1         TO WSS-VEN-LINHAS
                         PERFORM RT-DECIDIR-DESPESA
                                       THRU RT-DECIDIR-DESPESAX
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
           IF WSS-VEN-LINHAS           EQUAL ZEROS
              MOVE "Nenhuma despesa do vendedor no mes informado."
                                       TO WSS-MENSAGEM
           ELSE
              MOVE "Fim das despesas do vendedor no mes."
                                       TO WSS-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-APROVARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EXIBE A DESPESA CORRENTE (REG-FDS) E GRAVA A DECISAO:
      *    A = APROVA, P = GLOSA PARCIAL, R = REJEITA, BRANCO = SEGUE
      *    SEM DECIDIR, F = ENCERRA A APROVACAO DO VENDEDOR
      *----------------------------------------------------------------*
       RT-DECIDIR-DESPESA              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-CALCULAR-DESPESA THRU RT-CALCULAR-DESPESAX.
      *
           MOVE DSP-CCLIENTE-FDS       TO WSS-D-CCLIENTE.
           MOVE DSP-DATA-FDS           TO WSS-DATA-AUX.
           PERFORM RT-EDITAR-DATA      THRU RT-EDITAR-DATAX.
           MOVE WSS-DATA-EDT           TO WSS-D-DATA.
           MOVE DSP-KM-FDS             TO WSS-D-KM.
           MOVE DSP-VLR-REFEICAO-FDS   TO WSS-D-REFEICAO.
           MOVE DSP-VLR-OUTROS-FDS     TO WSS-D-OUTROS.
           MOVE WSS-VLR-DECLARADO      TO WSS-D-DECLARADO.
      *
           PERFORM RT-CONSISTIR-KM     THRU RT-CONSISTIR-KMX.
      *
           EVALUATE TRUE
               WHEN SEM-DECISAO
                    MOVE 'PENDENTE'    TO WSS-D-SITUACAO
               WHEN DECISAO-DESATUALIZADA
                    MOVE 'ALTERADA APOS DECISAO - DECIDIR'
                                       TO WSS-D-SITUACAO
               WHEN DESPESA-APROVADA-FDP
                    MOVE 'APROVADA'    TO WSS-D-SITUACAO
               WHEN DESPESA-GLOSADA-FDP
                    MOVE 'GLOSA PARCIAL'
                                       TO WSS-D-SITUACAO
               WHEN DESPESA-REJEITADA-FDP
                    MOVE 'REJEITADA'   TO WSS-D-SITUACAO
           END-EVALUATE.
      *
           MOVE SPACES                 TO WSS-T-DECISAO
                                          WSS-T-MOTIVO.
           MOVE ZEROS                  TO WSS-T-VLR-APROVADO.
      *
           DISPLAY TELA-LABEL-DESPESA
                   TELA-DADOS-DESPESA-U.
           DISPLAY WSS-LIMPA-LINHA(1:37) LINE 17 COL 44.
           DISPLAY WSS-LIMPA-LINHA(1:37) LINE 18 COL 44.
           DISPLAY WSS-LIMPA-LINHA(1:37) LINE 19 COL 44.
      *
           MOVE "A-aprova P-glosa parcial R-rejeita branco-segue F-fim"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1D.
      *
           EVALUATE WSS-T-DECISAO
               WHEN SPACES
                    GO                 TO RT-DECIDIR-DESPESAX
               WHEN 'F'
               WHEN 'f'
                    MOVE 'S'           TO WSS-FIM-ARQ-DSP
                    GO                 TO RT-DECIDIR-DESPESAX
               WHEN 'A'
               WHEN 'a'
                    MOVE 'A'           TO WSS-T-DECISAO
                    MOVE WSS-VLR-DECLARADO
                                       TO WSS-T-VLR-APROVADO
               WHEN 'P'
               WHEN 'p'
                    MOVE 'P'           TO WSS-T-DECISAO
                    MOVE "Informe o valor aprovado (< declarado)."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT T2D
                    MOVE "Informe o motivo da glosa."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT T3D
                    IF WSS-T-VLR-APROVADO
                                       EQUAL ZEROS
                       OR WSS-T-VLR-APROVADO
                                       NOT LESS WSS-VLR-DECLARADO
                       OR WSS-T-MOTIVO EQUAL SPACES
                       MOVE "Glosa exige valor < declarado e motivo."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                       GO              TO RT-DECIDIR-DESPESAX
                    END-IF
               WHEN 'R'
               WHEN 'r'
                    MOVE 'R'           TO WSS-T-DECISAO
                    MOVE ZEROS         TO WSS-T-VLR-APROVADO
                    MOVE "Informe o motivo da rejeicao."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT T3D
                    IF WSS-T-MOTIVO    EQUAL SPACES
                       MOVE "Rejeicao exige motivo."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                       GO              TO RT-DECIDIR-DESPESAX
                    END-IF
               WHEN OTHER
                    MOVE "Decisao invalida - despesa mantida."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    GO                 TO RT-DECIDIR-DESPESAX
           END-EVALUATE.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE DSP-CCLIENTE-FDS       TO DAP-CCLIENTE-FDP.
           MOVE DSP-DATA-FDS           TO DAP-DATA-FDP.
           MOVE DSP-CVENDEDOR-FDS      TO DAP-CVENDEDOR-FDP.
           MOVE WSS-T-DECISAO          TO DAP-DECISAO-FDP.
           MOVE WSS-VLR-DECLARADO      TO DAP-VLR-DECLARADO-FDP.
           MOVE WSS-T-VLR-APROVADO     TO DAP-VLR-APROVADO-FDP.
           MOVE WSS-T-MOTIVO           TO DAP-MOTIVO-FDP.
           MOVE LKS-OPERADOR           TO DAP-OPERADOR-FDP.
           MOVE WSS-DATA-SIS           TO DAP-DT-DECISAO-FDP.
      *
           WRITE REG-FDP.
      *
      *  ---> Nova decisao sobre a mesma despesa substitui a anterior
           IF FS-DESPAPROV             EQUAL '22'
              REWRITE REG-FDP
           END-IF.
      *
           IF FS-DESPAPROV             NOT EQUAL '00' AND '22'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'DESPAPROV'         TO WSS-ARQUIVO
              MOVE FS-DESPAPROV        TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           EVALUATE WSS-T-DECISAO
               WHEN 'A'
                    MOVE 'DESPESA DE VISITA APROVADA'
                                       TO WSS-AUD-ACAO
               WHEN 'P'
                    MOVE 'DESPESA DE VISITA GLOSADA PARCIALMENTE'
                                       TO WSS-AUD-ACAO
               WHEN 'R'
                    MOVE 'DESPESA DE VISITA REJEITADA'
                                       TO WSS-AUD-ACAO
           END-EVALUATE.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
       RT-DECIDIR-DESPESAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    VALOR DECLARADO DA DESPESA CORRENTE (REG-FDS) E LEITURA DA
      *    DECISAO EXISTENTE (REG-FDP). DECISAO TOMADA SOBRE OUTRO
      *    VALOR DECLARADO (DESPESA REAPONTADA) NAO VALE MAIS.
      *----------------------------------------------------------------*
       RT-CALCULAR-DESPESA             SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WSS-VLR-DECLARADO ROUNDED
                 = DSP-KM-FDS * WSS-CUSTO-KM
                 + DSP-VLR-REFEICAO-FDS
                 + DSP-VLR-OUTROS-FDS.
      *
           MOVE DSP-CHAVE-FDS          TO DAP-CHAVE-FDP.
           READ ARQ-DESPAPROV          KEY IS DAP-CHAVE-FDP
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-DESPAPROV             NOT EQUAL '00'
              MOVE 'N'                 TO WSS-SIT-DECISAO
              MOVE SPACES              TO DAP-DECISAO-FDP
                                          DAP-MOTIVO-FDP
              MOVE ZEROS               TO DAP-VLR-APROVADO-FDP
           ELSE
              IF DAP-VLR-DECLARADO-FDP NOT EQUAL WSS-VLR-DECLARADO
                 MOVE 'X'              TO WSS-SIT-DECISAO
              ELSE
                 MOVE 'D'              TO WSS-SIT-DECISAO
              END-IF
           END-IF.
      *
       RT-CALCULAR-DESPESAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    PLAUSIBILIDADE DA QUILOMETRAGEM (MESMA REGRA DO PT000054):
      *    IDA E VOLTA SOBRE A DISTANCIA DA ATRIBUICAO COM FOLGA
      *----------------------------------------------------------------*
       RT-CONSISTIR-KM                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-D-CONSISTE.
      *
           IF NOT DISTRIBUIR-ABERTO
              GO                       TO RT-CONSISTIR-KMX
           END-IF.
      *
           MOVE DSP-CCLIENTE-FDS       TO CCLIENTE-FDD.
           READ ARQ-DISTRIBUIR         KEY IS CCLIENTE-FDD
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-DISTRIBUIR            EQUAL '00'
              COMPUTE WSS-KM-PLAUSIVEL =
                      (DISTANCIA-FDD / 1000) * 3
              IF WSS-KM-PLAUSIVEL      GREATER ZEROS
                 AND DSP-KM-FDS        GREATER WSS-KM-PLAUSIVEL
                 MOVE 'VERIFICAR'      TO WSS-D-CONSISTE
              END-IF
           END-IF.
      *
       RT-CONSISTIR-KMX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    FECHAMENTO DO MES: CONGELA OS TOTAIS DE CADA VENDEDOR COM
      *    TODAS AS DESPESAS DECIDIDAS, GERA O ARQUIVO DE REEMBOLSO DA
      *    FOLHA E O EXTRATO DA APROVACAO NO OUTBOX DO VENDEDOR
      *----------------------------------------------------------------*
       RT-FECHAR-MES                   SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE SPACES                 TO WSS-T-ANOMES.
      *
           DISPLAY TELA-LABEL-FECHAMENTO.
      *
           MOVE "Informe o mes a fechar (AAAAMM, branco sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1M.
      *
           IF WSS-T-ANOMES             EQUAL SPACES
              GO                       TO RT-FECHAR-MESX
           END-IF.
      *
           IF WSS-T-ANOMES             NOT NUMERIC
              MOVE "Mes invalido - informe AAAAMM numerico."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-FECHAR-MESX
           END-IF.
      *
           MOVE "Confirma o fechamento e o arquivo da folha? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 66
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-FECHAR-MESX
           END-IF.
      *
           MOVE WSS-T-ANOMES           TO WSS-ANOMES-NUM.
           COMPUTE WSS-MES-INI-AMD = WSS-ANOMES-NUM * 100 + 1.
           COMPUTE WSS-MES-FIM-AMD = WSS-ANOMES-NUM * 100 + 31.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS           TO WSS-HOJE-AMD.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO WSS-HORA-GERACAO.
      *
           MOVE SPACES                 TO WSS-ARQ-REEMBOLSO.
           STRING 'REEMBOLSO-'         DELIMITED BY SIZE
                  WSS-T-ANOMES         DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WSS-HORA-GERACAO     DELIMITED BY SIZE
                  '.FOL'               DELIMITED BY SIZE
              INTO WSS-ARQ-REEMBOLSO
           END-STRING.
      *
           OPEN OUTPUT ARQ-REEMBOLSO.
      *
           IF FS-REEMBOLSO             NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'REEMBOLSO'         TO WSS-ARQUIVO
              MOVE FS-REEMBOLSO        TO WSS-FSTATUS
              MOVE 7                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE WSS-HOJE-AMD           TO DATA-GERACAO-CAB.
           MOVE WSS-ANOMES-NUM         TO COMPETENCIA-CAB.
           WRITE REG-REEMBOLSO         FROM CAB-REEMBOLSO.
      *
           MOVE ZEROS                  TO WSS-QTD-FECHADOS
                                          WSS-QTD-PENDENTES
                                          WSS-QTD-JA-FECHADOS
                                          WSS-QTD-PAGTO
                                          WSS-VLR-TOTAL-PAGTO
                                          WSS-HASH-TOTAL.
      *
           MOVE "Aguarde... fechando as despesas do mes."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           MOVE ZEROS                  TO CODIGO-FDV.
           MOVE 'N'                    TO WSS-FIM-ARQ-VEN.
      *
           START ARQ-VENDEDOR          KEY IS NOT LESS CODIGO-FDV
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-VEN
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-VEN
                                       EQUAL 'S'
              READ ARQ-VENDEDOR        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-VEN
                NOT AT END
                   PERFORM RT-FECHAR-VENDEDOR
                                       THRU RT-FECHAR-VENDEDORX
              END-READ
           END-PERFORM.
      *
           MOVE WSS-QTD-PAGTO          TO QTDE-REG-TRL.
           MOVE WSS-VLR-TOTAL-PAGTO    TO VLR-TOTAL-TRL.
           MOVE WSS-HASH-TOTAL         TO HASH-TOTAL-TRL.
           WRITE REG-REEMBOLSO         FROM TRL-REEMBOLSO.
      *
           CLOSE ARQ-REEMBOLSO.
      *
           IF WSS-QTD-PAGTO            GREATER ZEROS
              PERFORM RT-REGISTRAR-GATEWAY
                                       THRU RT-REGISTRAR-GATEWAYX
           END-IF.
      *
           MOVE 'FECHAMENTO DE DESPESAS E REEMBOLSO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Fechados: '         DELIMITED BY SIZE
                  WSS-QTD-FECHADOS     DELIMITED BY SIZE
                  ' Pendentes: '       DELIMITED BY SIZE
                  WSS-QTD-PENDENTES    DELIMITED BY SIZE
                  ' Ja fechados: '     DELIMITED BY SIZE
                  WSS-QTD-JA-FECHADOS  DELIMITED BY SIZE
                  ' A pagar: '         DELIMITED BY SIZE
                  WSS-QTD-PAGTO        DELIMITED BY SIZE
              INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-FECHAR-MESX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    FECHAMENTO DO VENDEDOR CORRENTE (REG-FDV) NO MES: SEM
      *    DESPESA NO MES NADA A FAZER; COM DESPESA SEM DECISAO FICA
      *    PENDENTE; JA FECHADO NAO E REPROCESSADO
      *----------------------------------------------------------------*
       RT-FECHAR-VENDEDOR              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE CODIGO-FDV             TO WSS-CVENDEDOR.
      *
           PERFORM RT-APURAR-VENDEDOR  THRU RT-APURAR-VENDEDORX.
      *
           IF WSS-VEN-LINHAS           EQUAL ZEROS
              GO                       TO RT-FECHAR-VENDEDORX
           END-IF.
      *
           MOVE WSS-CVENDEDOR          TO DFM-CVENDEDOR-FDF.
           MOVE WSS-ANOMES-NUM         TO DFM-ANOMES-FDF.
           READ ARQ-DESPFECHA          KEY IS DFM-CHAVE-FDF
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-DESPFECHA             EQUAL '00'
              ADD 1                    TO WSS-QTD-JA-FECHADOS
              GO                       TO RT-FECHAR-VENDEDORX
           END-IF.
      *
           IF WSS-VEN-PENDENTES        GREATER ZEROS
              ADD 1                    TO WSS-QTD-PENDENTES
              GO                       TO RT-FECHAR-VENDEDORX
           END-IF.
      *
      *  ---> Detalhe do arquivo da folha: somente valor a reembolsar
           IF WSS-VEN-APROVADO         GREATER ZEROS
              ADD 1                    TO WSS-QTD-PAGTO
              ADD WSS-VEN-APROVADO     TO WSS-VLR-TOTAL-PAGTO
              ADD WSS-CVENDEDOR        TO WSS-HASH-TOTAL
              MOVE WSS-QTD-PAGTO       TO SEQUENCIA-DET
              MOVE WSS-CVENDEDOR       TO CVENDEDOR-DET
              MOVE CPF-FDV             TO CPF-DET
              MOVE NOME-FDV            TO NOME-DET
              MOVE WSS-ANOMES-NUM      TO COMPETENCIA-DET
              MOVE WSS-VEN-LINHAS      TO QTD-LINHAS-DET
              MOVE WSS-VEN-DECLARADO   TO VLR-DECLARADO-DET
              COMPUTE VLR-GLOSA-DET    = WSS-VEN-DECLARADO
                                       - WSS-VEN-APROVADO
              MOVE WSS-VEN-APROVADO    TO VLR-PAGAR-DET
              WRITE REG-REEMBOLSO      FROM DET-REEMBOLSO
           END-IF.
      *
           MOVE WSS-CVENDEDOR          TO DFM-CVENDEDOR-FDF.
           MOVE WSS-ANOMES-NUM         TO DFM-ANOMES-FDF.
           MOVE WSS-VEN-LINHAS         TO DFM-QTD-LINHAS-FDF.
           MOVE WSS-VEN-GLOSADAS       TO DFM-QTD-GLOSADAS-FDF.
           MOVE WSS-VEN-REJEITADAS     TO DFM-QTD-REJEITADAS-FDF.
           MOVE WSS-VEN-DECLARADO      TO DFM-VLR-DECLARADO-FDF.
           MOVE WSS-VEN-APROVADO       TO DFM-VLR-APROVADO-FDF.
           COMPUTE DFM-VLR-GLOSA-FDF   = WSS-VEN-DECLARADO
                                       - WSS-VEN-APROVADO.
           MOVE WSS-HOJE-AMD           TO DFM-DT-FECHAMENTO-FDF.
           MOVE LKS-OPERADOR           TO DFM-OPERADOR-FDF.
           IF WSS-VEN-APROVADO         GREATER ZEROS
              MOVE WSS-ARQ-REEMBOLSO   TO DFM-ARQ-PAGTO-FDF
           ELSE
              MOVE SPACES              TO DFM-ARQ-PAGTO-FDF
           END-IF.
      *
           WRITE REG-FDF.
      *
           IF FS-DESPFECHA             NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'DESPFECHA'         TO WSS-ARQUIVO
              MOVE FS-DESPFECHA        TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-FECHADOS.
      *
           PERFORM RT-EXTRATO-VENDEDOR THRU RT-EXTRATO-VENDEDORX.
      *
       RT-FECHAR-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    TOTAIS DO VENDEDOR (WSS-CVENDEDOR) NO MES, PELA CHAVE
      *    ALTERNATIVA DE VENDEDOR DAS DESPESAS
      *----------------------------------------------------------------*
       RT-APURAR-VENDEDOR              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-VEN-LINHAS
                                          WSS-VEN-PENDENTES
                                          WSS-VEN-GLOSADAS
                                          WSS-VEN-REJEITADAS
                                          WSS-VEN-DECLARADO
                                          WSS-VEN-APROVADO.
      *
           MOVE WSS-CVENDEDOR          TO DSP-CVENDEDOR-FDS.
           MOVE 'N'                    TO WSS-FIM-ARQ-DSP.
      *
           START ARQ-DESPESA           KEY IS EQUAL DSP-CVENDEDOR-FDS
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-DSP
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-DSP
                                       EQUAL 'S'
              READ ARQ-DESPESA         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-DSP
                NOT AT END
                   IF DSP-CVENDEDOR-FDS
                                       NOT EQUAL WSS-CVENDEDOR
                      MOVE 'S'         TO WSS-FIM-ARQ-DSP
                   ELSE
                      IF DSP-DATA-FDS  NOT LESS WSS-MES-INI-AMD
                         AND DSP-DATA-FDS
                                       NOT GREATER WSS-MES-FIM-AMD
                         PERFORM RT-SOMAR-DESPESA
                                       THRU RT-SOMAR-DESPESAX
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-APURAR-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SOMAR-DESPESA                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-CALCULAR-DESPESA THRU RT-CALCULAR-DESPESAX.
      *
           ADD 1                       TO WSS-VEN-LINHAS.
           ADD WSS-VLR-DECLARADO       TO WSS-VEN-DECLARADO.
      *
           IF NOT COM-DECISAO
              ADD 1                    TO WSS-VEN-PENDENTES
              GO                       TO RT-SOMAR-DESPESAX
           END-IF.
      *
           ADD DAP-VLR-APROVADO-FDP    TO WSS-VEN-APROVADO.
      *
           IF DESPESA-GLOSADA-FDP
              ADD 1                    TO WSS-VEN-GLOSADAS
           END-IF.
      *
           IF DESPESA-REJEITADA-FDP
              ADD 1                    TO WSS-VEN-REJEITADAS
           END-IF.
      *
       RT-SOMAR-DESPESAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EXTRATO DA APROVACAO NO OUTBOX DO VENDEDOR FECHADO: UMA
      *    LINHA POR DESPESA DO MES COM A DECISAO E OS TOTAIS
      *----------------------------------------------------------------*
       RT-EXTRATO-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-ARQ-OUTBOX.
           STRING 'OUTBOX-DSP-'        DELIMITED BY SIZE
                  WSS-CVENDEDOR        DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WSS-T-ANOMES         DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
              INTO WSS-ARQ-OUTBOX
           END-STRING.
      *
           OPEN OUTPUT ARQ-OUTBOX.
      *
           IF FS-OUTBOX                NOT EQUAL '00'
              GO                       TO RT-EXTRATO-VENDEDORX
           END-IF.
      *
           MOVE 'S'                    TO WSS-OUTBOX-ABERTO.
      *
      *  ---> Sem e-mail no cadastro o campo PARA sai em branco e o
      *       gateway devolve
           MOVE EMAIL-FDV              TO OUT-EMAIL.
           MOVE WSS-T-ANOMES(5:2)      TO OUT-ASS-MES.
           MOVE WSS-T-ANOMES(1:4)      TO OUT-ASS-ANO.
      *
           WRITE REG-OUTBOX            FROM OUT-PARA.
           WRITE REG-OUTBOX            FROM OUT-ASSUNTO.
           MOVE SPACES                 TO REG-OUTBOX.
           WRITE REG-OUTBOX.
           WRITE REG-OUTBOX            FROM OUT-CABECALHO.
      *
           MOVE WSS-CVENDEDOR          TO DSP-CVENDEDOR-FDS.
           MOVE 'N'                    TO WSS-FIM-ARQ-DSP.
      *
           START ARQ-DESPESA           KEY IS EQUAL DSP-CVENDEDOR-FDS
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-DSP
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-DSP
                                       EQUAL 'S'
              READ ARQ-DESPESA         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-DSP
                NOT AT END
                   IF DSP-CVENDEDOR-FDS
                                       NOT EQUAL WSS-CVENDEDOR
                      MOVE 'S'         TO WSS-FIM-ARQ-DSP
                   ELSE
                      IF DSP-DATA-FDS  NOT LESS WSS-MES-INI-AMD
                         AND DSP-DATA-FDS
                                       NOT GREATER WSS-MES-FIM-AMD
                         PERFORM RT-LINHA-EXTRATO
                                       THRU RT-LINHA-EXTRATOX
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
           MOVE SPACES                 TO REG-OUTBOX.
           WRITE REG-OUTBOX.
           MOVE WSS-VEN-DECLARADO      TO OUT-TOT-DECLARADO.
           COMPUTE OUT-TOT-GLOSA       = WSS-VEN-DECLARADO
                                       - WSS-VEN-APROVADO.
           MOVE WSS-VEN-APROVADO       TO OUT-TOT-APROVADO.
           WRITE REG-OUTBOX            FROM OUT-TOTAIS.
      *
           CLOSE ARQ-OUTBOX.
           MOVE 'N'                    TO WSS-OUTBOX-ABERTO.
      *
       RT-EXTRATO-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LINHA-EXTRATO                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-CALCULAR-DESPESA THRU RT-CALCULAR-DESPESAX.
      *
           MOVE DSP-CCLIENTE-FDS       TO OUT-CCLIENTE.
           MOVE DSP-DATA-FDS           TO WSS-DATA-AUX.
           PERFORM RT-EDITAR-DATA      THRU RT-EDITAR-DATAX.
           MOVE WSS-DATA-EDT           TO OUT-DATA.
           MOVE WSS-VLR-DECLARADO      TO OUT-DECLARADO.
           MOVE DAP-VLR-APROVADO-FDP   TO OUT-APROVADO.
           MOVE DAP-MOTIVO-FDP         TO OUT-MOTIVO.
      *
           EVALUATE TRUE
               WHEN DESPESA-APROVADA-FDP
                    MOVE 'APROVADA'    TO OUT-DECISAO
               WHEN DESPESA-GLOSADA-FDP
                    MOVE 'GLOSA PARCIAL'
                                       TO OUT-DECISAO
               WHEN DESPESA-REJEITADA-FDP
                    MOVE 'REJEITADA'   TO OUT-DECISAO
               WHEN OTHER
                    MOVE SPACES        TO OUT-DECISAO
           END-EVALUATE.
      *
           WRITE REG-OUTBOX            FROM OUT-LINHA-DESPESA.
      *
       RT-LINHA-EXTRATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    DATA AAAAMMDD (WSS-DATA-AUX) EDITADA EM DD/MM/AAAA
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-DATA-AUX-DIA       TO WSS-DATA-EDT-DIA.
           MOVE WSS-DATA-AUX-MES       TO WSS-DATA-EDT-MES.
           MOVE WSS-DATA-AUX-ANO       TO WSS-DATA-EDT-ANO.
      *
       RT-EDITAR-DATAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-GATEWAY            SECTION.
      *  ---> Anexa no manifesto GTWMANIF (gateway PT000065) a linha
      *       de registro do arquivo de reembolso, com os totais
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
           MOVE WSS-ARQ-REEMBOLSO      TO GTW-NOME-FDW.
           MOVE WSS-HOJE-AMD           TO GTW-DATA-FDW.
           MOVE WSS-HORA-GERACAO       TO GTW-HORA-FDW.
           COMPUTE GTW-QTD-FDW              = WSS-QTD-PAGTO + 2.
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
           MOVE 'PT000102'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000102'             TO WSS-ERR-PROGRAMA.
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
           CLOSE ARQ-DESPESA
                 ARQ-DESPAPROV
                 ARQ-DESPFECHA
                 ARQ-VENDEDOR
                 ARQ-AUDITORIA.
      *
           IF DISTRIBUIR-ABERTO
              CLOSE ARQ-DISTRIBUIR
              MOVE 'N'                 TO WSS-DISTRIBUIR-ABERTO
           END-IF.
      *
           IF OUTBOX-ABERTO
              CLOSE ARQ-OUTBOX
              MOVE 'N'                 TO WSS-OUTBOX-ABERTO
           END-IF.
      *
      *  ---> Libera a area de equipes do PT000909
           MOVE 'F'                    TO WSN-EQP-FUNCAO.
           CALL WPT00909               USING WSN-EQP-PARM.
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
