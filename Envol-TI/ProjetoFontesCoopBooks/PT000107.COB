      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000107.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000107 ---> UTILITARIOS -> ALTERACAO EM     *
      *     *            MASSA DE ATRIBUTOS DOS CLIENTES               *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : ALTERA DE UMA VEZ A PERIODICIDADE, O SEGMENTO *
      *     *            OU O DIA DA VISITA DOS CLIENTES SELECIONADOS  *
      *     *            POR FILIAL, CIDADE/UF, SEGMENTO, CLASSE ABC,  *
      *     *            SITUACAO E GRUPO. O LOTE GERA A PREVIA CSV    *
      *     *            (ANTES/DEPOIS, REGISTRADA NO CATALOGO) E A    *
      *     *            SOLICITACAO NA FILA APROVACAO; SO E APLICADO  *
      *     *            DEPOIS DE APROVADO POR UM SEGUNDO ADMINIS-    *
      *     *            TRADOR (PT000073). NA APLICACAO CADA CLIENTE  *
      *     *            ALTERADO TEM A DTALTERACAO ATUALIZADA E UMA   *
      *     *            LINHA PROPRIA NA AUDITORIA. SO SAO TRATADOS   *
      *     *            CLIENTES DAS FILIAIS PERMITIDAS AO OPERADOR.  *
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
      *  ---> Lotes de alteracao em massa
           COPY 'SEL-ALTMASSA.CPY'     REPLACING ==::== BY ==-FDL==.
      *
      *  ---> Cadastro de clientes (alvo da alteracao)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Tabela de segmentos (conferencia do novo segmento)
           COPY 'SEL-SEGMENTO.CPY'     REPLACING ==::== BY ==-FDS==.
      *
      *  ---> Fila de aprovacao a quatro olhos
           COPY 'SEL-APROVACAO.CPY'    REPLACING ==::== BY ==-FDQ==.
      *
      *  ---> Previa do lote (antes/depois por cliente)
           SELECT  REL-PREVIA          ASSIGN TO WSS-ARQ-PREVIA
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RELPRE.
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
       FD  ARQ-ALTMASSA                VALUE OF FILE-ID IS 'ALTMASSA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDL.
       COPY 'FD-ALTMASSA.CPY'          REPLACING ==::== BY ==-FDL==.
      *
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-SEGMENTO                VALUE OF FILE-ID IS 'SEGMENTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDS.
       COPY 'FD-SEGMENTO.CPY'          REPLACING ==::== BY ==-FDS==.
      *
       FD  ARQ-APROVACAO               VALUE OF FILE-ID IS 'APROVACAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDQ.
       COPY 'FD-APROVACAO.CPY'         REPLACING ==::== BY ==-FDQ==.
      *
       FD  REL-PREVIA.
       01  REG-RELPRE                  PIC  X(200).
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
       77  WSS-FIM-ARQ-CLI             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-LOT             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-APR             PIC  X(001)         VALUE 'N'.
       77  WSS-SEGMENTO-ABERTO         PIC  X(001)         VALUE 'N'.
           88  SEGMENTO-ABERTO                             VALUE 'S'.
      *  ---> Varredura dos clientes: 'V' gera a previa, 'A' aplica
       77  WSS-MODO-VARRE              PIC  X(001)         VALUE 'V'.
           88  VARRE-PREVIA                                VALUE 'V'.
           88  VARRE-APLICA                                VALUE 'A'.
       77  WSS-SELECIONADO             PIC  X(001)         VALUE 'N'.
           88  CLIENTE-SELECIONADO                         VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
       01  WSS-AUXILIARES.
           03  WSS-ENT                 PIC  X(001)         VALUE SPACES.
           03  WSS-FUN                 PIC  9(001)         VALUE ZEROS.
           03  WSS-SON                 PIC  X(001)         VALUE SPACES.
           03  WSS-MENSAGEM            PIC  X(067)         VALUE SPACES.
           03  WSS-PONTO-ERRO          PIC  9(002)         VALUE ZEROS.
           03  WSS-DESCRICAO           PIC  X(012)         VALUE SPACES.
           03  WSS-ARQUIVO             PIC  X(010)         VALUE SPACES.
           03  WSS-FSTATUS             PIC  X(002)         VALUE SPACES.
           03  WSS-LINHA               PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-LIMPA-LINHA         PIC  X(080)         VALUE SPACES.
           03  WSS-ARQ-PREVIA          PIC  X(030)         VALUE SPACES.
           03  WSS-LOT-MAX             PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-PREVIA          PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-ALTERADA        PIC  9(007)         VALUE ZEROS.
           03  WSS-REG-LISTADOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-DESC-CAMPO          PIC  X(013)         VALUE SPACES.
           03  WSS-DESC-SIT            PIC  X(009)         VALUE SPACES.
           03  WSS-DT-EDITADA          PIC  X(010)         VALUE SPACES.
           03  WSS-CIDADE-CMP          PIC  X(030)         VALUE SPACES.
           03  WSS-UF-CMP              PIC  X(002)         VALUE SPACES.
           03  WSS-SIT-CMP             PIC  X(001)         VALUE SPACES.
           03  WSS-CLASSE-CMP          PIC  X(001)         VALUE SPACES.
           03  WSS-CLI-SEGMENTO        PIC  9(003)         VALUE ZEROS.
           03  WSS-CLI-GRUPO           PIC  9(005)         VALUE ZEROS.
      *
      *  ---> Valor atual e novo valor do atributo, no formato do
      *       lote (periodicidade na 1a posicao, codigos com 3
      *       digitos) e editados p/ previa e auditoria
           03  WSS-VALOR-ANT           PIC  X(003)         VALUE SPACES.
           03  WSS-VALOR-ANT-N         REDEFINES WSS-VALOR-ANT
                                       PIC  9(003).
           03  WSS-ANT-ED              PIC  X(003)         VALUE SPACES.
           03  WSS-NOVO-ED             PIC  X(003)         VALUE SPACES.
           03  WSS-SIGLA-CAMPO         PIC  X(003)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CAMPOS DE TELA
      *----------------------------------------------------------------*
           03  WSS-T-LOTE              PIC  9(007)         VALUE ZEROS.
           03  WSS-T-FILIAL            PIC  9(003)         VALUE ZEROS.
           03  WSS-T-CIDADE            PIC  X(030)         VALUE SPACES.
           03  WSS-T-UF                PIC  X(002)         VALUE SPACES.
           03  WSS-T-SEGMENTO          PIC  9(003)         VALUE ZEROS.
           03  WSS-T-CLASSE            PIC  X(001)         VALUE SPACES.
           03  WSS-T-SITUACAO          PIC  X(001)         VALUE SPACES.
           03  WSS-T-GRUPO             PIC  9(005)         VALUE ZEROS.
           03  WSS-T-CAMPO             PIC  X(001)         VALUE SPACES.
           03  WSS-T-PERIOD            PIC  X(001)         VALUE SPACES.
           03  WSS-T-NOVO-SEG          PIC  9(003)         VALUE ZEROS.
           03  WSS-T-NOVO-DIA          PIC  9(001)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-ALTMASSA             PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-SEGMENTO             PIC  X(002)         VALUE SPACES.
           03  FS-APROVACAO            PIC  X(002)         VALUE SPACES.
           03  FS-RELPRE               PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - APROVACAO A QUATRO OLHOS
      *----------------------------------------------------------------*
           03  WSS-APR-CHAVE           PIC  X(022)         VALUE SPACES.
           03  WSS-APR-DESCR           PIC  X(030)         VALUE SPACES.
           03  WSS-APROV-OK            PIC  X(001)         VALUE 'N'.
           03  WSS-APR-MAXSEQ          PIC  9(007)         VALUE ZEROS.
           03  WSS-APR-SEQ-APROV       PIC  9(007)         VALUE ZEROS.
           03  WSS-APR-TEM-PEND        PIC  X(001)         VALUE 'N'.
           03  WSS-APR-REJEITADA       PIC  X(001)         VALUE 'N'.
           03  WSS-HOJE-APR            PIC  9(008)         VALUE ZEROS.
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
      *    LAYOUT DA PREVIA DO LOTE (CSV)
      *----------------------------------------------------------------*
       01  CAB-PREVIA.
           03  FILLER                  PIC  X(040)         VALUE
               'LOTE;CLIENTE;RAZAO SOCIAL;FILIAL;CIDADE;'.
           03  FILLER                  PIC  X(021)         VALUE
               'UF;CAMPO;ANTES;DEPOIS'.
      *
       01  DET-PREVIA.
           03  PRE-LOTE-DET            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PRE-CLIENTE-DET         PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PRE-RSOCIAL-DET         PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PRE-FILIAL-DET          PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PRE-CIDADE-DET          PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PRE-UF-DET              PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PRE-CAMPO-DET           PIC  X(013)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PRE-ANTES-DET           PIC  X(003)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PRE-DEPOIS-DET          PIC  X(003)         VALUE SPACES.
      *
       01  TOT-PREVIA.
           03  FILLER                  PIC  X(025)         VALUE
               'TOTAL DE CLIENTES;'.
           03  TOT-QTD-DET             PIC  ZZZZZZ9        VALUE ZEROS.
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
               ' ..... ALTERACAO EM MASSA DE CLIENTES ..... ' BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Novo Lote/Previa  ".
           03 F LINE 10 COL 28   VALUE " 2 - Aplicar Lote      ".
           03 F LINE 12 COL 28   VALUE " 3 - Consultar Lotes   ".
           03 F LINE 14 COL 28   VALUE " 4 - Cancelar Lote     ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]             ".
      *
       01  TELA-LABEL-LOTE.
           03 F LINE 05 COL 04   VALUE " Criterios de selecao ".
           03 F LINE 06 COL 04   VALUE " Filial (0=todas)..........: ".
           03 F LINE 07 COL 04   VALUE " Cidade (branco=todas).....: ".
           03 F LINE 08 COL 04   VALUE " UF (branco=todas).........: ".
           03 F LINE 09 COL 04   VALUE " Segmento (999=todos)......: ".
           03 F LINE 10 COL 04   VALUE " Classe ABC (branco=todas).: ".
           03 F LINE 11 COL 04   VALUE " Situacao (A/B/I/P/branco).: ".
           03 F LINE 12 COL 04   VALUE " Grupo (99999=todos).......: ".
           03 F LINE 14 COL 04   VALUE " Alteracao ".
           03 F LINE 15 COL 04   VALUE " Campo (P/S/D).............: ".
           03 F LINE 15 COL 37   VALUE
               "P-Periodicidade S-Segmento D-Dia visita".
           03 F LINE 16 COL 04   VALUE " Novo valor................: ".
      *
       01  TELA-DADOS-LOTE-T.
           03 T1L LINE 06 COL 34 PIC 9(003)   USING WSS-T-FILIAL.
           03 T2L LINE 07 COL 34 PIC X(030)   USING WSS-T-CIDADE.
           03 T3L LINE 08 COL 34 PIC X(002)   USING WSS-T-UF.
           03 T4L LINE 09 COL 34 PIC 9(003)   USING WSS-T-SEGMENTO.
           03 T5L LINE 10 COL 34 PIC X(001)   USING WSS-T-CLASSE.
           03 T6L LINE 11 COL 34 PIC X(001)   USING WSS-T-SITUACAO.
           03 T7L LINE 12 COL 34 PIC 9(005)   USING WSS-T-GRUPO.
           03 T8L LINE 15 COL 34 PIC X(001)   USING WSS-T-CAMPO.
           03 T9L LINE 16 COL 34 PIC X(001)   USING WSS-T-PERIOD.
           03 TAL LINE 16 COL 34 PIC 9(003)   USING WSS-T-NOVO-SEG.
           03 TBL LINE 16 COL 34 PIC 9(001)   USING WSS-T-NOVO-DIA.
      *
       01  TELA-LABEL-NUMERO.
           03 F LINE 06 COL 04   VALUE " Numero do lote............: ".
      *
       01  TELA-DADOS-NUMERO-T.
           03 T1N LINE 06 COL 34 PIC 9(007)   TO    WSS-T-LOTE.
      *
       01  TELA-DADOS-NUMERO-F.
           03 F1N LINE 08 COL 05 PIC X(013)   FROM  WSS-DESC-CAMPO.
           03 F2N LINE 08 COL 20 PIC X(003)   FROM  WSS-NOVO-ED.
           03 F3N LINE 08 COL 25 PIC X(009)   FROM  WSS-DESC-SIT.
           03 F4N LINE 08 COL 36 PIC X(010)   FROM  LOT-SOLICITANTE-FDL.
           03 F5N LINE 08 COL 48 PIC X(010)   FROM  WSS-DT-EDITADA.
           03 F6N LINE 09 COL 05 PIC X(030)   FROM  LOT-ARQ-PREVIA-FDL.
           03 F7N LINE 09 COL 37 PIC 9(007)   FROM  LOT-QTD-PREVIA-FDL.
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
           MOVE '00'                   TO LKS-RETORNO.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           PERFORM RT-ABRIR-ALTMASSA   THRU RT-ABRIR-ALTMASSAX.
      *
           OPEN I-O ARQ-CLIENTES.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CLIENTES'          TO WSS-ARQUIVO
              MOVE FS-CLIENTES         TO WSS-FSTATUS
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Sem a tabela de segmentos so o segmento zero (sem
      *       segmento) e aceito como novo valor
           OPEN INPUT ARQ-SEGMENTO.
           IF FS-SEGMENTO              EQUAL '00'
              MOVE 'S'                 TO WSS-SEGMENTO-ABERTO
           END-IF.
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
       RT-INICIALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ABRE (OU CRIA NA PRIMEIRA UTILIZACAO) O ARQUIVO ALTMASSA
      *----------------------------------------------------------------*
       RT-ABRIR-ALTMASSA               SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-ALTMASSA.
      *
           EVALUATE FS-ALTMASSA
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-ALTMASSA
                    OPEN OUTPUT ARQ-ALTMASSA
                    CLOSE ARQ-ALTMASSA
                    OPEN I-O ARQ-ALTMASSA
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'ALTMASSA'    TO WSS-ARQUIVO
                    MOVE FS-ALTMASSA   TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
       RT-ABRIR-ALTMASSAX.
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
      *  ---> Somente o administrador cria, aplica ou cancela lotes;
      *       os demais apenas consultam
           IF (WSS-FUN                 EQUAL 1 OR 2 OR 4)
              AND (LKS-PERFIL          NOT EQUAL 'A' AND 'a'
                   OR LKS-SO-CONSULTA)
              MOVE "Alteracao restrita ao perfil administrador."
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
                    PERFORM RT-NOVO-LOTE
                                       THRU RT-NOVO-LOTEX
               WHEN 2
                    PERFORM RT-APLICAR-LOTE
                                       THRU RT-APLICAR-LOTEX
               WHEN 3
                    PERFORM RT-CONSULTA
                                       THRU RT-CONSULTAX
               WHEN 4
                    PERFORM RT-CANCELAR-LOTE
                                       THRU RT-CANCELAR-LOTEX
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
      *    NOVO LOTE: RECEBE OS CRITERIOS E O ATRIBUTO, GERA A PREVIA
      *    E GRAVA O LOTE PENDENTE COM A SOLICITACAO DE APROVACAO
      *----------------------------------------------------------------*
       RT-NOVO-LOTE                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CRITERIOS
                                       THRU RT-RECEBER-CRITERIOSX.
      *
           IF WSS-T-CAMPO              EQUAL SPACES
              GO                       TO RT-NOVO-LOTEX
           END-IF.
      *
           MOVE "Confirma a geracao da previa do lote (S/N)?"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE SPACES                 TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-NOVO-LOTEX
           END-IF.
      *
      *  ---> Numero do novo lote: o maior gravado mais um
           MOVE ZEROS                  TO WSS-LOT-MAX
                                          LOT-NUMERO-FDL.
           MOVE 'N'                    TO WSS-FIM-ARQ-LOT.
      *
           START ARQ-ALTMASSA          KEY IS NOT LESS LOT-NUMERO-FDL
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-LOT
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-LOT
                                       EQUAL 'S'
              READ ARQ-ALTMASSA        NEXT
                   AT END
                       MOVE 'S'        TO WSS-FIM-ARQ-LOT
                   NOT AT END
                       MOVE LOT-NUMERO-FDL
                                       TO WSS-LOT-MAX
              END-READ
           END-PERFORM.
      *
      *  ---> Monta o lote a partir da tela
           INITIALIZE                  REG-FDL.
           COMPUTE LOT-NUMERO-FDL       = WSS-LOT-MAX + 1.
           MOVE LKS-OPERADOR           TO LOT-SOLICITANTE-FDL.
           MOVE WSS-DATA-SIS-N         TO LOT-DT-SOLICIT-FDL.
           MOVE WSS-T-FILIAL           TO LOT-FILIAL-FDL.
           MOVE WSS-T-CIDADE           TO LOT-CIDADE-FDL.
           MOVE WSS-T-UF               TO LOT-UF-FDL.
           MOVE WSS-T-SEGMENTO         TO LOT-SEGMENTO-FDL.
           MOVE WSS-T-CLASSE           TO LOT-CLASSE-FDL.
           MOVE WSS-T-SITUACAO         TO LOT-SIT-CLIENTE-FDL.
           MOVE WSS-T-GRUPO            TO LOT-GRUPO-FDL.
           MOVE WSS-T-CAMPO            TO LOT-CAMPO-FDL.
      *
           EVALUATE TRUE
               WHEN LOT-PERIODICIDADE-FDL
                    MOVE WSS-T-PERIOD  TO LOT-VALOR-FDL
               WHEN LOT-SEGMENTO-CLI-FDL
                    MOVE WSS-T-NOVO-SEG
                                       TO LOT-VALOR-N-FDL
               WHEN LOT-DIA-VISITA-FDL
                    MOVE WSS-T-NOVO-DIA
                                       TO LOT-VALOR-N-FDL
           END-EVALUATE.
      *
           MOVE 'P'                    TO LOT-SITUACAO-FDL.
           MOVE SPACES                 TO LOT-EXECUTOR-FDL.
           MOVE ZEROS                  TO LOT-DT-EXECUCAO-FDL
                                          LOT-QTD-ALTERADA-FDL.
      *
      *  ---> Previa: um CSV por lote com o antes/depois de cada
      *       cliente que seria alterado
           MOVE SPACES                 TO WSS-ARQ-PREVIA.
           STRING 'REL-ALTMASSA-'      DELIMITED BY SIZE
                  LOT-NUMERO-FDL       DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-PREVIA
           END-STRING.
      *
           OPEN OUTPUT REL-PREVIA.
      *
           IF FS-RELPRE                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELPREVIA'         TO WSS-ARQUIVO
              MOVE FS-RELPRE           TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           WRITE REG-RELPRE            FROM CAB-PREVIA.
      *
           MOVE 'V'                    TO WSS-MODO-VARRE.
           PERFORM RT-VARRER-BASE      THRU RT-VARRER-BASEX.
      *
           MOVE WSS-QTD-PREVIA         TO TOT-QTD-DET.
           WRITE REG-RELPRE            FROM TOT-PREVIA.
      *
           CLOSE REL-PREVIA.
      *
           IF WSS-QTD-PREVIA           EQUAL ZEROS
              MOVE "Nenhum cliente seria alterado - lote nao gravado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-NOVO-LOTEX
           END-IF.
      *
           MOVE WSS-QTD-PREVIA         TO LOT-QTD-PREVIA-FDL.
           MOVE WSS-ARQ-PREVIA         TO LOT-ARQ-PREVIA-FDL.
      *
           WRITE REG-FDL
                 INVALID KEY
                    MOVE 'ao gravar  ' TO WSS-DESCRICAO
                    MOVE 'ALTMASSA'    TO WSS-ARQUIVO
                    MOVE FS-ALTMASSA   TO WSS-FSTATUS
                    MOVE 5             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-WRITE.
      *
           MOVE WSS-ARQ-PREVIA         TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'LOTE ' LOT-NUMERO-FDL ' GERADO PREVIA '
                  WSS-QTD-PREVIA
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Lote ' LOT-NUMERO-FDL ': ' WSS-QTD-PREVIA
                  ' cliente(s) na previa ' WSS-ARQ-PREVIA
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
      *  ---> O lote so e aplicado depois de aprovado por um segundo
      *       administrador: grava agora a solicitacao pendente
           PERFORM RT-MONTAR-CHAVE-APR THRU RT-MONTAR-CHAVE-APRX.
           PERFORM RT-CHECAR-APROVACAO THRU RT-CHECAR-APROVACAOX.
      *
       RT-NOVO-LOTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RECEBE OS CRITERIOS DE SELECAO, O CAMPO E O NOVO VALOR.
      *    CAMPO EM BRANCO (OU VALOR INVALIDO) VOLTA AO MENU.
      *----------------------------------------------------------------*
       RT-RECEBER-CRITERIOS            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-FILIAL
                                          WSS-T-NOVO-SEG
                                          WSS-T-NOVO-DIA.
           MOVE 999                    TO WSS-T-SEGMENTO.
           MOVE 99999                  TO WSS-T-GRUPO.
           MOVE SPACES                 TO WSS-T-CIDADE
                                          WSS-T-UF
                                          WSS-T-CLASSE
                                          WSS-T-SITUACAO
                                          WSS-T-CAMPO
                                          WSS-T-PERIOD.
      *
           DISPLAY TELA-LABEL-LOTE.
           DISPLAY T1L T2L T3L T4L T5L T6L T7L.
      *
           MOVE "Informe os criterios de selecao dos clientes."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           ACCEPT T1L.
           ACCEPT T2L.
           ACCEPT T3L.
           ACCEPT T4L.
           ACCEPT T5L.
           ACCEPT T6L.
           ACCEPT T7L.
      *
           INSPECT WSS-T-CIDADE        CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WSS-T-UF            CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WSS-T-CLASSE        CONVERTING 'abc' TO 'ABC'.
           INSPECT WSS-T-SITUACAO      CONVERTING 'abip' TO 'ABIP'.
      *
           IF WSS-T-SITUACAO           NOT EQUAL SPACES
              AND WSS-T-SITUACAO       NOT EQUAL 'A' AND 'B'
                                       AND 'I' AND 'P'
              MOVE "Situacao invalida (A/B/I/P ou branco)."
                                       TO WSS-MENSAGEM
              PERFORM RT-REJEITAR      THRU RT-REJEITARX
              GO                       TO RT-RECEBER-CRITERIOSX
           END-IF.
      *
           MOVE "P-Periodicidade, S-Segmento ou D-Dia da visita."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T8L.
           INSPECT WSS-T-CAMPO         CONVERTING 'psd' TO 'PSD'.
      *
           EVALUATE WSS-T-CAMPO
               WHEN 'P'
                    MOVE "Nova periodicidade: S, Q ou M."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT T9L
                    INSPECT WSS-T-PERIOD
                                       CONVERTING 'sqm' TO 'SQM'
                    IF WSS-T-PERIOD    NOT EQUAL 'S' AND 'Q' AND 'M'
                       MOVE "Periodicidade invalida (S/Q/M)."
                                       TO WSS-MENSAGEM
                       PERFORM RT-REJEITAR
                                       THRU RT-REJEITARX
                    END-IF
               WHEN 'S'
                    MOVE "Novo segmento (000 = sem segmento)."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT TAL
                    PERFORM RT-CONFERIR-SEGMENTO
                                       THRU RT-CONFERIR-SEGMENTOX
               WHEN 'D'
                    MOVE "Novo dia da visita: 1 a 7 (0 = livre)."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT TBL
                    IF WSS-T-NOVO-DIA  GREATER 7
                       MOVE "Dia da visita invalido (0 a 7)."
                                       TO WSS-MENSAGEM
                       PERFORM RT-REJEITAR
                                       THRU RT-REJEITARX
                    END-IF
               WHEN SPACES
                    CONTINUE
               WHEN OTHER
                    MOVE "Campo invalido (P/S/D)."
                                       TO WSS-MENSAGEM
                    PERFORM RT-REJEITAR
                                       THRU RT-REJEITARX
           END-EVALUATE.
      *
       RT-RECEBER-CRITERIOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONFERIR-SEGMENTO            SECTION.
      *  ---> Novo segmento: zero (sem segmento) ou cadastrado na
      *       tabela SEGMENTO; 999 e reservado ao criterio 'todos'
      *----------------------------------------------------------------*
      *
           IF WSS-T-NOVO-SEG           EQUAL ZEROS
              GO                       TO RT-CONFERIR-SEGMENTOX
           END-IF.
      *
           IF WSS-T-NOVO-SEG           EQUAL 999
              OR NOT SEGMENTO-ABERTO
              MOVE "Segmento invalido ou tabela SEGMENTO indisponivel."
                                       TO WSS-MENSAGEM
              PERFORM RT-REJEITAR      THRU RT-REJEITARX
              GO                       TO RT-CONFERIR-SEGMENTOX
           END-IF.
      *
           MOVE WSS-T-NOVO-SEG         TO SEG-CODIGO-FDS.
      *
           READ ARQ-SEGMENTO
                INVALID KEY
                    MOVE "Segmento nao cadastrado."
                                       TO WSS-MENSAGEM
                    PERFORM RT-REJEITAR
                                       THRU RT-REJEITARX
           END-READ.
      *
       RT-CONFERIR-SEGMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REJEITAR                     SECTION.
      *  ---> Exibe a mensagem de erro e anula o campo: volta ao menu
      *----------------------------------------------------------------*
      *
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
           MOVE SPACES                 TO WSS-T-CAMPO.
      *
       RT-REJEITARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    APLICA UM LOTE PENDENTE JA APROVADO PELO SEGUNDO
      *    ADMINISTRADOR: ALTERA OS CLIENTES QUE AINDA ATENDEM AOS
      *    CRITERIOS E TEM VALOR DIFERENTE DO NOVO
      *----------------------------------------------------------------*
       RT-APLICAR-LOTE                 SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-LOTE     THRU RT-RECEBER-LOTEX.
      *
           IF WSS-T-LOTE               EQUAL ZEROS
              GO                       TO RT-APLICAR-LOTEX
           END-IF.
      *
           MOVE "Confirma a aplicacao do lote (S/N)?"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE SPACES                 TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-APLICAR-LOTEX
           END-IF.
      *
           PERFORM RT-MONTAR-CHAVE-APR THRU RT-MONTAR-CHAVE-APRX.
           PERFORM RT-CHECAR-APROVACAO THRU RT-CHECAR-APROVACAOX.
      *
      *  ---> Rejeitado pelo segundo administrador: o lote e
      *       cancelado e nao pode mais ser aplicado
           IF WSS-APR-REJEITADA        EQUAL 'S'
              MOVE 'C'                 TO LOT-SITUACAO-FDL
              MOVE LKS-OPERADOR        TO LOT-EXECUTOR-FDL
              MOVE WSS-DATA-SIS-N      TO LOT-DT-EXECUCAO-FDL
              REWRITE REG-FDL
              MOVE SPACES              TO WSS-AUD-ACAO
              STRING 'LOTE ' LOT-NUMERO-FDL ' REJEITADO/CANCELADO'
                 DELIMITED BY SIZE     INTO WSS-AUD-ACAO
              END-STRING
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              MOVE "Lote rejeitado na aprovacao - lote cancelado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-APLICAR-LOTEX
           END-IF.
      *
           IF WSS-APROV-OK             NOT EQUAL 'S'
              GO                       TO RT-APLICAR-LOTEX
           END-IF.
      *
           MOVE 'A'                    TO WSS-MODO-VARRE.
           PERFORM RT-VARRER-BASE      THRU RT-VARRER-BASEX.
      *
           MOVE 'A'                    TO LOT-SITUACAO-FDL.
           MOVE LKS-OPERADOR           TO LOT-EXECUTOR-FDL.
           MOVE WSS-DATA-SIS-N         TO LOT-DT-EXECUCAO-FDL.
           MOVE WSS-QTD-ALTERADA       TO LOT-QTD-ALTERADA-FDL.
      *
           REWRITE REG-FDL
                 INVALID KEY
                    MOVE 'ao regravar' TO WSS-DESCRICAO
                    MOVE 'ALTMASSA'    TO WSS-ARQUIVO
                    MOVE FS-ALTMASSA   TO WSS-FSTATUS
                    MOVE 6             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-REWRITE.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'LOTE ' LOT-NUMERO-FDL ' APLICADO '
                  WSS-QTD-ALTERADA ' CLIENTES'
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Lote ' LOT-NUMERO-FDL ' aplicado: '
                  WSS-QTD-ALTERADA ' cliente(s) alterado(s).'
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-APLICAR-LOTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CANCELA UM LOTE AINDA PENDENTE (NAO APLICADO)
      *----------------------------------------------------------------*
       RT-CANCELAR-LOTE                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-LOTE     THRU RT-RECEBER-LOTEX.
      *
           IF WSS-T-LOTE               EQUAL ZEROS
              GO                       TO RT-CANCELAR-LOTEX
           END-IF.
      *
           MOVE "Confirma o cancelamento do lote (S/N)?"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE SPACES                 TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-CANCELAR-LOTEX
           END-IF.
      *
           MOVE 'C'                    TO LOT-SITUACAO-FDL.
           MOVE LKS-OPERADOR           TO LOT-EXECUTOR-FDL.
           MOVE WSS-DATA-SIS-N         TO LOT-DT-EXECUCAO-FDL.
      *
           REWRITE REG-FDL
                 INVALID KEY
                    MOVE 'ao regravar' TO WSS-DESCRICAO
                    MOVE 'ALTMASSA'    TO WSS-ARQUIVO
                    MOVE FS-ALTMASSA   TO WSS-FSTATUS
                    MOVE 7             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-REWRITE.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'LOTE ' LOT-NUMERO-FDL ' CANCELADO'
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Lote cancelado."      TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-CANCELAR-LOTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RECEBE O NUMERO DE UM LOTE PENDENTE E EXIBE O RESUMO.
      *    LOTE ZERADO, INEXISTENTE OU NAO PENDENTE VOLTA AO MENU.
      *----------------------------------------------------------------*
       RT-RECEBER-LOTE                 SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-LOTE.
      *
           DISPLAY TELA-LABEL-NUMERO.
      *
           MOVE "Informe o numero do lote (zero = voltar)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1N.
      *
           IF WSS-T-LOTE               EQUAL ZEROS
              GO                       TO RT-RECEBER-LOTEX
           END-IF.
      *
           MOVE WSS-T-LOTE             TO LOT-NUMERO-FDL.
      *
           READ ARQ-ALTMASSA
                INVALID KEY
                    MOVE "Lote nao cadastrado."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    MOVE ZEROS         TO WSS-T-LOTE
                    GO                 TO RT-RECEBER-LOTEX
           END-READ.
      *
           PERFORM RT-DESCREVER-LOTE   THRU RT-DESCREVER-LOTEX.
      *
           DISPLAY TELA-DADOS-NUMERO-F.
      *
           IF NOT LOT-PENDENTE-FDL
              MOVE "Lote ja aplicado ou cancelado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              MOVE ZEROS               TO WSS-T-LOTE
           END-IF.
      *
       RT-RECEBER-LOTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DESCREVER-LOTE               SECTION.
      *  ---> Descricao do campo, do novo valor e da situacao e data
      *       de solicitacao editadas do lote em REG-FDL
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN LOT-PERIODICIDADE-FDL
                    MOVE 'PERIODICIDADE'
                                       TO WSS-DESC-CAMPO
                    MOVE 'PER'         TO WSS-SIGLA-CAMPO
                    MOVE LOT-VALOR-FDL(1:1)
                                       TO WSS-NOVO-ED
               WHEN LOT-SEGMENTO-CLI-FDL
                    MOVE 'SEGMENTO'    TO WSS-DESC-CAMPO
                    MOVE 'SEG'         TO WSS-SIGLA-CAMPO
                    MOVE LOT-VALOR-FDL TO WSS-NOVO-ED
               WHEN LOT-DIA-VISITA-FDL
                    MOVE 'DIA VISITA'  TO WSS-DESC-CAMPO
                    MOVE 'DIA'         TO WSS-SIGLA-CAMPO
                    MOVE LOT-VALOR-FDL(3:1)
                                       TO WSS-NOVO-ED
               WHEN OTHER
                    MOVE SPACES        TO WSS-DESC-CAMPO
                                          WSS-SIGLA-CAMPO
                                          WSS-NOVO-ED
           END-EVALUATE.
      *
           EVALUATE TRUE
               WHEN LOT-PENDENTE-FDL
                    MOVE 'PENDENTE'    TO WSS-DESC-SIT
               WHEN LOT-APLICADO-FDL
                    MOVE 'APLICADO'    TO WSS-DESC-SIT
               WHEN LOT-CANCELADO-FDL
                    MOVE 'CANCELADO'   TO WSS-DESC-SIT
               WHEN OTHER
                    MOVE SPACES        TO WSS-DESC-SIT
           END-EVALUATE.
      *
           MOVE LOT-DT-SOLICIT-FDL     TO WSS-DT-INVERTIDA-N.
           PERFORM RT-EDITAR-DATA      THRU RT-EDITAR-DATAX.
      *
       RT-DESCREVER-LOTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-DT-EDITADA.
      *
           IF WSS-DT-INVERTIDA-N       NOT NUMERIC
              OR WSS-DT-INVERTIDA-N    EQUAL ZEROS
              GO                       TO RT-EDITAR-DATAX
           END-IF.
      *
           STRING WSS-DTI-DIA '/' WSS-DTI-MES '/' WSS-DTI-ANO
              DELIMITED BY SIZE        INTO WSS-DT-EDITADA
           END-STRING.
      *
       RT-EDITAR-DATAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    PERCORRE OS CLIENTES E, PARA CADA UM SELECIONADO PELO LOTE
      *    EM REG-FDL, GRAVA A LINHA DA PREVIA OU APLICA A ALTERACAO
      *    (CONFORME WSS-MODO-VARRE)
      *----------------------------------------------------------------*
       RT-VARRER-BASE                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-PREVIA
                                          WSS-QTD-ALTERADA
                                          CODIGO-FDC.
           MOVE 'N'                    TO WSS-FIM-ARQ-CLI.
      *
           PERFORM RT-DESCREVER-LOTE   THRU RT-DESCREVER-LOTEX.
      *
           START ARQ-CLIENTES          KEY IS NOT LESS CODIGO-FDC
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CLI
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CLI
                                       EQUAL 'S'
              PERFORM RT-TRATAR-CLIENTE
                                       THRU RT-TRATAR-CLIENTEX
           END-PERFORM.
      *
       RT-VARRER-BASEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-CLIENTE               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CLIENTES           NEXT
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-CLI
                    GO                  TO RT-TRATAR-CLIENTEX
           END-READ.
      *
           PERFORM RT-SELECIONAR-CLIENTE
                                       THRU RT-SELECIONAR-CLIENTEX.
      *
           IF NOT CLIENTE-SELECIONADO
              GO                       TO RT-TRATAR-CLIENTEX
           END-IF.
      *
           IF VARRE-PREVIA
              MOVE LOT-NUMERO-FDL      TO PRE-LOTE-DET
              MOVE CODIGO-FDC          TO PRE-CLIENTE-DET
              MOVE RSOCIAL-FDC         TO PRE-RSOCIAL-DET
              INSPECT PRE-RSOCIAL-DET  REPLACING ALL ';' BY ','
              MOVE FILIAL-FDC          TO PRE-FILIAL-DET
              MOVE CIDADE-FDC          TO PRE-CIDADE-DET
              INSPECT PRE-CIDADE-DET   REPLACING ALL ';' BY ','
              MOVE UF-FDC              TO PRE-UF-DET
              MOVE WSS-DESC-CAMPO      TO PRE-CAMPO-DET
              MOVE WSS-ANT-ED          TO PRE-ANTES-DET
              MOVE WSS-NOVO-ED         TO PRE-DEPOIS-DET
              WRITE REG-RELPRE         FROM DET-PREVIA
              ADD 1                    TO WSS-QTD-PREVIA
              GO                       TO RT-TRATAR-CLIENTEX
           END-IF.
      *
      *  ---> Aplicacao: novo valor, data da alteracao e uma linha
      *       de auditoria por cliente
           EVALUATE TRUE
               WHEN LOT-PERIODICIDADE-FDL
                    MOVE LOT-VALOR-FDL(1:1)
                                       TO PERIODICIDADE-FDC
               WHEN LOT-SEGMENTO-CLI-FDL
                    MOVE LOT-VALOR-N-FDL
                                       TO SEGMENTO-FDC
               WHEN LOT-DIA-VISITA-FDL
                    MOVE LOT-VALOR-N-FDL
                                       TO DIA-VISITA-FDC
           END-EVALUATE.
      *
           MOVE WSS-DATA-SIS-N         TO DTALTERACAO-FDC.
      *
           REWRITE REG-FDC
                 INVALID KEY
                    MOVE 'ao regravar' TO WSS-DESCRICAO
                    MOVE 'CLIENTES'    TO WSS-ARQUIVO
                    MOVE FS-CLIENTES   TO WSS-FSTATUS
                    MOVE 8             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-REWRITE.
      *
           ADD 1                       TO WSS-QTD-ALTERADA.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'LOTE ' LOT-NUMERO-FDL ' CLI ' CODIGO-FDC ' '
                  WSS-SIGLA-CAMPO ' '  DELIMITED BY SIZE
                  WSS-ANT-ED           DELIMITED BY SPACE
                  '>'                  DELIMITED BY SIZE
                  WSS-NOVO-ED          DELIMITED BY SPACE
              INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
       RT-TRATAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONFERE O CLIENTE EM REG-FDC CONTRA OS CRITERIOS DO LOTE E
      *    A FILIAL DO OPERADOR. SO E SELECIONADO SE O VALOR ATUAL DO
      *    ATRIBUTO FOR DIFERENTE DO NOVO (WSS-ANT-ED = VALOR ATUAL).
      *----------------------------------------------------------------*
       RT-SELECIONAR-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-SELECIONADO.
      *
           IF LOT-FILIAL-FDL           GREATER ZEROS
              AND FILIAL-FDC           NOT EQUAL LOT-FILIAL-FDL
              GO                       TO RT-SELECIONAR-CLIENTEX
           END-IF.
      *
           MOVE FILIAL-FDC             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              GO                       TO RT-SELECIONAR-CLIENTEX
           END-IF.
      *
           MOVE CIDADE-FDC             TO WSS-CIDADE-CMP.
           MOVE UF-FDC                 TO WSS-UF-CMP.
           MOVE SITUACAO-FDC           TO WSS-SIT-CMP.
           MOVE CLASSE-ABC-FDC         TO WSS-CLASSE-CMP.
           INSPECT WSS-CIDADE-CMP      CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WSS-UF-CMP          CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WSS-SIT-CMP         CONVERTING 'abip' TO 'ABIP'.
           INSPECT WSS-CLASSE-CMP      CONVERTING 'abc' TO 'ABC'.
      *
           IF LOT-CIDADE-FDL           NOT EQUAL SPACES
              AND WSS-CIDADE-CMP       NOT EQUAL LOT-CIDADE-FDL
              GO                       TO RT-SELECIONAR-CLIENTEX
           END-IF.
      *
           IF LOT-UF-FDL               NOT EQUAL SPACES
              AND WSS-UF-CMP           NOT EQUAL LOT-UF-FDL
              GO                       TO RT-SELECIONAR-CLIENTEX
           END-IF.
      *
           IF LOT-CLASSE-FDL           NOT EQUAL SPACES
              AND WSS-CLASSE-CMP       NOT EQUAL LOT-CLASSE-FDL
              GO                       TO RT-SELECIONAR-CLIENTEX
           END-IF.
      *
           IF LOT-SIT-CLIENTE-FDL      NOT EQUAL SPACES
              AND WSS-SIT-CMP          NOT EQUAL LOT-SIT-CLIENTE-FDL
              GO                       TO RT-SELECIONAR-CLIENTEX
           END-IF.
      *
      *  ---> Cadastros anteriores aos campos novos: sem segmento e
      *       sem grupo
           IF SEGMENTO-FDC             NUMERIC
              MOVE SEGMENTO-FDC        TO WSS-CLI-SEGMENTO
           ELSE
              MOVE ZEROS               TO WSS-CLI-SEGMENTO
           END-IF.
      *
           IF GRUPO-FDC                NUMERIC
              MOVE GRUPO-FDC           TO WSS-CLI-GRUPO
           ELSE
              MOVE ZEROS               TO WSS-CLI-GRUPO
           END-IF.
      *
           IF LOT-SEGMENTO-FDL         NOT EQUAL 999
              AND WSS-CLI-SEGMENTO     NOT EQUAL LOT-SEGMENTO-FDL
              GO                       TO RT-SELECIONAR-CLIENTEX
           END-IF.
      *
           IF LOT-GRUPO-FDL            NOT EQUAL 99999
              AND WSS-CLI-GRUPO        NOT EQUAL LOT-GRUPO-FDL
              GO                       TO RT-SELECIONAR-CLIENTEX
           END-IF.
      *
      *  ---> Valor atual do atributo (periodicidade em branco vale
      *       mensal; dia fora de 0-7 vale livre)
           MOVE SPACES                 TO WSS-VALOR-ANT.
      *
           EVALUATE TRUE
               WHEN LOT-PERIODICIDADE-FDL
                    MOVE PERIODICIDADE-FDC
                                       TO WSS-VALOR-ANT
                    INSPECT WSS-VALOR-ANT
                                       CONVERTING 'sqm' TO 'SQM'
                    IF WSS-VALOR-ANT   EQUAL SPACES
                       MOVE 'M'        TO WSS-VALOR-ANT
                    END-IF
                    MOVE WSS-VALOR-ANT TO WSS-ANT-ED
               WHEN LOT-SEGMENTO-CLI-FDL
                    MOVE WSS-CLI-SEGMENTO
                                       TO WSS-VALOR-ANT-N
                    MOVE WSS-VALOR-ANT TO WSS-ANT-ED
               WHEN LOT-DIA-VISITA-FDL
                    IF DIA-VISITA-FDC  NUMERIC
                       AND DIA-VISITA-FDC NOT GREATER 7
                       MOVE DIA-VISITA-FDC
                                       TO WSS-VALOR-ANT-N
                    ELSE
                       MOVE ZEROS      TO WSS-VALOR-ANT-N
                    END-IF
                    MOVE WSS-VALOR-ANT(3:1)
                                       TO WSS-ANT-ED
           END-EVALUATE.
      *
           IF WSS-VALOR-ANT            EQUAL LOT-VALOR-FDL
              GO                       TO RT-SELECIONAR-CLIENTEX
           END-IF.
      *
           MOVE 'S'                    TO WSS-SELECIONADO.
      *
       RT-SELECIONAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONSULTA DOS LOTES GRAVADOS (DO MAIS ANTIGO AO MAIS NOVO)
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO LOT-NUMERO-FDL
                                          WSS-REG-LISTADOS.
           MOVE 'N'                    TO WSS-FIM-ARQ-LOT.
      *
           START ARQ-ALTMASSA          KEY IS NOT LESS LOT-NUMERO-FDL
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-LOT
           END-START.
      *
           PERFORM RT-CABECALHO-LOTES  THRU RT-CABECALHO-LOTESX.
      *
           PERFORM UNTIL WSS-FIM-ARQ-LOT
                                       EQUAL 'S'
              PERFORM RT-EXIBIR-LOTE   THRU RT-EXIBIR-LOTEX
           END-PERFORM.
      *
           IF WSS-REG-LISTADOS         EQUAL ZEROS
              MOVE "Nenhum lote de alteracao em massa gravado."
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
       RT-CABECALHO-LOTES              SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'LOTE    SOLICIT.   CAMPO         NOVO SITUACAO '
                                       LINE 04 COL 03.
           DISPLAY 'PREVIA ALTERADOS'  LINE 04 COL 52.
           MOVE 5                      TO WSS-LINHA.
      *
       RT-CABECALHO-LOTESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXIBIR-LOTE                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-ALTMASSA           NEXT
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-LOT
                    GO                  TO RT-EXIBIR-LOTEX
           END-READ.
      *
           ADD 1                       TO WSS-REG-LISTADOS.
      *
           PERFORM RT-DESCREVER-LOTE   THRU RT-DESCREVER-LOTEX.
      *
           DISPLAY LOT-NUMERO-FDL      LINE WSS-LINHA COL 03.
           DISPLAY WSS-DT-EDITADA      LINE WSS-LINHA COL 11.
           DISPLAY WSS-DESC-CAMPO      LINE WSS-LINHA COL 22.
           DISPLAY WSS-NOVO-ED         LINE WSS-LINHA COL 36.
           DISPLAY WSS-DESC-SIT        LINE WSS-LINHA COL 41.
           DISPLAY LOT-QTD-PREVIA-FDL  LINE WSS-LINHA COL 52.
           DISPLAY LOT-QTD-ALTERADA-FDL
                                       LINE WSS-LINHA COL 60.
           DISPLAY LOT-SOLICITANTE-FDL LINE WSS-LINHA COL 69.
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
                 MOVE 'S'              TO WSS-FIM-ARQ-LOT
              ELSE
                 PERFORM RT-LIMPAR-TELA
                                       THRU RT-LIMPAR-TELAX
                 PERFORM RT-CABECALHO-LOTES
                                       THRU RT-CABECALHO-LOTESX
              END-IF
           END-IF.
      *
       RT-EXIBIR-LOTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-MONTAR-CHAVE-APR             SECTION.
      *  ---> Chave e descricao do lote em REG-FDL na fila APROVACAO
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-APR-CHAVE.
           STRING 'LOTE ' LOT-NUMERO-FDL
              DELIMITED BY SIZE        INTO WSS-APR-CHAVE
           END-STRING.
           MOVE 'ALTERACAO EM MASSA'   TO WSS-APR-DESCR.
      *
       RT-MONTAR-CHAVE-APRX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CHECAR-APROVACAO             SECTION.
      *  ---> Aprovacao a quatro olhos: procura na fila APROVACAO a
      *       solicitacao deste programa para a chave do lote.
      *       Aprovada libera a aplicacao (marcando 'E' com o executor
      *       e o aprovador na auditoria); pendente aguarda; rejeitada
      *       e devolvida ao chamador em WSS-APR-REJEITADA; sem
      *       registro grava a solicitacao 'P' para o PT000073.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-APROV-OK
                                          WSS-APR-TEM-PEND
                                          WSS-APR-REJEITADA.
           MOVE ZEROS                  TO WSS-APR-MAXSEQ
                                          WSS-APR-SEQ-APROV.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WSS-HOJE-APR.
      *
           OPEN I-O ARQ-APROVACAO.
      *
           IF FS-APROVACAO             EQUAL '05' OR '35'
              CLOSE ARQ-APROVACAO
              OPEN OUTPUT ARQ-APROVACAO
              CLOSE ARQ-APROVACAO
              OPEN I-O ARQ-APROVACAO
           END-IF.
      *
           IF FS-APROVACAO             NOT EQUAL '00'
              MOVE 'Fila de aprovacao indisponivel - nada executado.'
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CHECAR-APROVACAOX
           END-IF.
      *
           MOVE ZEROS                  TO APR-SEQ-FDQ.
           MOVE 'N'                    TO WSS-FIM-ARQ-APR.
      *
           START ARQ-APROVACAO         KEY IS NOT LESS APR-SEQ-FDQ
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-APR
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-APR
                                       EQUAL 'S' OR 's'
              PERFORM RT-VARRER-APROVACAO
                                       THRU RT-VARRER-APROVACAOX
           END-PERFORM.
      *
      *  ---> Solicitacao aprovada: aplica agora e marca 'E'
           IF WSS-APR-SEQ-APROV        GREATER ZEROS
              MOVE WSS-APR-SEQ-APROV   TO APR-SEQ-FDQ
              READ ARQ-APROVACAO       KEY IS APR-SEQ-FDQ
                   INVALID KEY
                       CONTINUE
              END-READ
              MOVE 'E'                 TO APR-SITUACAO-FDQ
              MOVE LKS-OPERADOR        TO APR-EXECUTOR-FDQ
              MOVE WSS-HOJE-APR        TO APR-DT-EXECUCAO-FDQ
              REWRITE REG-FDQ
              MOVE SPACES              TO WSS-AUD-ACAO
              STRING 'EXECUCAO APROVADA POR '
                     APR-APROVADOR-FDQ
                 DELIMITED BY SIZE     INTO WSS-AUD-ACAO
              END-STRING
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              MOVE 'S'                 TO WSS-APROV-OK
              CLOSE ARQ-APROVACAO
              GO                       TO RT-CHECAR-APROVACAOX
           END-IF.
      *
      *  ---> Ja pendente: aguarda a decisao do segundo administrador
           IF WSS-APR-TEM-PEND         EQUAL 'S'
              MOVE 'Lote ainda pendente de aprovacao (PT000073).'
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              CLOSE ARQ-APROVACAO
              GO                       TO RT-CHECAR-APROVACAOX
           END-IF.
      *
      *  ---> Rejeitada: o chamador cancela o lote
           IF WSS-APR-REJEITADA        EQUAL 'S'
              CLOSE ARQ-APROVACAO
              GO                       TO RT-CHECAR-APROVACAOX
           END-IF.
      *
      *  ---> Primeira passagem: grava a solicitacao pendente
           COMPUTE APR-SEQ-FDQ          = WSS-APR-MAXSEQ + 1.
           MOVE 'PT000107'             TO APR-PROGRAMA-FDQ.
           MOVE WSS-APR-DESCR          TO APR-DESCRICAO-FDQ.
           MOVE WSS-APR-CHAVE          TO APR-CHAVE-FDQ.
           MOVE LKS-OPERADOR           TO APR-SOLICITANTE-FDQ.
           MOVE WSS-HOJE-APR           TO APR-DT-SOLICIT-FDQ.
           MOVE 'P'                    TO APR-SITUACAO-FDQ.
           MOVE SPACES                 TO APR-APROVADOR-FDQ
                                          APR-EXECUTOR-FDQ.
           MOVE ZEROS                  TO APR-DT-DECISAO-FDQ
                                          APR-DT-EXECUCAO-FDQ.
      *
           WRITE REG-FDQ.
      *
           CLOSE ARQ-APROVACAO.
      *
           MOVE 'SOLICITACAO DE APROVACAO GRAVADA'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE 'Gravado p/ aprovacao de um 2o administrador (4 olhos).'
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-CHECAR-APROVACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VARRER-APROVACAO             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-APROVACAO          NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-APR
                GO                     TO RT-VARRER-APROVACAOX
           END-READ.
      *
           MOVE APR-SEQ-FDQ            TO WSS-APR-MAXSEQ.
      *
           IF APR-PROGRAMA-FDQ         EQUAL 'PT000107'
              AND APR-CHAVE-FDQ        EQUAL WSS-APR-CHAVE
              EVALUATE TRUE
                  WHEN APR-APROVADA-FDQ
                       MOVE APR-SEQ-FDQ
                                       TO WSS-APR-SEQ-APROV
                  WHEN APR-PENDENTE-FDQ
                       MOVE 'S'        TO WSS-APR-TEM-PEND
                  WHEN APR-REJEITADA-FDQ
                       MOVE 'S'        TO WSS-APR-REJEITADA
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF.
      *
       RT-VARRER-APROVACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-CATALOGO           SECTION.
      *  ---> Registra a previa recem gerada no catalogo central
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
           MOVE 'PT000107'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE SPACES                 TO CAT-FILTROS-FDK.
           STRING 'LOTE ' LOT-NUMERO-FDL ' ' WSS-SIGLA-CAMPO ' '
                  WSS-NOVO-ED
              DELIMITED BY SIZE        INTO CAT-FILTROS-FDK
           END-STRING.
           MOVE WSS-ARQ-PREVIA         TO CAT-ARQUIVO-FDK.
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
           MOVE 'PT000107'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000107'             TO WSE-ERR-PROGRAMA.
           MOVE WSS-PONTO-ERRO         TO WSE-ERR-PONTO.
           MOVE WSS-ARQUIVO            TO WSE-ERR-ARQUIVO.
           MOVE WSS-FSTATUS            TO WSE-ERR-FSTATUS.
           MOVE SPACES                 TO WSE-ERR-CHAVE.
           MOVE WSS-DESCRICAO          TO WSE-ERR-DESCRICAO.
           CALL WSPRV901               USING WSE-ERR-PARM.
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
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
           CLOSE ARQ-ALTMASSA
                 ARQ-CLIENTES
                 ARQ-AUDITORIA.
      *
           IF SEGMENTO-ABERTO
              CLOSE ARQ-SEGMENTO
           END-IF.
      *
           MOVE '00'                   TO LKS-RETORNO.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
