      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000106.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000106 ---> MANUTENCAO -> TAREFAS DE        *
      *     *            ACOMPANHAMENTO DO CLIENTE                     *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : INCLUSAO PELO OPERADOR, CONCLUSAO,            *
      *     *            CANCELAMENTO E CONSULTA POR CLIENTE DAS       *
      *     *            TAREFAS DO ARQUIVO TAREFA (ABERTAS TAMBEM     *
      *     *            PELA VISITA, OCORRENCIA E PESQUISA DE         *
      *     *            SATISFACAO). RELATORIO CSV DAS TAREFAS        *
      *     *            ABERTAS EM ATRASO POR RESPONSAVEL, REGISTRADO *
      *     *            NO CATALOGO CENTRAL. SO SAO TRATADOS CLIENTES *
      *     *            DAS FILIAIS PERMITIDAS AO OPERADOR. PARAMETRO *
      *     *            'B' EXECUTA O RELATORIO SEM TELA.             *
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
      *  ---> Tarefas de acompanhamento por cliente
           COPY 'SEL-TAREFA.CPY'       REPLACING ==::== BY ==-FDJ==.
      *
      *  ---> Cadastro de clientes (razao social e filial)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Cadastro de vendedores (responsavel 'V')
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
      *  ---> Cadastro de operadores (responsavel 'O')
           COPY 'SEL-OPERADOR.CPY'     REPLACING ==::== BY ==-FDO==.
      *
      *  ---> Relatorio das tarefas em atraso por responsavel
           SELECT  REL-TAREFAS         ASSIGN TO WSS-ARQ-TAREFAS
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RELTAR.
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
       FD  ARQ-TAREFA                  VALUE OF FILE-ID IS 'TAREFA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDJ.
       COPY 'FD-TAREFA.CPY'            REPLACING ==::== BY ==-FDJ==.
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
       FD  ARQ-OPERADOR                VALUE OF FILE-ID IS 'OPERADOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-OPERADOR.CPY'          REPLACING ==::== BY ==-FDO==.
      *
       FD  REL-TAREFAS.
       01  REG-RELTAR                  PIC  X(250).
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
       77  WSS-FIM-ARQ-TAR             PIC  X(001)         VALUE 'N'.
       77  WSS-ACHOU                   PIC  9(001)         VALUE ZEROS.
       77  WSS-GRAVOU                  PIC  X(001)         VALUE 'N'.
       77  WSS-VENDEDOR-ABERTO         PIC  X(001)         VALUE 'N'.
           88  VENDEDOR-ABERTO                             VALUE 'S'.
       77  WSS-OPERADOR-ABERTO         PIC  X(001)         VALUE 'N'.
           88  OPERADOR-ABERTO                             VALUE 'S'.
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
           03  WSS-PARAM               PIC  X(001)         VALUE SPACES.
               88  MODO-BATCH                      VALUE 'B' 'b'.
           03  WSS-ARQ-TAREFAS         PIC  X(030)         VALUE SPACES.
           03  WSS-REG-LISTADOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-ATRASO          PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-RESP            PIC  9(005)         VALUE ZEROS.
           03  WSS-RESP-ANT            PIC  X(011)         VALUE SPACES.
           03  WSS-DIAS-ATRASO         PIC  9(005)         VALUE ZEROS.
           03  WSS-DESC-SIT            PIC  X(010)         VALUE SPACES.
           03  WSS-NOME-RESP           PIC  X(040)         VALUE SPACES.
           03  WSS-RESP-EDITADO        PIC  X(012)         VALUE SPACES.
           03  WSS-DT-EDITADA          PIC  X(010)         VALUE SPACES.
           03  WSS-DT-ABERTURA-ED      PIC  X(010)         VALUE SPACES.
           03  WSS-DT-VENCTO-ED        PIC  X(010)         VALUE SPACES.
           03  WSS-DT-CONCLUSAO-ED     PIC  X(010)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CAMPOS DE TELA
      *----------------------------------------------------------------*
           03  WSS-T-CCLIENTE          PIC  9(007)         VALUE ZEROS.
           03  WSS-T-DATA              PIC  9(008)         VALUE ZEROS.
           03  WSS-T-SEQ               PIC  9(003)         VALUE ZEROS.
           03  WSS-T-TIPO-RESP         PIC  X(001)         VALUE SPACES.
           03  WSS-T-VENDEDOR          PIC  9(007)         VALUE ZEROS.
           03  WSS-T-OPERADOR          PIC  X(010)         VALUE SPACES.
           03  WSS-T-VENCIMENTO        PIC  9(008)         VALUE ZEROS.
           03  WSS-T-DESCRICAO         PIC  X(060)         VALUE SPACES.
           03  WSS-T-RSOCIAL           PIC  X(040)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-TAREFA               PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-OPERADOR             PIC  X(002)         VALUE SPACES.
           03  FS-RELTAR               PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUDITORIA
      *----------------------------------------------------------------*
           03  WSS-AUD-PROGRAMA        PIC  X(008)         VALUE SPACES.
           03  WSS-AUD-ACAO            PIC  X(040)         VALUE SPACES.
           03  WSS-AUD-VERBO           PIC  X(016)         VALUE SPACES.
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
      *----------------------------------------------------------------*
      *    VARIAVEIS - CONVERSAO DE DATAS DDMMAAAA <-> AAAAMMDD
      *----------------------------------------------------------------*
       01  WSS-DT-DIGITADA.
           03  WSS-DTD-DIA             PIC  9(002).
           03  WSS-DTD-MES             PIC  9(002).
           03  WSS-DTD-ANO             PIC  9(004).
       01  WSS-DT-DIGITADA-N           REDEFINES WSS-DT-DIGITADA
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
      *    LAYOUT DO RELATORIO DAS TAREFAS EM ATRASO (CSV)
      *----------------------------------------------------------------*
       01  CAB-TAREFAS.
           03  FILLER                  PIC  X(037)         VALUE
               'RESPONSAVEL;NOME;CLIENTE;RAZAO SOCIAL'.
           03  FILLER                  PIC  X(038)         VALUE
               ';ABERTURA;SEQ;VENCIMENTO;DIAS ATRASO;'.
           03  FILLER                  PIC  X(016)         VALUE
               'DESCRICAO;ORIGEM'.
      *
       01  DET-TAREFAS.
           03  TAR-RESP-DET            PIC  X(012)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TAR-NOME-DET            PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TAR-CCLIENTE-DET        PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TAR-RSOCIAL-DET         PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TAR-ABERTURA-DET        PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TAR-SEQ-DET             PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TAR-VENCIMENTO-DET      PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TAR-DIAS-DET            PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TAR-DESCRICAO-DET       PIC  X(060)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TAR-ORIGEM-DET          PIC  X(039)         VALUE SPACES.
      *
       01  TOT-TAREFAS.
           03  FILLER                  PIC  X(021)         VALUE
               'TOTAL DO RESPONSAVEL;'.
           03  TOT-RESP-DET            PIC  X(012)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TOT-QTD-DET             PIC  ZZZZ9          VALUE ZEROS.
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
               ' ..... TAREFAS DE ACOMPANHAMENTO ..... '      BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Incluir           ".
           03 F LINE 10 COL 28   VALUE " 2 - Concluir          ".
           03 F LINE 12 COL 28   VALUE " 3 - Cancelar          ".
           03 F LINE 14 COL 28   VALUE " 4 - Consulta Cliente  ".
           03 F LINE 16 COL 28   VALUE " 5 - Relatorio Atraso  ".
           03 F LINE 18 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 20 COL 28   VALUE " Opcao:[ ]             ".
      *
       01  TELA-LABEL-TAREFA.
           03 F LINE 06 COL 04   VALUE " Cliente.............: ".
           03 F LINE 08 COL 04   VALUE " Abertura (DDMMAAAA).: ".
           03 F LINE 08 COL 40   VALUE " Sequencia: ".
           03 F LINE 10 COL 04   VALUE " Responsavel (V/O)...: ".
           03 F LINE 12 COL 04   VALUE " Vencto. (DDMMAAAA)..: ".
           03 F LINE 14 COL 04   VALUE " Descricao...........: ".
           03 F LINE 17 COL 04   VALUE " Situacao............: ".
           03 F LINE 18 COL 04   VALUE " Origem..............: ".
           03 F LINE 19 COL 04   VALUE " Concluida por/em....: ".
      *
       01  TELA-DADOS-TAREFA-T.
           03 T1J LINE 06 COL 28 PIC 9(007)   TO    WSS-T-CCLIENTE.
           03 T2J LINE 08 COL 28 PIC 9(008)   TO    WSS-T-DATA.
           03 T3J LINE 08 COL 52 PIC 9(003)   TO    WSS-T-SEQ.
           03 T4J LINE 10 COL 28 PIC X(001)   TO    WSS-T-TIPO-RESP.
           03 T5J LINE 10 COL 31 PIC 9(007)   TO    WSS-T-VENDEDOR.
           03 T6J LINE 10 COL 31 PIC X(010)   TO    WSS-T-OPERADOR.
           03 T7J LINE 12 COL 28 PIC 9(008)   TO    WSS-T-VENCIMENTO.
           03 T8J LINE 15 COL 05 PIC X(060)   TO    WSS-T-DESCRICAO.
      *
       01  TELA-DADOS-TAREFA-F.
           03 F1J LINE 06 COL 37 PIC X(040)   FROM  WSS-T-RSOCIAL.
           03 F2J LINE 08 COL 28 PIC X(010)   FROM  WSS-DT-ABERTURA-ED.
           03 F3J LINE 08 COL 52 PIC 9(003)   FROM  TAR-SEQ-FDJ.
           03 F4J LINE 10 COL 28 PIC X(012)   FROM  WSS-RESP-EDITADO.
           03 F5J LINE 10 COL 42 PIC X(030)   FROM  WSS-NOME-RESP.
           03 F6J LINE 12 COL 28 PIC X(010)   FROM  WSS-DT-VENCTO-ED.
           03 F7J LINE 15 COL 05 PIC X(060)   FROM  TAR-DESCRICAO-FDJ.
           03 F8J LINE 17 COL 28 PIC X(010)   FROM  WSS-DESC-SIT.
           03 F9J LINE 18 COL 28 PIC X(008)   FROM  TAR-ORIGEM-PRG-FDJ.
           03 FAJ LINE 18 COL 37 PIC X(030)
                                      FROM  TAR-ORIGEM-CHAVE-FDJ.
           03 FBJ LINE 19 COL 28 PIC X(010)
                                      FROM  TAR-CONCLUIDA-POR-FDJ.
           03 FCJ LINE 19 COL 40 PIC X(010)   FROM  WSS-DT-CONCLUSAO-ED.
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
              PERFORM RT-EXECUTAR      THRU RT-EXECUTARX
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
           MOVE '00'                   TO LKS-RETORNO.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           PERFORM RT-ABRIR-TAREFA     THRU RT-ABRIR-TAREFAX.
      *
           OPEN INPUT ARQ-CLIENTES.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CLIENTES'          TO WSS-ARQUIVO
              MOVE FS-CLIENTES         TO WSS-FSTATUS
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Sem os cadastros de vendedores e operadores o
      *       responsavel nao e conferido nem tem o nome listado
           OPEN INPUT ARQ-VENDEDOR.
           IF FS-VENDEDOR              EQUAL '00'
              MOVE 'S'                 TO WSS-VENDEDOR-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-OPERADOR.
           IF FS-OPERADOR              EQUAL '00'
              MOVE 'S'                 TO WSS-OPERADOR-ABERTO
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
      *    ABRE (OU CRIA NA PRIMEIRA UTILIZACAO) O ARQUIVO TAREFA
      *----------------------------------------------------------------*
       RT-ABRIR-TAREFA                 SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-TAREFA.
      *
           EVALUATE FS-TAREFA
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-TAREFA
                    OPEN OUTPUT ARQ-TAREFA
                    CLOSE ARQ-TAREFA
                    OPEN I-O ARQ-TAREFA
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'TAREFA'      TO WSS-ARQUIVO
                    MOVE FS-TAREFA     TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
       RT-ABRIR-TAREFAX.
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
           ACCEPT WSS-FUN              LINE 20 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
      *  ---> Operador somente de consulta nao altera as tarefas
           IF (WSS-FUN                 EQUAL 1 OR 2 OR 3)
              AND LKS-SO-CONSULTA
              MOVE "Operador com acesso somente de consulta."
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
                    PERFORM RT-INCLUIR THRU RT-INCLUIRX
               WHEN 2
                    PERFORM RT-CONCLUIR
                                       THRU RT-CONCLUIRX
               WHEN 3
                    PERFORM RT-CANCELAR
                                       THRU RT-CANCELARX
               WHEN 4
                    PERFORM RT-CONSULTA
                                       THRU RT-CONSULTAX
               WHEN 5
                    PERFORM RT-EXECUTAR
                                       THRU RT-EXECUTARX
                    MOVE SPACES        TO WSS-MENSAGEM
                    STRING 'Tarefas em atraso: ' WSS-QTD-ATRASO
                           ' - ' WSS-ARQ-TAREFAS
                       DELIMITED BY SIZE
                                       INTO WSS-MENSAGEM
                    END-STRING
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
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
      *    RECEBE E CONFERE O CLIENTE: DEVE EXISTIR E SER DE FILIAL
      *    PERMITIDA AO OPERADOR. CLIENTE ZERADO VOLTA AO MENU.
      *----------------------------------------------------------------*
       RT-RECEBER-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE                  REG-FDJ.
           MOVE ZEROS                  TO WSS-T-CCLIENTE
                                          WSS-T-DATA
                                          WSS-T-SEQ
                                          WSS-T-VENDEDOR
                                          WSS-T-VENCIMENTO.
           MOVE SPACES                 TO WSS-T-TIPO-RESP
                                          WSS-T-OPERADOR
                                          WSS-T-DESCRICAO
                                          WSS-T-RSOCIAL
                                          WSS-RESP-EDITADO
                                          WSS-NOME-RESP
                                          WSS-DESC-SIT
                                          WSS-DT-ABERTURA-ED
                                          WSS-DT-VENCTO-ED
                                          WSS-DT-CONCLUSAO-ED.
      *
           DISPLAY TELA-LABEL-TAREFA.
      *
           MOVE "Informe o cliente (zero = voltar)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1J.
      *
           IF WSS-T-CCLIENTE           EQUAL ZEROS
              GO                       TO RT-RECEBER-CLIENTEX
           END-IF.
      *
           MOVE WSS-T-CCLIENTE         TO CODIGO-FDC.
      *
           READ ARQ-CLIENTES
                INVALID KEY
                    MOVE "Cliente nao cadastrado."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    MOVE ZEROS         TO WSS-T-CCLIENTE
                    GO                 TO RT-RECEBER-CLIENTEX
           END-READ.
      *
           MOVE FILIAL-FDC             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              MOVE "Cliente de filial nao permitida ao operador."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              MOVE ZEROS               TO WSS-T-CCLIENTE
              GO                       TO RT-RECEBER-CLIENTEX
           END-IF.
      *
           MOVE RSOCIAL-FDC            TO WSS-T-RSOCIAL.
           DISPLAY F1J.
      *
       RT-RECEBER-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RECEBE CLIENTE, DATA DE ABERTURA E SEQUENCIA E LE A TAREFA
      *    (WSS-ACHOU = 1 QUANDO ENCONTRADA)
      *----------------------------------------------------------------*
       RT-RECEBER-CHAVE                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-ACHOU.
      *
           PERFORM RT-RECEBER-CLIENTE  THRU RT-RECEBER-CLIENTEX.
      *
           IF WSS-T-CCLIENTE           EQUAL ZEROS
              GO                       TO RT-RECEBER-CHAVEX
           END-IF.
      *
           MOVE "Data de abertura da tarefa (DDMMAAAA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2J.
      *
           MOVE "Sequencia da tarefa no dia."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3J.
      *
           MOVE WSS-T-DATA             TO WSS-DT-DIGITADA-N.
           MOVE WSS-DTD-ANO            TO WSS-DTI-ANO.
           MOVE WSS-DTD-MES            TO WSS-DTI-MES.
           MOVE WSS-DTD-DIA            TO WSS-DTI-DIA.
      *
           MOVE WSS-T-CCLIENTE         TO TAR-CCLIENTE-FDJ.
           MOVE WSS-DT-INVERTIDA-N     TO TAR-DATA-FDJ.
           MOVE WSS-T-SEQ              TO TAR-SEQ-FDJ.
      *
           READ ARQ-TAREFA
                INVALID KEY
                    MOVE "Tarefa nao cadastrada."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    GO                 TO RT-RECEBER-CHAVEX
           END-READ.
      *
           MOVE 1                      TO WSS-ACHOU.
      *
           PERFORM RT-DESCREVER-TAREFA THRU RT-DESCREVER-TAREFAX.
      *
           DISPLAY TELA-DADOS-TAREFA-F.
      *
       RT-RECEBER-CHAVEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    MONTA OS CAMPOS EDITADOS DA TAREFA LIDA EM REG-FDJ
      *----------------------------------------------------------------*
       RT-DESCREVER-TAREFA             SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN TAR-ABERTA-FDJ
                    MOVE 'ABERTA'      TO WSS-DESC-SIT
               WHEN TAR-CONCLUIDA-FDJ
                    MOVE 'CONCLUIDA'   TO WSS-DESC-SIT
               WHEN TAR-CANCELADA-FDJ
                    MOVE 'CANCELADA'   TO WSS-DESC-SIT
               WHEN OTHER
                    MOVE '?'           TO WSS-DESC-SIT
           END-EVALUATE.
      *
           MOVE TAR-DATA-FDJ           TO WSS-DT-INVERTIDA-N.
           PERFORM RT-EDITAR-DATA      THRU RT-EDITAR-DATAX.
           MOVE WSS-DT-EDITADA         TO WSS-DT-ABERTURA-ED.
      *
           MOVE TAR-DT-VENCIMENTO-FDJ  TO WSS-DT-INVERTIDA-N.
           PERFORM RT-EDITAR-DATA      THRU RT-EDITAR-DATAX.
           MOVE WSS-DT-EDITADA         TO WSS-DT-VENCTO-ED.
      *
           MOVE TAR-DT-CONCLUSAO-FDJ   TO WSS-DT-INVERTIDA-N.
           PERFORM RT-EDITAR-DATA      THRU RT-EDITAR-DATAX.
           MOVE WSS-DT-EDITADA         TO WSS-DT-CONCLUSAO-ED.
      *
           PERFORM RT-NOMEAR-RESPONSAVEL
                                       THRU RT-NOMEAR-RESPONSAVELX.
      *
       RT-DESCREVER-TAREFAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RESPONSAVEL EDITADO ('V:' + VENDEDOR OU 'O:' + OPERADOR) E
      *    NOME NO CADASTRO CORRESPONDENTE, QUANDO DISPONIVEL
      *----------------------------------------------------------------*
       RT-NOMEAR-RESPONSAVEL           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-RESP-EDITADO
                                          WSS-NOME-RESP.
      *
           STRING TAR-TIPO-RESP-FDJ ':' TAR-ID-RESP-FDJ
              DELIMITED BY SIZE        INTO WSS-RESP-EDITADO
           END-STRING.
      *
           IF RESP-VENDEDOR-FDJ
              AND VENDEDOR-ABERTO
              AND TAR-ID-RESP-FDJ(1:7) NUMERIC
              MOVE TAR-ID-RESP-FDJ(1:7)
                                       TO CODIGO-FDV
              READ ARQ-VENDEDOR
                   INVALID KEY
                       MOVE SPACES     TO NOME-FDV
              END-READ
              MOVE NOME-FDV            TO WSS-NOME-RESP
           END-IF.
      *
           IF RESP-OPERADOR-FDJ
              AND OPERADOR-ABERTO
              MOVE TAR-ID-RESP-FDJ     TO OPE-ID-FDO
              READ ARQ-OPERADOR
                   INVALID KEY
                       MOVE SPACES     TO OPE-NOME-FDO
              END-READ
              MOVE OPE-NOME-FDO        TO WSS-NOME-RESP
           END-IF.
      *
       RT-NOMEAR-RESPONSAVELX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    DATA AAAAMMDD EM WSS-DT-INVERTIDA PARA DD/MM/AAAA
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
      *    RECEBE O RESPONSAVEL: 'V' + CODIGO DO VENDEDOR OU 'O' +
      *    LOGIN DO OPERADOR (EM BRANCO = O PROPRIO OPERADOR)
      *----------------------------------------------------------------*
       RT-RECEBER-RESPONSAVEL          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-T-TIPO-RESP.
      *
           PERFORM UNTIL WSS-T-TIPO-RESP
                                       EQUAL 'V' OR 'O'
              MOVE "Responsavel: V = vendedor, O = operador."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT T4J
              INSPECT WSS-T-TIPO-RESP  CONVERTING 'vo' TO 'VO'
           END-PERFORM.
      *
           MOVE SPACES                 TO TAR-ID-RESP-FDJ.
           MOVE WSS-T-TIPO-RESP        TO TAR-TIPO-RESP-FDJ.
      *
           IF RESP-VENDEDOR-FDJ
              PERFORM RT-RECEBER-VENDEDOR
                                       THRU RT-RECEBER-VENDEDORX
           ELSE
              PERFORM RT-RECEBER-OPERADOR
                                       THRU RT-RECEBER-OPERADORX
           END-IF.
      *
           PERFORM RT-NOMEAR-RESPONSAVEL
                                       THRU RT-NOMEAR-RESPONSAVELX.
           DISPLAY F5J.
      *
       RT-RECEBER-RESPONSAVELX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RECEBER-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-T-VENDEDOR.
      *
           MOVE "Codigo do vendedor responsavel."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T5J.
      *
           IF WSS-T-VENDEDOR           EQUAL ZEROS
              GO                       TO RT-RECEBER-VENDEDOR
           END-IF.
      *
           IF VENDEDOR-ABERTO
              MOVE WSS-T-VENDEDOR      TO CODIGO-FDV
              READ ARQ-VENDEDOR
                   INVALID KEY
                       MOVE "Vendedor nao cadastrado."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                       GO              TO RT-RECEBER-VENDEDOR
              END-READ
           END-IF.
      *
           MOVE WSS-T-VENDEDOR         TO TAR-ID-RESP-FDJ.
      *
       RT-RECEBER-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RECEBER-OPERADOR             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-T-OPERADOR.
      *
           MOVE "Login do operador (branco = o proprio)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T6J.
      *
           IF WSS-T-OPERADOR           EQUAL SPACES
              MOVE LKS-OPERADOR        TO WSS-T-OPERADOR
           END-IF.
      *
           IF OPERADOR-ABERTO
              MOVE WSS-T-OPERADOR      TO OPE-ID-FDO
              READ ARQ-OPERADOR
                   INVALID KEY
                       MOVE "Operador nao cadastrado."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                       GO              TO RT-RECEBER-OPERADOR
              END-READ
           END-IF.
      *
           MOVE WSS-T-OPERADOR         TO TAR-ID-RESP-FDJ.
      *
       RT-RECEBER-OPERADORX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    VENCIMENTO DDMMAAAA; NAO PODE SER ANTERIOR A DATA ATUAL
      *    (ZERADO = VENCE HOJE)
      *----------------------------------------------------------------*
       RT-RECEBER-VENCIMENTO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-T-VENCIMENTO.
      *
           MOVE "Vencimento DDMMAAAA (zero = hoje)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T7J.
      *
           IF WSS-T-VENCIMENTO         EQUAL ZEROS
              MOVE WSS-DATA-SIS-N      TO TAR-DT-VENCIMENTO-FDJ
              GO                       TO RT-RECEBER-VENCIMENTOX
           END-IF.
      *
           MOVE WSS-T-VENCIMENTO       TO WSS-DT-DIGITADA-N.
      *
           IF WSS-DTD-DIA              LESS 01 OR GREATER 31
              OR WSS-DTD-MES           LESS 01 OR GREATER 12
              OR WSS-DTD-ANO           LESS 1900
              MOVE "Data de vencimento invalida."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-RECEBER-VENCIMENTO
           END-IF.
      *
           MOVE WSS-DTD-ANO            TO WSS-DTI-ANO.
           MOVE WSS-DTD-MES            TO WSS-DTI-MES.
           MOVE WSS-DTD-DIA            TO WSS-DTI-DIA.
      *
           IF WSS-DT-INVERTIDA-N       LESS WSS-DATA-SIS-N
              MOVE "Vencimento anterior a data atual."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-RECEBER-VENCIMENTO
           END-IF.
      *
           MOVE WSS-DT-INVERTIDA-N     TO TAR-DT-VENCIMENTO-FDJ.
      *
       RT-RECEBER-VENCIMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    INCLUI UMA TAREFA ABERTA PELO OPERADOR, NA PRIMEIRA
      *    SEQUENCIA LIVRE DO CLIENTE NA DATA ATUAL
      *----------------------------------------------------------------*
       RT-INCLUIR                      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CLIENTE  THRU RT-RECEBER-CLIENTEX.
      *
           IF WSS-T-CCLIENTE           EQUAL ZEROS
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           PERFORM RT-RECEBER-RESPONSAVEL
                                       THRU RT-RECEBER-RESPONSAVELX.
      *
           PERFORM RT-RECEBER-VENCIMENTO
                                       THRU RT-RECEBER-VENCIMENTOX.
      *
           PERFORM UNTIL WSS-T-DESCRICAO
                                       NOT EQUAL SPACES
              MOVE "Descreva o proximo passo junto ao cliente."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT T8J
           END-PERFORM.
      *
           MOVE "Confirma a inclusao da tarefa? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 53
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE WSS-T-CCLIENTE         TO TAR-CCLIENTE-FDJ.
           MOVE WSS-DATA-SIS-N         TO TAR-DATA-FDJ.
           MOVE 'PT000106'             TO TAR-ORIGEM-PRG-FDJ.
           MOVE SPACES                 TO TAR-ORIGEM-CHAVE-FDJ.
           MOVE WSS-T-DESCRICAO        TO TAR-DESCRICAO-FDJ.
           MOVE 'A'                    TO TAR-SITUACAO-FDJ.
           MOVE LKS-OPERADOR           TO TAR-OPERADOR-FDJ.
           MOVE ZEROS                  TO TAR-DT-CONCLUSAO-FDJ.
           MOVE SPACES                 TO TAR-CONCLUIDA-POR-FDJ.
      *
      *  ---> Tenta as sequencias do cliente no dia ate a primeira
      *       livre
           MOVE ZEROS                  TO TAR-SEQ-FDJ.
           MOVE 'N'                    TO WSS-GRAVOU.
      *
           PERFORM UNTIL WSS-GRAVOU    EQUAL 'S'
                      OR TAR-SEQ-FDJ   EQUAL 999
              ADD 1                    TO TAR-SEQ-FDJ
              WRITE REG-FDJ
              IF FS-TAREFA             EQUAL '00'
                 MOVE 'S'              TO WSS-GRAVOU
              ELSE
                 IF FS-TAREFA          NOT EQUAL '22'
                    MOVE 'ao gravar  ' TO WSS-DESCRICAO
                    MOVE 'TAREFA'      TO WSS-ARQUIVO
                    MOVE FS-TAREFA     TO WSS-FSTATUS
                    MOVE 4             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF WSS-GRAVOU               NOT EQUAL 'S'
              MOVE "Limite de tarefas do cliente no dia atingido."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           MOVE 'TAREFA INCLUIDA '     TO WSS-AUD-VERBO.
           PERFORM RT-AUDITAR-TAREFA   THRU RT-AUDITAR-TAREFAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Tarefa incluida - sequencia ' TAR-SEQ-FDJ
                  ' de hoje.'
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-INCLUIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONCLUI UMA TAREFA ABERTA (DATA E OPERADOR DA CONCLUSAO)
      *----------------------------------------------------------------*
       RT-CONCLUIR                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CHAVE    THRU RT-RECEBER-CHAVEX.
      *
           IF WSS-ACHOU                NOT EQUAL 1
              GO                       TO RT-CONCLUIRX
           END-IF.
      *
           IF NOT TAR-ABERTA-FDJ
              MOVE "Tarefa ja concluida ou cancelada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CONCLUIRX
           END-IF.
      *
           MOVE "Confirma a conclusao da tarefa? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 54
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-CONCLUIRX
           END-IF.
      *
           MOVE 'C'                    TO TAR-SITUACAO-FDJ.
           MOVE 'TAREFA CONCLUIDA'     TO WSS-AUD-VERBO.
      *
           PERFORM RT-ENCERRAR-TAREFA  THRU RT-ENCERRAR-TAREFAX.
      *
           MOVE "Tarefa concluida com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-CONCLUIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CANCELA UMA TAREFA ABERTA (NAO HA MAIS O QUE FAZER)
      *----------------------------------------------------------------*
       RT-CANCELAR                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CHAVE    THRU RT-RECEBER-CHAVEX.
      *
           IF WSS-ACHOU                NOT EQUAL 1
              GO                       TO RT-CANCELARX
           END-IF.
      *
           IF NOT TAR-ABERTA-FDJ
              MOVE "Tarefa ja concluida ou cancelada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CANCELARX
           END-IF.
      *
           MOVE "Confirma o cancelamento da tarefa? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 57
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-CANCELARX
           END-IF.
      *
           MOVE 'X'                    TO TAR-SITUACAO-FDJ.
           MOVE 'TAREFA CANCELADA'     TO WSS-AUD-VERBO.
      *
           PERFORM RT-ENCERRAR-TAREFA  THRU RT-ENCERRAR-TAREFAX.
      *
           MOVE "Tarefa cancelada com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-CANCELARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    REGRAVA A TAREFA CONCLUIDA OU CANCELADA
      *----------------------------------------------------------------*
       RT-ENCERRAR-TAREFA              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE WSS-DATA-SIS-N         TO TAR-DT-CONCLUSAO-FDJ.
           MOVE LKS-OPERADOR           TO TAR-CONCLUIDA-POR-FDJ.
      *
           REWRITE REG-FDJ.
      *
           IF FS-TAREFA                NOT EQUAL '00'
              MOVE 'ao regravar'       TO WSS-DESCRICAO
              MOVE 'TAREFA'            TO WSS-ARQUIVO
              MOVE FS-TAREFA           TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           PERFORM RT-AUDITAR-TAREFA   THRU RT-AUDITAR-TAREFAX.
      *
       RT-ENCERRAR-TAREFAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AUDITAR-TAREFA               SECTION.
      *  ---> Verbo + cliente, data de abertura e sequencia
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING WSS-AUD-VERBO ' ' TAR-CCLIENTE-FDJ ' '
                  TAR-DATA-FDJ ' ' TAR-SEQ-FDJ
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
      *
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
       RT-AUDITAR-TAREFAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONSULTA DAS TAREFAS DE UM CLIENTE, DA MAIS ANTIGA PARA A
      *    MAIS RECENTE, EM QUALQUER SITUACAO
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CLIENTE  THRU RT-RECEBER-CLIENTEX.
      *
           IF WSS-T-CCLIENTE           EQUAL ZEROS
              GO                       TO RT-CONSULTAX
           END-IF.
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE WSS-T-CCLIENTE         TO TAR-CCLIENTE-FDJ.
           MOVE ZEROS                  TO TAR-DATA-FDJ
                                          TAR-SEQ-FDJ.
           MOVE 'N'                    TO WSS-FIM-ARQ-TAR.
           MOVE ZEROS                  TO WSS-REG-LISTADOS.
      *
           START ARQ-TAREFA            KEY IS NOT LESS TAR-CHAVE-FDJ
                INVALID KEY
                    MOVE 'S'            TO WSS-FIM-ARQ-TAR
           END-START.
      *
           DISPLAY WSS-T-RSOCIAL       LINE 04 COL 03.
           MOVE 5                      TO WSS-LINHA.
      *
           PERFORM UNTIL WSS-FIM-ARQ-TAR
                                       EQUAL 'S'
              PERFORM RT-EXIBIR-TAREFA THRU RT-EXIBIR-TAREFAX
           END-PERFORM.
      *
           IF WSS-REG-LISTADOS         EQUAL ZEROS
              MOVE "Nenhuma tarefa cadastrada para o cliente."
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
       RT-EXIBIR-TAREFA                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-TAREFA             NEXT
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-TAR
                    GO                  TO RT-EXIBIR-TAREFAX
           END-READ.
      *
           IF TAR-CCLIENTE-FDJ         NOT EQUAL WSS-T-CCLIENTE
              MOVE 'S'                 TO WSS-FIM-ARQ-TAR
              GO                       TO RT-EXIBIR-TAREFAX
           END-IF.
      *
           ADD 1                       TO WSS-REG-LISTADOS.
      *
           PERFORM RT-DESCREVER-TAREFA THRU RT-DESCREVER-TAREFAX.
      *
           DISPLAY WSS-DT-ABERTURA-ED  LINE WSS-LINHA COL 03.
           DISPLAY TAR-SEQ-FDJ         LINE WSS-LINHA COL 14.
           DISPLAY WSS-DESC-SIT        LINE WSS-LINHA COL 18.
           DISPLAY WSS-DT-VENCTO-ED    LINE WSS-LINHA COL 28.
           DISPLAY WSS-RESP-EDITADO    LINE WSS-LINHA COL 39.
           DISPLAY TAR-DESCRICAO-FDJ(1:28)
                                       LINE WSS-LINHA COL 52.
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
                 MOVE 'S'              TO WSS-FIM-ARQ-TAR
              ELSE
                 PERFORM RT-LIMPAR-TELA
                                       THRU RT-LIMPAR-TELAX
                 DISPLAY WSS-T-RSOCIAL LINE 04 COL 03
                 MOVE 5                TO WSS-LINHA
              END-IF
           END-IF.
      *
       RT-EXIBIR-TAREFAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO DAS TAREFAS ABERTAS COM VENCIMENTO ANTERIOR A
      *    DATA ATUAL, NA ORDEM DO RESPONSAVEL (CHAVE ALTERNATIVA),
      *    COM O TOTAL DE CADA RESPONSAVEL
      *----------------------------------------------------------------*
       RT-EXECUTAR                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE ZEROS                  TO WSS-QTD-ATRASO
                                          WSS-QTD-RESP.
           MOVE SPACES                 TO WSS-RESP-ANT.
      *
           MOVE SPACES                 TO WSS-ARQ-TAREFAS.
           STRING 'REL-TAREFAS-'       DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-TAREFAS
           END-STRING.
      *
           OPEN OUTPUT REL-TAREFAS.
      *
           IF FS-RELTAR                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELTAREFAS'        TO WSS-ARQUIVO
              MOVE FS-RELTAR           TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           WRITE REG-RELTAR            FROM CAB-TAREFAS.
      *
           MOVE LOW-VALUES             TO TAR-RESPONSAVEL-FDJ.
           MOVE 'N'                    TO WSS-FIM-ARQ-TAR.
      *
           START ARQ-TAREFA            KEY IS NOT LESS
                                           TAR-RESPONSAVEL-FDJ
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-TAR
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-TAR
                                       EQUAL 'S'
              PERFORM RT-LISTAR-ATRASO THRU RT-LISTAR-ATRASOX
           END-PERFORM.
      *
           PERFORM RT-TOTALIZAR-RESP   THRU RT-TOTALIZAR-RESPX.
      *
           CLOSE REL-TAREFAS.
      *
           MOVE WSS-ARQ-TAREFAS        TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'RELATORIO TAREFAS EM ATRASO GERADO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'Tarefas em atraso: ' WSS-QTD-ATRASO
              DELIMITED BY SIZE        INTO LKS-MENSAGEM
           END-STRING.
      *
       RT-EXECUTARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    UMA TAREFA: SO AS ABERTAS, VENCIDAS E DE CLIENTE DE FILIAL
      *    PERMITIDA AO OPERADOR
      *----------------------------------------------------------------*
       RT-LISTAR-ATRASO                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-TAREFA             NEXT
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-TAR
                    GO                  TO RT-LISTAR-ATRASOX
           END-READ.
      *
           IF NOT TAR-ABERTA-FDJ
              OR TAR-DT-VENCIMENTO-FDJ NOT LESS WSS-DATA-SIS-N
              OR TAR-DT-VENCIMENTO-FDJ EQUAL ZEROS
              GO                       TO RT-LISTAR-ATRASOX
           END-IF.
      *
           MOVE TAR-CCLIENTE-FDJ       TO CODIGO-FDC.
           READ ARQ-CLIENTES
                INVALID KEY
                    MOVE SPACES        TO RSOCIAL-FDC
                    MOVE ZEROS         TO FILIAL-FDC
           END-READ.
      *
           MOVE FILIAL-FDC             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              GO                       TO RT-LISTAR-ATRASOX
           END-IF.
      *
      *  ---> Quebra por responsavel
           IF TAR-RESPONSAVEL-FDJ      NOT EQUAL WSS-RESP-ANT
              PERFORM RT-TOTALIZAR-RESP
                                       THRU RT-TOTALIZAR-RESPX
              MOVE TAR-RESPONSAVEL-FDJ TO WSS-RESP-ANT
           END-IF.
      *
           PERFORM RT-DESCREVER-TAREFA THRU RT-DESCREVER-TAREFAX.
      *
           COMPUTE WSS-DIAS-ATRASO     =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-SIS-N)
                 - FUNCTION INTEGER-OF-DATE (TAR-DT-VENCIMENTO-FDJ).
      *
           MOVE WSS-RESP-EDITADO       TO TAR-RESP-DET.
           MOVE WSS-NOME-RESP          TO TAR-NOME-DET.
           MOVE TAR-CCLIENTE-FDJ       TO TAR-CCLIENTE-DET.
           MOVE RSOCIAL-FDC            TO TAR-RSOCIAL-DET.
           MOVE WSS-DT-ABERTURA-ED     TO TAR-ABERTURA-DET.
           MOVE TAR-SEQ-FDJ            TO TAR-SEQ-DET.
           MOVE WSS-DT-VENCTO-ED       TO TAR-VENCIMENTO-DET.
           MOVE WSS-DIAS-ATRASO        TO TAR-DIAS-DET.
           MOVE TAR-DESCRICAO-FDJ      TO TAR-DESCRICAO-DET.
           INSPECT TAR-DESCRICAO-DET   REPLACING ALL ';' BY ','.
           MOVE SPACES                 TO TAR-ORIGEM-DET.
           STRING TAR-ORIGEM-PRG-FDJ ' ' TAR-ORIGEM-CHAVE-FDJ
              DELIMITED BY SIZE        INTO TAR-ORIGEM-DET
           END-STRING.
      *
           WRITE REG-RELTAR            FROM DET-TAREFAS.
      *
           ADD 1                       TO WSS-QTD-ATRASO
                                          WSS-QTD-RESP.
      *
       RT-LISTAR-ATRASOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TOTALIZAR-RESP               SECTION.
      *  ---> Total de tarefas em atraso do responsavel anterior
      *----------------------------------------------------------------*
      *
           IF WSS-QTD-RESP             EQUAL ZEROS
              GO                       TO RT-TOTALIZAR-RESPX
           END-IF.
      *
           MOVE SPACES                 TO TOT-RESP-DET.
           STRING WSS-RESP-ANT(1:1) ':' WSS-RESP-ANT(2:10)
              DELIMITED BY SIZE        INTO TOT-RESP-DET
           END-STRING.
           MOVE WSS-QTD-RESP           TO TOT-QTD-DET.
      *
           WRITE REG-RELTAR            FROM TOT-TAREFAS.
      *
           MOVE ZEROS                  TO WSS-QTD-RESP.
      *
       RT-TOTALIZAR-RESPX.
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
           MOVE 'PT000106'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE 'TAREFAS EM ATRASO'    TO CAT-FILTROS-FDK.
           MOVE WSS-ARQ-TAREFAS        TO CAT-ARQUIVO-FDK.
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
           MOVE 'PT000106'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000106'             TO WSE-ERR-PROGRAMA.
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
           CLOSE ARQ-TAREFA
                 ARQ-CLIENTES
                 ARQ-AUDITORIA.
      *
           IF VENDEDOR-ABERTO
              CLOSE ARQ-VENDEDOR
           END-IF.
      *
           IF OPERADOR-ABERTO
              CLOSE ARQ-OPERADOR
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
