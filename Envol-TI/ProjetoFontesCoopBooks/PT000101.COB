      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000101.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000101 ---> TELEVENDAS (LISTA DE LIGACOES E *
      *     *            REGISTRO DE LIGACAO)                          *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : ATENDIMENTO DOS CLIENTES FORA DO RAIO DE      *
      *     *            TODOS OS VENDEDORES DE CAMPO, ATRIBUIDOS PELA *
      *     *            DISTRIBUICAO (PT000003) AOS OPERADORES DE     *
      *     *            TELEVENDAS (VENDEDOR COM CANAL 'T').          *
      *     *            LISTA DO DIA: CARTEIRA DE CADA OPERADOR, SEM  *
      *     *            OS CLIENTES JA CONTATADOS HOJE, ORDENADA PELO *
      *     *            ULTIMO CONTATO MAIS ANTIGO (NUNCA CONTATADO   *
      *     *            PRIMEIRO), COM O TELEFONE DO PRIMEIRO CONTATO *
      *     *            CADASTRADO DO CLIENTE.                        *
      *     *            REGISTRO: GRAVA A LIGACAO NO ARQUIVO VISITAS  *
      *     *            (TV-VENDA, TS-SEM VENDA, TN-NAO ATENDEU,      *
      *     *            TR-RECUSA), SEM GPS, E OFERECE A CAPTACAO DO  *
      *     *            PEDIDO (PT000041) QUANDO HOUVE VENDA.         *
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    15.10.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            REPASSA AS FILIAIS PERMITIDAS AO OPERADOR     *
      *     *            AO SUBPROGRAMA CHAMADO.                       *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            LIGACAO DATADA EM MES JA FECHADO PELO         *
      *     *            PT000058 E RECUSADA E REGISTRADA (TRAVA DE    *
      *     *            PERIODO - PRV00912).                          *
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
      *  ---> Arquivo VENDEDOR (operadores de televendas)
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
      *  ---> Arquivo DISTRIBUICAO (carteira de cada operador)
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Arquivo CLIENTES (razao social, cidade e situacao)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Contatos do cliente (telefone para a ligacao)
           COPY 'SEL-CONTATOS.CPY'     REPLACING ==::== BY ==-FDN==.
      *
      *  ---> Resultados de visita / ligacao
           COPY 'SEL-VISITAS.CPY'      REPLACING ==::== BY ==-FDT==.
      *
      *  ---> Arquivo SORT (ordem de ligacao por operador)
           SELECT  SRT-LIGACOES        ASSIGN TO 'SRT-LIGACOES.TMP'
                   FILE STATUS         IS FS-SRT.
      *
      *  ---> Lista de ligacoes do dia (nome datado)
           SELECT  REL-LIGACOES        ASSIGN TO WSS-ARQ-LIGACOES
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-LIGACOES.
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
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-CONTATOS                VALUE OF FILE-ID IS 'CONTATOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDN.
       COPY 'FD-CONTATOS.CPY'          REPLACING ==::== BY ==-FDN==.
      *
       FD  ARQ-VISITAS                 VALUE OF FILE-ID IS 'VISITAS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDT.
       COPY 'FD-VISITAS.CPY'           REPLACING ==::== BY ==-FDT==.
      *
       SD  SRT-LIGACOES.
       01  REG-SRTL.
           03  SRTL-OPERADOR           PIC  9(007).
           03  SRTL-ULT-DATA           PIC  9(008).
           03  SRTL-CCLIENTE           PIC  9(007).
           03  SRTL-NOME-OPER          PIC  X(040).
           03  SRTL-RSOCIAL            PIC  X(040).
           03  SRTL-CIDADE             PIC  X(030).
           03  SRTL-UF                 PIC  X(002).
           03  SRTL-CONTATO            PIC  X(030).
           03  SRTL-TELEFONE           PIC  X(015).
           03  SRTL-ULT-RESULTADO      PIC  X(002).
      *
       FD  REL-LIGACOES.
       01  REG-LIGACOES                PIC  X(250).
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
       77  WSS-FIM-SORT                PIC  X(001)         VALUE 'N'.
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
           03  WSS-FIM-ARQ-VEN         PIC  X(001)         VALUE 'N'.
           03  WSS-FIM-ARQ-DIS         PIC  X(001)         VALUE 'N'.
           03  WSS-FIM-ARQ-VIS         PIC  X(001)         VALUE 'N'.
           03  WSS-ARQ-LIGACOES        PIC  X(030)         VALUE SPACES.
           03  WSS-HOJE-AMD            PIC  9(008)         VALUE ZEROS.
           03  WSS-DATA-AMD            PIC  9(008)         VALUE ZEROS.
           03  WSS-ULT-DATA            PIC  9(008)         VALUE ZEROS.
           03  WSS-ULT-RESULTADO       PIC  X(002)         VALUE SPACES.
           03  WSS-OPER-ANT            PIC  9(007)         VALUE ZEROS.
           03  WSS-SEQ-LIGACAO         PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-LIGACOES        PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-OPERADORES      PIC  9(005)         VALUE ZEROS.
      *
      *  ---> Campos digitados em tela
           03  WSS-T-OPERADOR          PIC  9(007)         VALUE ZEROS.
           03  WSS-T-CCLIENTE          PIC  9(007)         VALUE ZEROS.
           03  WSS-T-DATA              PIC  X(008)         VALUE SPACES.
           03  WSS-T-RESULTADO         PIC  X(002)         VALUE SPACES.
           03  WSS-T-OBS               PIC  X(040)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-CONTATOS             PIC  X(002)         VALUE SPACES.
           03  FS-VISITAS              PIC  X(002)         VALUE SPACES.
           03  FS-SRT                  PIC  X(002)         VALUE SPACES.
           03  FS-LIGACOES             PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
           03  WSS-DISTRIBUIR-ABERTO   PIC  X(001)         VALUE 'N'.
               88  DISTRIBUIR-ABERTO   VALUE 'S'.
           03  WSS-CONTATOS-ABERTO     PIC  X(001)         VALUE 'N'.
               88  CONTATOS-ABERTO     VALUE 'S'.
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
      *    LAYOUT DA LISTA DE LIGACOES (CSV)
      *----------------------------------------------------------------*
       01  CAB-LIGACOES                PIC  X(120)         VALUE
           'OPERADOR;NOME OPERADOR;SEQ;CLIENTE;RAZAO SOCIAL;CIDADE;UF;CO
      -    'NTATO;TELEFONE;ULTIMO CONTATO;ULTIMO RESULTADO'.
      *
       01  DET-LIGACAO.
           03  DLG-OPERADOR            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DLG-NOME-OPER           PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DLG-SEQ                 PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DLG-CCLIENTE            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DLG-RSOCIAL             PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DLG-CIDADE              PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DLG-UF                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DLG-CONTATO             PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DLG-TELEFONE            PIC  X(015)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DLG-ULT-DATA            PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DLG-ULT-RESULTADO       PIC  X(002)         VALUE SPACES.
      *
       01  DLG-ULT-DATA-R.
           03  DLG-ULT-DIA             PIC  X(002).
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  DLG-ULT-MES             PIC  X(002).
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  DLG-ULT-ANO             PIC  X(004).
      *
       01  WSS-ULT-DATA-X.
           03  WSS-ULT-DATA-ANO        PIC  X(004).
           03  WSS-ULT-DATA-MES        PIC  X(002).
           03  WSS-ULT-DATA-DIA        PIC  X(002).
      *
       01  TOT-OPERADOR.
           03  FILLER                  PIC  X(015)         VALUE
               'TOTAL OPERADOR;'.
           03  TOP-OPERADOR            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TOP-QTD                 PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(010)         VALUE
               ' LIGACOES'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000041
      *    - Captacao do pedido de venda apos ligacao com venda (TV)
      *----------------------------------------------------------------*
      *
       01  WSPT0041                    PIC X(08)           VALUE
                                                            'PT000041'.
      *
           COPY 'SUB-PRGS.CPY'         REPLACING ==::== BY ==SBP==.
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
           03 F LINE 05 COL 22   VALUE
               ' ..... TELEVENDAS ..... '                     BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Lista do Dia     ".
           03 F LINE 10 COL 28   VALUE " 2 - Registrar Ligacao".
           03 F LINE 12 COL 28   VALUE " 9 - Sair             ".
           03 F LINE 14 COL 28   VALUE " Opcao:[ ]            ".
      *
       01  TELA-LABEL-LISTA.
           03 F LINE 08 COL 20   VALUE " Operador (0 = todos): ".
      *
       01  TELA-DADOS-LISTA-T.
           03 T1L LINE 08 COL 44 PIC ZZZZZZ9  TO WSS-T-OPERADOR.
      *
       01  TELA-LABEL-LIGACAO.
           03 F LINE 08 COL 20   VALUE " Operador............: ".
           03 F LINE 10 COL 20   VALUE " Cliente.............: ".
           03 F LINE 12 COL 20   VALUE " Data (DDMMAAAA).....: ".
           03 F LINE 14 COL 20   VALUE " Resultado...........: ".
           03 F LINE 15 COL 20   VALUE " (TV/TS/TN/TR)         ".
           03 F LINE 16 COL 20   VALUE " Observacao..........: ".
      *
       01  TELA-DADOS-LIGACAO-T.
           03 T1G LINE 08 COL 44 PIC ZZZZZZ9  TO WSS-T-OPERADOR.
           03 T2G LINE 10 COL 44 PIC ZZZZZZ9  TO WSS-T-CCLIENTE.
           03 T3G LINE 12 COL 44 PIC X(008)   TO WSS-T-DATA.
           03 T4G LINE 14 COL 44 PIC X(002)   TO WSS-T-RESULTADO.
           03 T5G LINE 16 COL 44 PIC X(030)   TO WSS-T-OBS.
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
           PERFORM RT-ABRIR-VISITAS    THRU RT-ABRIR-VISITASX.
      *
           OPEN INPUT ARQ-VENDEDOR.
      *
           IF FS-VENDEDOR              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'VENDEDOR'          TO WSS-ARQUIVO
              MOVE FS-VENDEDOR         TO WSS-FSTATUS
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN INPUT ARQ-CLIENTES.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CLIENTES'          TO WSS-ARQUIVO
              MOVE FS-CLIENTES         TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> DISTRIBUICAO e CONTATOS sao opcionais: sem distribuicao
      *       nao ha lista do dia; sem contatos a lista sai sem fone
           OPEN INPUT ARQ-DISTRIBUIR.
           IF FS-DISTRIBUIR            EQUAL '00'
              MOVE 'S'                 TO WSS-DISTRIBUIR-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-CONTATOS.
           IF FS-CONTATOS              EQUAL '00'
              MOVE 'S'                 TO WSS-CONTATOS-ABERTO
           END-IF.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'AUDITORIA'         TO WSS-ARQUIVO
              MOVE FS-AUDITORIA        TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-INICIALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ABRE (OU CRIA NA PRIMEIRA UTILIZACAO) O ARQUIVO VISITAS
      *----------------------------------------------------------------*
       RT-ABRIR-VISITAS                SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-VISITAS.
      *
           EVALUATE FS-VISITAS
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-VISITAS
                    OPEN OUTPUT ARQ-VISITAS
                    CLOSE ARQ-VISITAS
                    OPEN I-O ARQ-VISITAS
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'VISITAS'     TO WSS-ARQUIVO
                    MOVE FS-VISITAS    TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
       RT-ABRIR-VISITASX.
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
      *  ---> Perfil consulta: somente a lista do dia
           IF WSS-FUN                  EQUAL 2
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
           EVALUATE WSS-FUN
               WHEN 1
                    PERFORM RT-LISTA-DIA
                                       THRU RT-LISTA-DIAX
               WHEN 2
                    PERFORM RT-REGISTRAR
                                       THRU RT-REGISTRARX
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
      *    LISTA DE LIGACOES DO DIA DE UM OPERADOR (OU DE TODOS)
      *----------------------------------------------------------------*
       RT-LISTA-DIA                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           IF NOT DISTRIBUIR-ABERTO
              MOVE "Distribuicao ainda nao gerada - sem carteira."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-LISTA-DIAX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-T-OPERADOR.
      *
           DISPLAY TELA-LABEL-LISTA.
      *
           MOVE "Informe o operador de televendas (ZEROS = todos)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1L.
      *
           IF WSS-T-OPERADOR           NOT EQUAL ZEROS
              MOVE WSS-T-OPERADOR      TO CODIGO-FDV
              READ ARQ-VENDEDOR        KEY IS CODIGO-FDV
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-VENDEDOR           NOT EQUAL '00'
                 OR NOT CANAL-TELEVENDAS-FDV
                 MOVE "Operador nao cadastrado como televendas."
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 GO                    TO RT-LISTA-DIAX
              END-IF
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE WSS-DATA-SIS           TO WSS-HOJE-AMD.
      *
           MOVE SPACES                 TO WSS-ARQ-LIGACOES.
           STRING 'LIGACOES-'          DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-LIGACOES
           END-STRING.
      *
           MOVE ZEROS                  TO WSS-QTD-LIGACOES
                                          WSS-QTD-OPERADORES.
      *
           MOVE "Aguarde... montando a lista de ligacoes."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           SORT SRT-LIGACOES
                ON ASCENDING           KEY SRTL-OPERADOR
                                           SRTL-ULT-DATA
                                           SRTL-CCLIENTE
                INPUT PROCEDURE        IS RT-INPUT-SORT-LIGACOES
                OUTPUT PROCEDURE       IS RT-OUTPUT-SORT-LIGACOES.
      *
           IF FS-LIGACOES              NOT EQUAL '00'
              GO                       TO RT-LISTA-DIAX
           END-IF.
      *
           MOVE WSS-ARQ-LIGACOES       TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'LISTA DE LIGACOES DE TELEVENDAS'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Lista gerada: '     DELIMITED BY SIZE
                  WSS-ARQ-LIGACOES     DELIMITED BY SPACE
                  ' - ligacoes: '      DELIMITED BY SIZE
                  WSS-QTD-LIGACOES     DELIMITED BY SIZE
              INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-LISTA-DIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-INPUT-SORT-LIGACOES          SECTION.
      *  ---> Carteira de cada operador de televendas ativo
      *----------------------------------------------------------------*
      *
           IF WSS-T-OPERADOR           NOT EQUAL ZEROS
              PERFORM RT-CARTEIRA-OPERADOR
                                       THRU RT-CARTEIRA-OPERADORX
              GO                       TO RT-INPUT-SORT-LIGACOESX
           END-IF.
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
                   IF ATIVO-FDV
                      AND CANAL-TELEVENDAS-FDV
                      PERFORM RT-CARTEIRA-OPERADOR
                                       THRU RT-CARTEIRA-OPERADORX
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-INPUT-SORT-LIGACOESX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CLIENTES DO OPERADOR CORRENTE (REG-FDV) PELA CHAVE
      *    ALTERNATIVA DE VENDEDOR DA DISTRIBUICAO
      *----------------------------------------------------------------*
       RT-CARTEIRA-OPERADOR            SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WSS-QTD-OPERADORES.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ-DIS.
           MOVE CODIGO-FDV             TO CVENDEDOR-FDD.
      *
           START ARQ-DISTRIBUIR        KEY IS EQUAL CVENDEDOR-FDD
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-DIS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-DIS
                                       EQUAL 'S'
              READ ARQ-DISTRIBUIR      NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-DIS
                NOT AT END
                   IF CVENDEDOR-FDD    EQUAL CODIGO-FDV
                      PERFORM RT-LIBERAR-LIGACAO
                                       THRU RT-LIBERAR-LIGACAOX
                   ELSE
                      MOVE 'S'         TO WSS-FIM-ARQ-DIS
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-CARTEIRA-OPERADORX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    UM REGISTRO DE SORT POR CLIENTE DA CARTEIRA (REG-FDD),
      *    EXCETO CLIENTE INATIVO E CLIENTE JA CONTATADO HOJE
      *----------------------------------------------------------------*
       RT-LIBERAR-LIGACAO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE CCLIENTE-FDD           TO CODIGO-FDC.
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE RSOCIAL-FDD         TO RSOCIAL-FDC
              MOVE SPACES              TO CIDADE-FDC
                                          UF-FDC
                                          SITUACAO-FDC
           END-IF.
      *
           IF INATIVO-FDC
              GO                       TO RT-LIBERAR-LIGACAOX
           END-IF.
      *
           PERFORM RT-ULTIMO-CONTATO   THRU RT-ULTIMO-CONTATOX.
      *
           IF WSS-ULT-DATA             NOT LESS WSS-HOJE-AMD
              GO                       TO RT-LIBERAR-LIGACAOX
           END-IF.
      *
           MOVE CODIGO-FDV             TO SRTL-OPERADOR.
           MOVE WSS-ULT-DATA           TO SRTL-ULT-DATA.
           MOVE CCLIENTE-FDD           TO SRTL-CCLIENTE.
           MOVE NOME-FDV               TO SRTL-NOME-OPER.
           MOVE RSOCIAL-FDC            TO SRTL-RSOCIAL.
           MOVE CIDADE-FDC             TO SRTL-CIDADE.
           MOVE UF-FDC                 TO SRTL-UF.
           MOVE WSS-ULT-RESULTADO      TO SRTL-ULT-RESULTADO.
           MOVE SPACES                 TO SRTL-CONTATO
                                          SRTL-TELEFONE.
      *
      *  ---> Primeiro contato cadastrado do cliente, quando houver
           IF CONTATOS-ABERTO
              MOVE CCLIENTE-FDD        TO CON-CCLIENTE-FDN
              MOVE ZEROS               TO CON-SEQ-FDN
              START ARQ-CONTATOS       KEY IS NOT LESS CON-CHAVE-FDN
                   INVALID KEY
                       CONTINUE
              END-START
              IF FS-CONTATOS           EQUAL '00'
                 READ ARQ-CONTATOS     NEXT
                   AT END
                      CONTINUE
                 END-READ
                 IF FS-CONTATOS        EQUAL '00'
                    AND CON-CCLIENTE-FDN
                                       EQUAL CCLIENTE-FDD
                    MOVE CON-NOME-FDN  TO SRTL-CONTATO
                    MOVE CON-TELEFONE-FDN
                                       TO SRTL-TELEFONE
                 END-IF
              END-IF
           END-IF.
      *
           RELEASE REG-SRTL.
      *
       RT-LIBERAR-LIGACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ULTIMO CONTATO (VISITA OU LIGACAO) DO CLIENTE CORRENTE:
      *    CHAVE DO VISITAS E CLIENTE + DATA, A ULTIMA LIDA E A MAIS
      *    RECENTE. ZEROS = NUNCA CONTATADO.
      *----------------------------------------------------------------*
       RT-ULTIMO-CONTATO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-ULT-DATA.
           MOVE SPACES                 TO WSS-ULT-RESULTADO.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ-VIS.
           MOVE CCLIENTE-FDD           TO VIS-CCLIENTE-FDT.
           MOVE ZEROS                  TO VIS-DATA-FDT.
      *
           START ARQ-VISITAS           KEY IS NOT LESS VIS-CHAVE-FDT
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-VIS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-VIS
                                       EQUAL 'S'
              READ ARQ-VISITAS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-VIS
                NOT AT END
                   IF VIS-CCLIENTE-FDT EQUAL CCLIENTE-FDD
                      MOVE VIS-DATA-FDT
                                       TO WSS-ULT-DATA
                      MOVE VIS-RESULTADO-FDT
                                       TO WSS-ULT-RESULTADO
                   ELSE
                      MOVE 'S'         TO WSS-FIM-ARQ-VIS
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-ULTIMO-CONTATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-OUTPUT-SORT-LIGACOES         SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT REL-LIGACOES.
      *
           IF FS-LIGACOES              NOT EQUAL '00'
              MOVE "Erro ao gerar a lista de ligacoes."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-OUTPUT-SORT-LIGACOESX
           END-IF.
      *
           WRITE REG-LIGACOES          FROM CAB-LIGACOES.
      *
           MOVE ZEROS                  TO WSS-OPER-ANT
                                          WSS-SEQ-LIGACAO.
           MOVE 'N'                    TO WSS-FIM-SORT.
      *
           PERFORM UNTIL WSS-FIM-SORT  EQUAL 'S'
              RETURN SRT-LIGACOES      INTO REG-SRTL
                AT END
                   MOVE 'S'            TO WSS-FIM-SORT
                NOT AT END
                   PERFORM RT-GRAVAR-LIGACAO
                                       THRU RT-GRAVAR-LIGACAOX
              END-RETURN
           END-PERFORM.
      *
           IF WSS-OPER-ANT             NOT EQUAL ZEROS
              PERFORM RT-TOTAL-OPERADOR
                                       THRU RT-TOTAL-OPERADORX
           END-IF.
      *
           CLOSE REL-LIGACOES.
      *
       RT-OUTPUT-SORT-LIGACOESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-LIGACAO               SECTION.
      *----------------------------------------------------------------*
      *
      *  ---> Quebra por operador: total do anterior e nova sequencia
           IF SRTL-OPERADOR            NOT EQUAL WSS-OPER-ANT
              IF WSS-OPER-ANT          NOT EQUAL ZEROS
                 PERFORM RT-TOTAL-OPERADOR
                                       THRU RT-TOTAL-OPERADORX
              END-IF
              MOVE SRTL-OPERADOR       TO WSS-OPER-ANT
              MOVE ZEROS               TO WSS-SEQ-LIGACAO
           END-IF.
      *
           ADD 1                       TO WSS-SEQ-LIGACAO
                                          WSS-QTD-LIGACOES.
      *
           MOVE SRTL-OPERADOR          TO DLG-OPERADOR.
           MOVE SRTL-NOME-OPER         TO DLG-NOME-OPER.
           MOVE WSS-SEQ-LIGACAO        TO DLG-SEQ.
           MOVE SRTL-CCLIENTE          TO DLG-CCLIENTE.
           MOVE SRTL-RSOCIAL           TO DLG-RSOCIAL.
           MOVE SRTL-CIDADE            TO DLG-CIDADE.
           MOVE SRTL-UF                TO DLG-UF.
           MOVE SRTL-CONTATO           TO DLG-CONTATO.
           MOVE SRTL-TELEFONE          TO DLG-TELEFONE.
           MOVE SRTL-ULT-RESULTADO     TO DLG-ULT-RESULTADO.
      *
           IF SRTL-ULT-DATA            EQUAL ZEROS
              MOVE 'NUNCA'             TO DLG-ULT-DATA
           ELSE
              MOVE SRTL-ULT-DATA       TO WSS-ULT-DATA-X
              MOVE WSS-ULT-DATA-DIA    TO DLG-ULT-DIA
              MOVE WSS-ULT-DATA-MES    TO DLG-ULT-MES
              MOVE WSS-ULT-DATA-ANO    TO DLG-ULT-ANO
              MOVE DLG-ULT-DATA-R      TO DLG-ULT-DATA
           END-IF.
      *
           WRITE REG-LIGACOES          FROM DET-LIGACAO.
      *
       RT-GRAVAR-LIGACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TOTAL-OPERADOR               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-OPER-ANT           TO TOP-OPERADOR.
           MOVE WSS-SEQ-LIGACAO        TO TOP-QTD.
      *
           WRITE REG-LIGACOES          FROM TOT-OPERADOR.
      *
       RT-TOTAL-OPERADORX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    REGISTRO DE UMA LIGACAO DE TELEVENDAS NO ARQUIVO VISITAS
      *----------------------------------------------------------------*
       RT-REGISTRAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-OPERADOR
                                          WSS-T-CCLIENTE.
           MOVE SPACES                 TO WSS-T-DATA
                                          WSS-T-RESULTADO
                                          WSS-T-OBS.
      *
           DISPLAY TELA-LABEL-LIGACAO.
      *
           MOVE "Informe o operador de televendas (ZEROS sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1G.
      *
           IF WSS-T-OPERADOR           EQUAL ZEROS
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           MOVE WSS-T-OPERADOR         TO CODIGO-FDV.
           READ ARQ-VENDEDOR           KEY IS CODIGO-FDV
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-VENDEDOR              NOT EQUAL '00'
              OR NOT CANAL-TELEVENDAS-FDV
              OR NOT ATIVO-FDV
              MOVE "Operador nao cadastrado como televendas ativo."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           MOVE "Informe o cliente da ligacao."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2G.
      *
           MOVE WSS-T-CCLIENTE         TO CODIGO-FDC.
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE "Cliente nao cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           MOVE "Data da ligacao (DDMMAAAA, branco = hoje)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3G.
      *
           IF WSS-T-DATA               EQUAL SPACES
              PERFORM RT-DATA-SISTEMA  THRU RT-DATA-SISTEMAX
              MOVE WSS-DATA-SIS        TO WSS-DATA-AMD
           ELSE
              IF WSS-T-DATA            NUMERIC
                 MOVE WSS-T-DATA(5:4)  TO WSS-DATA-AMD(1:4)
                 MOVE WSS-T-DATA(3:2)  TO WSS-DATA-AMD(5:2)
                 MOVE WSS-T-DATA(1:2)  TO WSS-DATA-AMD(7:2)
              ELSE
                 MOVE "Data invalida - informe DDMMAAAA numerico."
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 GO                    TO RT-REGISTRARX
              END-IF
           END-IF.
      *
      *  ---> Mes ja fechado (PT000058): ligacao recusada
           MOVE WSS-DATA-AMD           TO WSP-PER-DATA.
           MOVE 'I'                    TO WSP-PER-OPERACAO.
           MOVE SPACES                 TO WSP-PER-CHAVE.
           STRING 'LIGACAO '           WSS-T-CCLIENTE
                  ' '                  WSS-DATA-AMD
              DELIMITED BY SIZE        INTO WSP-PER-CHAVE
           END-STRING.
           PERFORM RT-CONFERIR-PERIODO THRU RT-CONFERIR-PERIODOX.
           IF WSP-PER-FECHADO
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           MOVE "Resultado: TV-venda TS-sem venda TN-nao atendeu TR."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4G.
      *
           IF WSS-T-RESULTADO          EQUAL 'TV' OR 'TS' OR 'TN'
                                          OR 'TR'
              CONTINUE
           ELSE
              MOVE "Resultado invalido (TV/TS/TN/TR)."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           MOVE "Informe a observacao (opcional)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T5G.
      *
           MOVE "Confirma o registro da ligacao? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 54
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           MOVE WSS-T-CCLIENTE         TO VIS-CCLIENTE-FDT.
           MOVE WSS-DATA-AMD           TO VIS-DATA-FDT.
           MOVE WSS-T-OPERADOR         TO VIS-CVENDEDOR-FDT.
           MOVE WSS-T-RESULTADO        TO VIS-RESULTADO-FDT.
           MOVE WSS-T-OBS              TO VIS-OBS-FDT.
      *  ---> Ligacao nao tem presenca no campo
           MOVE ZEROS                  TO VIS-HR-CHECKIN-FDT
                                          VIS-HR-CHECKOUT-FDT
                                          VIS-LATITUDE-FDT
                                          VIS-LONGITUDE-FDT
                                          VIS-DISTANCIA-FDT
                                          VIS-DT-VALIDACAO-FDT.
           MOVE SPACES                 TO VIS-PRESENCA-FDT
                                          VIS-MOTIVO-SUSP-FDT
                                          VIS-VALIDADOR-FDT.
      *
           WRITE REG-FDT.
      *
           EVALUATE FS-VISITAS
               WHEN '00'
                    MOVE 'REGISTRO DE LIGACAO DE TELEVENDAS'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    MOVE "Ligacao registrada com sucesso!"
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
      *  ---> Ligacao com venda: oferece a captacao do pedido
                    IF WSS-T-RESULTADO EQUAL 'TV'
                       PERFORM RT-CAPTAR-PEDIDO
                                       THRU RT-CAPTAR-PEDIDOX
                    END-IF
               WHEN '22'
                    MOVE "Contato ja registrado p/ cliente nesta data."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
               WHEN OTHER
                    MOVE 'ao gravar  ' TO WSS-DESCRICAO
                    MOVE 'VISITAS'     TO WSS-ARQUIVO
                    MOVE FS-VISITAS    TO WSS-FSTATUS
                    MOVE 5             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
       RT-REGISTRARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    OFERECE A CAPTACAO DO PEDIDO DE VENDA (PT000041) APOS UMA
      *    LIGACAO REGISTRADA COM RESULTADO TV-VENDA
      *----------------------------------------------------------------*
       RT-CAPTAR-PEDIDO                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "Registrar o pedido da venda agora? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 58
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              INITIALIZE SBP-PARM
                 REPLACING ALPHANUMERIC BY SPACES
                           NUMERIC      BY ZEROS
              MOVE LKS-OPERADOR        TO SBP-OPERADOR
              MOVE LKS-DATA-PROC       TO SBP-DATA-PROC
              MOVE LKS-PERFIL          TO SBP-PERFIL
              MOVE LKS-EMPRESA         TO SBP-EMPRESA
              MOVE LKS-FILIAIS-PERM    TO SBP-FILIAIS-PERM
              CALL WSPT0041            USING SBP-PARM
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
           END-IF.
      *
       RT-CAPTAR-PEDIDOX.
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
           MOVE 'PT000101'             TO WSP-PER-PROGRAMA.
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
           MOVE 'PT000101'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE SPACES                 TO CAT-FILTROS-FDK.
           IF WSS-T-OPERADOR           EQUAL ZEROS
              MOVE 'LIGACOES DO DIA - TODOS OS OPERADORES'
                                       TO CAT-FILTROS-FDK
           ELSE
              STRING 'LIGACOES DO DIA - OPERADOR '
                                       DELIMITED BY SIZE
                     WSS-T-OPERADOR    DELIMITED BY SIZE
                 INTO CAT-FILTROS-FDK
              END-STRING
           END-IF.
           MOVE WSS-ARQ-LIGACOES       TO CAT-ARQUIVO-FDK.
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
           MOVE 'PT000101'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000101'             TO WSS-ERR-PROGRAMA.
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
           CLOSE ARQ-VISITAS
                 ARQ-VENDEDOR
                 ARQ-CLIENTES
                 ARQ-AUDITORIA.
      *
           IF DISTRIBUIR-ABERTO
              CLOSE ARQ-DISTRIBUIR
              MOVE 'N'                 TO WSS-DISTRIBUIR-ABERTO
           END-IF.
      *
           IF CONTATOS-ABERTO
              CLOSE ARQ-CONTATOS
              MOVE 'N'                 TO WSS-CONTATOS-ABERTO
           END-IF.
      *
           MOVE 'F'                    TO WSP-PER-FUNCAO.
           CALL WPT00913               USING WSP-PER-PARM.
      *
           MOVE ZEROS                  TO LKS-RETORNO.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
