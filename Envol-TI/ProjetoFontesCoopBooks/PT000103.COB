      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000103.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000103 ---> MANUTENCAO -> CONSENTIMENTO     *
      *     *            LGPD DOS CONTATOS DO CLIENTE                  *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : REGISTRO E REVOGACAO DO CONSENTIMENTO DE CADA *
      *     *            CONTATO DO CLIENTE (CONTATOS) POR CANAL:      *
      *     *            TELEFONE, E-MAIL, PESQUISA E MARKETING, COM   *
      *     *            DATA E ORIGEM DA MANIFESTACAO DO TITULAR.     *
      *     *            O ARQUIVO CONSENT GUARDA A SITUACAO ATUAL E   *
      *     *            O CONSHIST TODAS AS CONCESSOES E REVOGACOES.  *
      *     *            AS SAIDAS QUE CONTATAM O TITULAR CONSULTAM O  *
      *     *            CONSENTIMENTO PELO PRV00909. O RELATORIO DE   *
      *     *            HISTORICO (ENCARREGADO/DPO) LISTA O CONSHIST  *
      *     *            DE UM CLIENTE OU DE TODA A BASE.              *
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
           COPY 'SEL-CONSENT.CPY'      REPLACING ==::== BY ==-FDG==.
      *
      *  ---> Historico de concessoes e revogacoes
           COPY 'SEL-CONSHIST.CPY'.
      *
      *  ---> Contatos do cliente (titulares do consentimento)
           COPY 'SEL-CONTATOS.CPY'     REPLACING ==::== BY ==-FDN==.
      *
      *  ---> Relatorio de historico de consentimento (nome datado)
           SELECT  REL-CONSENT         ASSIGN TO WSS-ARQ-RELCNS
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-RELCNS.
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
       FD  ARQ-CONSENT                 VALUE OF FILE-ID IS 'CONSENT'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDG.
       COPY 'FD-CONSENT.CPY'           REPLACING ==::== BY ==-FDG==.
      *
       FD  ARQ-CONSHIST
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-CONSHIST.CPY'          REPLACING ==::== BY ==-FDH==.
      *
       FD  ARQ-CONTATOS                VALUE OF FILE-ID IS 'CONTATOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDN.
       COPY 'FD-CONTATOS.CPY'          REPLACING ==::== BY ==-FDN==.
      *
       FD  REL-CONSENT.
       01  REG-RELCNS                  PIC  X(132).
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
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
       01  WSS-AUXILIARES.
           03  WSS-ENT                 PIC  X(001)         VALUE SPACES.
           03  WSS-FUN                 PIC  9(001)         VALUE ZEROS.
           03  WSS-MENSAGEM            PIC  X(067)         VALUE SPACES.
           03  WSS-ACHOU               PIC  9(001)         VALUE ZEROS.
           03  WSS-PONTO-ERRO          PIC  9(002)         VALUE ZEROS.
           03  WSS-DESCRICAO           PIC  X(012)         VALUE SPACES.
           03  WSS-ARQUIVO             PIC  X(010)         VALUE SPACES.
           03  WSS-FSTATUS             PIC  X(002)         VALUE SPACES.
           03  WSS-LINHA               PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-LIMPA-LINHA         PIC  X(080)         VALUE SPACES.
           03  WSS-FIM-ARQ-CON         PIC  X(001)         VALUE 'N'.
           03  WSS-FIM-ARQ-HIS         PIC  X(001)         VALUE 'N'.
           03  WSS-ARQ-RELCNS          PIC  X(030)         VALUE SPACES.
           03  WSS-REG-LISTADOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-CLIENTE-REL         PIC  9(007)         VALUE ZEROS.
           03  WSS-DT-EFETIVA          PIC  9(008)         VALUE ZEROS.
           03  WSS-SITUACAO-TELA       PIC  X(030)         VALUE SPACES.
           03  WSS-DESC-CANAL          PIC  X(009)         VALUE SPACES.
           03  WSS-DT-EDITADA          PIC  X(010)         VALUE SPACES.
           03  WSS-NOME-CONTATO        PIC  X(030)         VALUE SPACES.
           03  WSS-EXISTIA             PIC  9(001)         VALUE ZEROS.
      *
      *  ---> Campos de entrada da tela
           03  WSS-T-CCLIENTE          PIC  9(007)         VALUE ZEROS.
           03  WSS-T-SEQ               PIC  9(003)         VALUE ZEROS.
           03  WSS-T-CANAL             PIC  X(001)         VALUE SPACES.
               88  CANAL-VALIDO        VALUE 'T' 'E' 'P' 'M'.
           03  WSS-T-DATA              PIC  X(008)         VALUE SPACES.
           03  WSS-T-ORIGEM            PIC  X(020)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-CONSENT              PIC  X(002)         VALUE SPACES.
           03  FS-CONSHIST             PIC  X(002)         VALUE SPACES.
           03  FS-CONTATOS             PIC  X(002)         VALUE SPACES.
           03  FS-RELCNS               PIC  X(002)         VALUE SPACES.
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
      *    AREA DOS ARQUIVOS CONSENT E CONSHIST NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-CONSENT.CPY'           REPLACING ==::== BY ==-WSG==.
      *
       COPY 'FD-CONSHIST.CPY'          REPLACING ==::== BY ==-WSH==.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO DE HISTORICO DE CONSENTIMENTO (CSV)
      *----------------------------------------------------------------*
       01  CAB-CONSENT                 PIC  X(100)         VALUE
           'CLIENTE;CONTATO;NOME;CANAL;ACAO;DATA EFETIVA;ORIGEM;OPERADOR
      -    ';DATA REGISTRO;HORA'.
      *
       01  DET-CONSENT.
           03  DCN-CCLIENTE            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCN-SEQ                 PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCN-NOME                PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCN-CANAL               PIC  X(009)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCN-ACAO                PIC  X(009)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCN-DT-EFETIVA          PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCN-ORIGEM              PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCN-OPERADOR            PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCN-DATA                PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCN-HORA                PIC  X(006)         VALUE SPACES.
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
               ' ..... CONSENTIMENTO LGPD ..... '             BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Registrar       ".
           03 F LINE 10 COL 28   VALUE " 2 - Revogar         ".
           03 F LINE 12 COL 28   VALUE " 3 - Consulta        ".
           03 F LINE 14 COL 28   VALUE " 4 - Historico (DPO) ".
           03 F LINE 18 COL 28   VALUE " 9 - Sair            ".
           03 F LINE 20 COL 28   VALUE " Opcao:[ ]           ".
      *
       01  TELA-LABEL-CONSENT.
           03 F LINE 08 COL 20   VALUE " Cliente.............: ".
           03 F LINE 10 COL 20   VALUE " Contato (sequencia).: ".
           03 F LINE 12 COL 20   VALUE " Canal (T/E/P/M).....: ".
           03 F LINE 14 COL 20   VALUE " Situacao atual......: ".
           03 F LINE 16 COL 20   VALUE " Data (DDMMAAAA).....: ".
           03 F LINE 18 COL 20   VALUE " Origem..............: ".
      *
       01  TELA-DADOS-CONSENT-T.
           03 T1G LINE 08 COL 44 PIC 9(007)   TO    WSS-T-CCLIENTE.
           03 T2G LINE 10 COL 44 PIC 9(003)   TO    WSS-T-SEQ.
           03 T3G LINE 12 COL 44 PIC X(001)   TO    WSS-T-CANAL.
           03 T5G LINE 16 COL 44 PIC X(008)   TO    WSS-T-DATA.
           03 T6G LINE 18 COL 44 PIC X(020)   TO    WSS-T-ORIGEM.
      *
       01  TELA-DADOS-CONSENT-F.
           03 F4G LINE 10 COL 48 PIC X(030)   FROM  WSS-NOME-CONTATO.
           03 F5G LINE 14 COL 44 PIC X(030)   FROM  WSS-SITUACAO-TELA.
      *
       01  TELA-LABEL-CLIENTE.
           03 F LINE 08 COL 20   VALUE " Cliente (ZEROS=todos): ".
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
                      REG-WSG
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           PERFORM RT-ABRIR-CONSENT    THRU RT-ABRIR-CONSENTX.
      *
      *  ---> Sem contatos cadastrados nao ha titular a registrar
           OPEN INPUT ARQ-CONTATOS.
           IF FS-CONTATOS              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CONTATOS'          TO WSS-ARQUIVO
              MOVE FS-CONTATOS         TO WSS-FSTATUS
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
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
      *    ABRE (OU CRIA NA PRIMEIRA UTILIZACAO) O ARQUIVO CONSENT
      *----------------------------------------------------------------*
       RT-ABRIR-CONSENT                SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CONSENT.
      *
           EVALUATE FS-CONSENT
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-CONSENT
                    OPEN OUTPUT ARQ-CONSENT
                    CLOSE ARQ-CONSENT
                    OPEN I-O ARQ-CONSENT
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'CONSENT'     TO WSS-ARQUIVO
                    MOVE FS-CONSENT    TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
       RT-ABRIR-CONSENTX.
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
      *  ---> Perfil consulta: somente consulta e relatorio
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
           EVALUATE WSS-FUN
               WHEN 1
                    PERFORM RT-REGISTRAR
                                       THRU RT-REGISTRARX
               WHEN 2
                    PERFORM RT-REVOGAR
                                       THRU RT-REVOGARX
               WHEN 3
                    PERFORM RT-CONSULTA
                                       THRU RT-CONSULTAX
               WHEN 4
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
      *    RECEBE CLIENTE, CONTATO E CANAL, VALIDA O CONTATO E LE O
      *    CONSENTIMENTO (WSS-ACHOU = 1 QUANDO JA EXISTE REGISTRO).
      *    CLIENTE ZERADO VOLTA AO MENU.
      *----------------------------------------------------------------*
       RT-RECEBER-CHAVE                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE                  REG-WSG
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
           MOVE ZEROS                  TO WSS-ACHOU
                                          WSS-T-CCLIENTE
                                          WSS-T-SEQ.
           MOVE SPACES                 TO WSS-T-CANAL
                                          WSS-T-DATA
                                          WSS-T-ORIGEM
                                          WSS-NOME-CONTATO
                                          WSS-SITUACAO-TELA.
      *
           DISPLAY TELA-LABEL-CONSENT.
      *
           MOVE "Informe o codigo do cliente (ZEROS sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1G.
      *
           IF WSS-T-CCLIENTE           EQUAL ZEROS
              GO                       TO RT-RECEBER-CHAVEX
           END-IF.
      *
       REC-CONTATO.
      *
           MOVE "Informe a sequencia do contato do cliente."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2G.
      *
           MOVE WSS-T-CCLIENTE         TO CON-CCLIENTE-FDN.
           MOVE WSS-T-SEQ              TO CON-SEQ-FDN.
           READ ARQ-CONTATOS           KEY IS CON-CHAVE-FDN
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CONTATOS              NOT EQUAL '00'
              MOVE "Contato nao cadastrado para o cliente."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO REC-CONTATO
           END-IF.
      *
           MOVE CON-NOME-FDN           TO WSS-NOME-CONTATO.
           DISPLAY F4G.
      *
       REC-CANAL.
      *
           MOVE "Canal: T-Telefone E-E-mail P-Pesquisa M-Marketing."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3G.
      *
           INSPECT WSS-T-CANAL         CONVERTING 'tepm' TO 'TEPM'.
      *
           IF NOT CANAL-VALIDO
              MOVE "Canal invalido - informe T, E, P ou M."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO REC-CANAL
           END-IF.
      *
           MOVE WSS-T-CCLIENTE         TO CNS-CCLIENTE-FDG.
           MOVE WSS-T-SEQ              TO CNS-SEQ-FDG.
           MOVE WSS-T-CANAL            TO CNS-CANAL-FDG.
           READ ARQ-CONSENT            INTO REG-WSG
                                       KEY IS CNS-CHAVE-FDG
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CONSENT               EQUAL '00'
              MOVE 1                   TO WSS-ACHOU
           ELSE
              MOVE CNS-CHAVE-FDG       TO CNS-CHAVE-WSG
           END-IF.
      *
           PERFORM RT-MONTAR-SITUACAO  THRU RT-MONTAR-SITUACAOX.
           DISPLAY F5G.
      *
       RT-RECEBER-CHAVEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    DESCRICAO DA SITUACAO ATUAL DO CONSENTIMENTO (REG-WSG)
      *----------------------------------------------------------------*
       RT-MONTAR-SITUACAO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-SITUACAO-TELA.
      *
           IF WSS-ACHOU                EQUAL ZEROS
              MOVE 'SEM REGISTRO'      TO WSS-SITUACAO-TELA
              GO                       TO RT-MONTAR-SITUACAOX
           END-IF.
      *
           IF CONSENTIDO-WSG
              MOVE CNS-DT-CONCESSAO-WSG
                                       TO WSS-DT-EFETIVA
              PERFORM RT-EDITAR-DATA   THRU RT-EDITAR-DATAX
              STRING 'CONSENTIDO EM '  DELIMITED BY SIZE
                     WSS-DT-EDITADA    DELIMITED BY SIZE
                 INTO WSS-SITUACAO-TELA
              END-STRING
           ELSE
              MOVE CNS-DT-REVOGACAO-WSG
                                       TO WSS-DT-EFETIVA
              PERFORM RT-EDITAR-DATA   THRU RT-EDITAR-DATAX
              STRING 'REVOGADO EM '    DELIMITED BY SIZE
                     WSS-DT-EDITADA    DELIMITED BY SIZE
                 INTO WSS-SITUACAO-TELA
              END-STRING
           END-IF.
      *
       RT-MONTAR-SITUACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-DT-EDITADA.
           STRING WSS-DT-EFETIVA(7:2) '/' WSS-DT-EFETIVA(5:2) '/'
                  WSS-DT-EFETIVA(1:4)  DELIMITED BY SIZE
              INTO WSS-DT-EDITADA
           END-STRING.
      *
       RT-EDITAR-DATAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RECEBE DATA DA MANIFESTACAO (BRANCO = HOJE, NAO PODE SER
      *    FUTURA) E ORIGEM (OBRIGATORIA)
      *----------------------------------------------------------------*
       RT-RECEBER-DADOS                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
       REC-DATA.
      *
           MOVE "Data da manifestacao (DDMMAAAA, branco = hoje)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE SPACES                 TO WSS-T-DATA.
           ACCEPT T5G.
      *
           IF WSS-T-DATA               EQUAL SPACES
              MOVE WSS-DATA-SIS        TO WSS-DT-EFETIVA
           ELSE
              IF WSS-T-DATA            NUMERIC
                 MOVE WSS-T-DATA(5:4)  TO WSS-DT-EFETIVA(1:4)
                 MOVE WSS-T-DATA(3:2)  TO WSS-DT-EFETIVA(5:2)
                 MOVE WSS-T-DATA(1:2)  TO WSS-DT-EFETIVA(7:2)
              ELSE
                 MOVE "Data invalida - informe DDMMAAAA numerico."
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 GO                    TO REC-DATA
              END-IF
           END-IF.
      *
           IF WSS-DT-EFETIVA           GREATER WSS-DATA-SIS
              MOVE "Data da manifestacao posterior a data atual."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO REC-DATA
           END-IF.
      *
       REC-ORIGEM.
      *
           MOVE "Origem (formulario, e-mail do titular, ligacao...)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T6G.
      *
           IF WSS-T-ORIGEM             EQUAL SPACES
              MOVE "Origem da manifestacao e obrigatoria."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO REC-ORIGEM
           END-IF.
      *
       RT-RECEBER-DADOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    REGISTRA A CONCESSAO DO CONSENTIMENTO (INCLUI O REGISTRO
      *    OU RENOVA UM CONSENTIMENTO REVOGADO)
      *----------------------------------------------------------------*
       RT-REGISTRAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CHAVE    THRU RT-RECEBER-CHAVEX.
      *
           IF WSS-T-CCLIENTE           EQUAL ZEROS
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           IF WSS-ACHOU                EQUAL 1
              AND CONSENTIDO-WSG
              MOVE "Contato ja possui consentimento neste canal."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           MOVE WSS-ACHOU              TO WSS-EXISTIA.
           PERFORM RT-RECEBER-DADOS    THRU RT-RECEBER-DADOSX.
      *
           MOVE "Confirma o registro do consentimento? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 59
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           MOVE 'C'                    TO CNS-SITUACAO-WSG.
           MOVE WSS-DT-EFETIVA         TO CNS-DT-CONCESSAO-WSG.
           MOVE ZEROS                  TO CNS-DT-REVOGACAO-WSG.
           MOVE WSS-T-ORIGEM           TO CNS-ORIGEM-WSG.
           MOVE LKS-OPERADOR           TO CNS-OPERADOR-WSG.
           MOVE WSS-DATA-SIS           TO CNS-DT-ALTERACAO-WSG.
      *
      *  ---> Consentimento revogado e renovado no mesmo registro
           IF WSS-EXISTIA              EQUAL 1
              REWRITE REG-FDG          FROM REG-WSG
           ELSE
              WRITE REG-FDG            FROM REG-WSG
           END-IF.
      *
           IF FS-CONSENT               NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'CONSENT'           TO WSS-ARQUIVO
              MOVE FS-CONSENT          TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'C'                    TO CHS-ACAO-WSH.
           PERFORM RT-GRAVAR-HISTORICO THRU RT-GRAVAR-HISTORICOX.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'CONSENTIMENTO LGPD '
                                       DELIMITED BY SIZE
                  CNS-CCLIENTE-WSG '/' CNS-SEQ-WSG '/' CNS-CANAL-WSG
                                       DELIMITED BY SIZE
              INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Consentimento registrado com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-REGISTRARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    REGISTRA A REVOGACAO DE UM CONSENTIMENTO EM VIGOR
      *----------------------------------------------------------------*
       RT-REVOGAR                      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CHAVE    THRU RT-RECEBER-CHAVEX.
      *
           IF WSS-T-CCLIENTE           EQUAL ZEROS
              GO                       TO RT-REVOGARX
           END-IF.
      *
           IF WSS-ACHOU                EQUAL ZEROS
              OR NOT CONSENTIDO-WSG
              MOVE "Nao ha consentimento em vigor neste canal."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REVOGARX
           END-IF.
      *
           PERFORM RT-RECEBER-DADOS    THRU RT-RECEBER-DADOSX.
      *
           IF WSS-DT-EFETIVA           LESS CNS-DT-CONCESSAO-WSG
              MOVE "Revogacao anterior a data da concessao."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REVOGARX
           END-IF.
      *
           MOVE "Confirma a revogacao do consentimento? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 60
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-REVOGARX
           END-IF.
      *
           MOVE 'R'                    TO CNS-SITUACAO-WSG.
           MOVE WSS-DT-EFETIVA         TO CNS-DT-REVOGACAO-WSG.
           MOVE WSS-T-ORIGEM           TO CNS-ORIGEM-WSG.
           MOVE LKS-OPERADOR           TO CNS-OPERADOR-WSG.
           MOVE WSS-DATA-SIS           TO CNS-DT-ALTERACAO-WSG.
      *
           REWRITE REG-FDG             FROM REG-WSG.
      *
           IF FS-CONSENT               NOT EQUAL '00'
              MOVE 'ao regravar'       TO WSS-DESCRICAO
              MOVE 'CONSENT'           TO WSS-ARQUIVO
              MOVE FS-CONSENT          TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'R'                    TO CHS-ACAO-WSH.
           PERFORM RT-GRAVAR-HISTORICO THRU RT-GRAVAR-HISTORICOX.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'REVOGACAO LGPD '    DELIMITED BY SIZE
                  CNS-CCLIENTE-WSG '/' CNS-SEQ-WSG '/' CNS-CANAL-WSG
                                       DELIMITED BY SIZE
              INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Consentimento revogado com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-REVOGARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ANEXA A CONCESSAO/REVOGACAO (REG-WSG) AO HISTORICO CONSHIST
      *----------------------------------------------------------------*
       RT-GRAVAR-HISTORICO             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-CONSHIST.
      *
           IF FS-CONSHIST              EQUAL '05' OR '35'
              CLOSE ARQ-CONSHIST
              OPEN OUTPUT ARQ-CONSHIST
           END-IF.
      *
           IF FS-CONSHIST              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CONSHIST'          TO WSS-ARQUIVO
              MOVE FS-CONSHIST         TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE CNS-CCLIENTE-WSG       TO CHS-CCLIENTE-WSH.
           MOVE CNS-SEQ-WSG            TO CHS-SEQ-WSH.
           MOVE CNS-CANAL-WSG          TO CHS-CANAL-WSH.
           MOVE WSS-DT-EFETIVA         TO CHS-DT-EFETIVA-WSH.
           MOVE CNS-ORIGEM-WSG         TO CHS-ORIGEM-WSH.
           MOVE LKS-OPERADOR           TO CHS-OPERADOR-WSH.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CHS-DATA-WSH.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CHS-HORA-WSH.
      *
           WRITE REG-FDH               FROM REG-WSH.
      *
           CLOSE ARQ-CONSHIST.
      *
       RT-GRAVAR-HISTORICOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONSULTA DOS CONSENTIMENTOS DE UM CLIENTE
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-CCLIENTE.
           DISPLAY TELA-LABEL-CONSENT.
      *
           MOVE "Informe o codigo do cliente (ZEROS sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1G.
      *
           IF WSS-T-CCLIENTE           EQUAL ZEROS
              GO                       TO RT-CONSULTAX
           END-IF.
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE WSS-T-CCLIENTE         TO CNS-CCLIENTE-FDG.
           MOVE ZEROS                  TO CNS-SEQ-FDG.
           MOVE SPACES                 TO CNS-CANAL-FDG.
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
           MOVE ZEROS                  TO WSS-REG-LISTADOS.
      *
           START ARQ-CONSENT           KEY IS NOT LESS CNS-CHAVE-FDG
                INVALID KEY
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
           END-START.
      *
           MOVE 4                      TO WSS-LINHA.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CON
                                       EQUAL 'S' OR 's'
              PERFORM RT-EXIBIR-CONSENT
                                       THRU RT-EXIBIR-CONSENTX
           END-PERFORM.
      *
           IF WSS-REG-LISTADOS         EQUAL ZEROS
              MOVE "Nenhum consentimento registrado para o cliente."
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
       RT-EXIBIR-CONSENT               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONSENT            NEXT
                                       INTO REG-WSG
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
                    GO                  TO RT-EXIBIR-CONSENTX
           END-READ.
      *
           IF CNS-CCLIENTE-WSG         NOT EQUAL WSS-T-CCLIENTE
              MOVE 'S'                 TO WSS-FIM-ARQ-CON
              GO                       TO RT-EXIBIR-CONSENTX
           END-IF.
      *
           ADD 1                       TO WSS-REG-LISTADOS.
           MOVE 1                      TO WSS-ACHOU.
      *
           MOVE CNS-CCLIENTE-WSG       TO CON-CCLIENTE-FDN.
           MOVE CNS-SEQ-WSG            TO CON-SEQ-FDN.
           PERFORM RT-LER-CONTATO      THRU RT-LER-CONTATOX.
           PERFORM RT-MONTAR-SITUACAO  THRU RT-MONTAR-SITUACAOX.
      *
           DISPLAY CNS-SEQ-WSG         LINE WSS-LINHA COL 05.
           DISPLAY WSS-NOME-CONTATO    LINE WSS-LINHA COL 10.
           DISPLAY CNS-CANAL-WSG       LINE WSS-LINHA COL 42.
           DISPLAY WSS-SITUACAO-TELA   LINE WSS-LINHA COL 45.
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
                 MOVE 'S'              TO WSS-FIM-ARQ-CON
              ELSE
                 PERFORM RT-LIMPAR-TELA
                                       THRU RT-LIMPAR-TELAX
                 MOVE 4                TO WSS-LINHA
              END-IF
           END-IF.
      *
       RT-EXIBIR-CONSENTX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    NOME DO CONTATO (CLIENTE E SEQUENCIA MOVIDOS PELO CHAMADOR
      *    PARA CON-CHAVE-FDN)
      *----------------------------------------------------------------*
       RT-LER-CONTATO                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONTATOS           KEY IS CON-CHAVE-FDN
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CONTATOS              EQUAL '00'
              MOVE CON-NOME-FDN        TO WSS-NOME-CONTATO
           ELSE
              MOVE 'CONTATO EXCLUIDO'  TO WSS-NOME-CONTATO
           END-IF.
      *
       RT-LER-CONTATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO DE HISTORICO DE CONSENTIMENTO PARA O ENCARREGADO
      *    (DPO): TODAS AS CONCESSOES E REVOGACOES DO CLIENTE
      *    INFORMADO OU DE TODA A BASE, NA ORDEM DE REGISTRO
      *----------------------------------------------------------------*
       RT-RELATORIO                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-CCLIENTE.
           DISPLAY TELA-LABEL-CLIENTE.
      *
           MOVE "Informe o cliente do relatorio (ZEROS = todos)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1G.
      *
           MOVE WSS-T-CCLIENTE         TO WSS-CLIENTE-REL.
      *
           OPEN INPUT ARQ-CONSHIST.
      *
           IF FS-CONSHIST              NOT EQUAL '00'
              MOVE "Nenhuma concessao ou revogacao registrada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-RELATORIOX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE SPACES                 TO WSS-ARQ-RELCNS.
           STRING 'REL-CONSENT-'       DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-RELCNS
           END-STRING.
      *
           OPEN OUTPUT REL-CONSENT.
      *
           IF FS-RELCNS                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELCONSENT'        TO WSS-ARQUIVO
              MOVE FS-RELCNS           TO WSS-FSTATUS
              MOVE 7                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           WRITE REG-RELCNS            FROM CAB-CONSENT.
      *
           MOVE ZEROS                  TO WSS-REG-LISTADOS.
           MOVE 'N'                    TO WSS-FIM-ARQ-HIS.
      *
           PERFORM UNTIL WSS-FIM-ARQ-HIS
                                       EQUAL 'S'
              PERFORM RT-LISTAR-HISTORICO
                                       THRU RT-LISTAR-HISTORICOX
           END-PERFORM.
      *
           CLOSE REL-CONSENT
                 ARQ-CONSHIST.
      *
           MOVE WSS-ARQ-RELCNS         TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'HISTORICO CONSENTIMENTO LGPD '
                                       DELIMITED BY SIZE
                  WSS-CLIENTE-REL      DELIMITED BY SIZE
              INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Relatorio gerado: ' DELIMITED BY SIZE
                  WSS-ARQ-RELCNS       DELIMITED BY SPACE
                  ' - registros: '     DELIMITED BY SIZE
                  WSS-REG-LISTADOS     DELIMITED BY SIZE
              INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-RELATORIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LISTAR-HISTORICO             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONSHIST
                AT END
                    MOVE 'S'           TO WSS-FIM-ARQ-HIS
                    GO                 TO RT-LISTAR-HISTORICOX
           END-READ.
      *
           IF WSS-CLIENTE-REL          GREATER ZEROS
              AND CHS-CCLIENTE-FDH     NOT EQUAL WSS-CLIENTE-REL
              GO                       TO RT-LISTAR-HISTORICOX
           END-IF.
      *
           ADD 1                       TO WSS-REG-LISTADOS.
      *
           MOVE CHS-CCLIENTE-FDH       TO CON-CCLIENTE-FDN.
           MOVE CHS-SEQ-FDH            TO CON-SEQ-FDN.
           PERFORM RT-LER-CONTATO      THRU RT-LER-CONTATOX.
      *
           EVALUATE CHS-CANAL-FDH
               WHEN 'T'
                    MOVE 'TELEFONE'    TO WSS-DESC-CANAL
               WHEN 'E'
                    MOVE 'E-MAIL'      TO WSS-DESC-CANAL
               WHEN 'P'
                    MOVE 'PESQUISA'    TO WSS-DESC-CANAL
               WHEN OTHER
                    MOVE 'MARKETING'   TO WSS-DESC-CANAL
           END-EVALUATE.
      *
           MOVE CHS-CCLIENTE-FDH       TO DCN-CCLIENTE.
           MOVE CHS-SEQ-FDH            TO DCN-SEQ.
           MOVE WSS-NOME-CONTATO       TO DCN-NOME.
           MOVE WSS-DESC-CANAL         TO DCN-CANAL.
      *
           IF CHS-ACAO-FDH             EQUAL 'R'
              MOVE 'REVOGACAO'         TO DCN-ACAO
           ELSE
              MOVE 'CONCESSAO'         TO DCN-ACAO
           END-IF.
      *
           MOVE CHS-DT-EFETIVA-FDH     TO DCN-DT-EFETIVA.
           MOVE CHS-ORIGEM-FDH         TO DCN-ORIGEM.
           MOVE CHS-OPERADOR-FDH       TO DCN-OPERADOR.
           MOVE CHS-DATA-FDH           TO DCN-DATA.
           MOVE CHS-HORA-FDH           TO DCN-HORA.
      *
           WRITE REG-RELCNS            FROM DET-CONSENT.
      *
       RT-LISTAR-HISTORICOX.
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
           MOVE 'PT000103'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE SPACES                 TO CAT-FILTROS-FDK.
           STRING 'LGPD CLIENTE '      DELIMITED BY SIZE
                  WSS-CLIENTE-REL      DELIMITED BY SIZE
              INTO CAT-FILTROS-FDK
           END-STRING.
           MOVE WSS-ARQ-RELCNS         TO CAT-ARQUIVO-FDK.
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
           MOVE 'PT000103'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000103'             TO WSS-ERR-PROGRAMA.
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
           CLOSE ARQ-CONSENT
                 ARQ-CONTATOS
                 ARQ-AUDITORIA.
      *
           MOVE ZEROS                  TO LKS-RETORNO.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
