      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000100.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000100 ---> MANUTENCAO -> EQUIPES DE VENDAS *
      *     *            (SUPERVISOR E GERENTE)                        *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : MANUTENCAO DO ARQUIVO EQUIPE: INCLUSAO,       *
      *     *            ALTERACAO, DESATIVACAO/REATIVACAO E CONSULTA. *
      *     *            SUPERVISOR E GERENTE SAO LOGINS DO CADASTRO   *
      *     *            DE OPERADORES; O OPERADOR SUPERVISOR/GERENTE  *
      *     *            SO VE SUAS EQUIPES NOS RELATORIOS DE          *
      *     *            VENDEDORES (PRV00908). A EQUIPE DE CADA       *
      *     *            VENDEDOR E INFORMADA NO CADASTRO DO VENDEDOR  *
      *     *            (PT00001V), QUE GRAVA O HISTORICO VENDEQUIPE. *
      *     *            O RELATORIO LISTA AS EQUIPES COM SEUS         *
      *     *            VENDEDORES E O HISTORICO DE TROCAS.           *
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
           COPY 'SEL-EQUIPE.CPY'       REPLACING ==::== BY ==-FDQ==.
      *
      *  ---> Cadastro de operadores (validacao dos logins)
           COPY 'SEL-OPERADOR.CPY'     REPLACING ==::== BY ==-FDO==.
      *
      *  ---> Cadastro de vendedores (membros da equipe)
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
      *  ---> Historico de equipe do vendedor
           COPY 'SEL-VENDEQUIPE.CPY'   REPLACING ==::== BY ==-FDH==.
      *
      *  ---> Relatorio de equipes (nome datado)
           SELECT  REL-EQUIPES         ASSIGN TO WSS-ARQ-RELEQP
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-RELEQP.
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
       FD  ARQ-EQUIPE                  VALUE OF FILE-ID IS 'EQUIPE'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDQ.
       COPY 'FD-EQUIPE.CPY'            REPLACING ==::== BY ==-FDQ==.
      *
       FD  ARQ-OPERADOR                VALUE OF FILE-ID IS 'OPERADOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-OPERADOR.CPY'          REPLACING ==::== BY ==-FDO==.
      *
       FD  ARQ-VENDEDOR                VALUE OF FILE-ID IS 'VENDEDOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDV.
       COPY 'FD-VENDEDOR.CPY'          REPLACING ==::== BY ==-FDV==.
      *
       FD  ARQ-VENDEQUIPE              VALUE OF FILE-ID IS
                                                        'VENDEQUIPE'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDH.
       COPY 'FD-VENDEQUIPE.CPY'        REPLACING ==::== BY ==-FDH==.
      *
       FD  REL-EQUIPES.
       01  REG-RELEQP                  PIC  X(132).
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
           03  WSS-FIM-ARQ-VEN         PIC  X(001)         VALUE 'N'.
           03  WSS-FIM-ARQ-HIS         PIC  X(001)         VALUE 'N'.
           03  WSS-ARQ-RELEQP          PIC  X(030)         VALUE SPACES.
           03  WSS-LOGIN               PIC  X(010)         VALUE SPACES.
           03  WSS-LOGIN-OK            PIC  X(001)         VALUE 'N'.
           03  WSS-QTD-MEMBROS         PIC  9(005)         VALUE ZEROS.
           03  WSS-REG-LISTADOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-EQUIPE-REL          PIC  9(003)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-EQUIPE               PIC  X(002)         VALUE SPACES.
           03  FS-OPERADOR             PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-VENDEQUIPE           PIC  X(002)         VALUE SPACES.
           03  FS-RELEQP               PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
           03  WSS-OPERADOR-ABERTO     PIC  X(001)         VALUE 'N'.
               88  OPERADOR-ABERTO     VALUE 'S'.
           03  WSS-VENDEDOR-ABERTO     PIC  X(001)         VALUE 'N'.
               88  VENDEDOR-ABERTO     VALUE 'S'.
           03  WSS-VENDEQUIPE-ABERTO   PIC  X(001)         VALUE 'N'.
               88  VENDEQUIPE-ABERTO   VALUE 'S'.
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
      *    AREA DO ARQUIVO EQUIPE NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-EQUIPE.CPY'            REPLACING ==::== BY ==-WSQ==.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO DE EQUIPES (CSV)
      *----------------------------------------------------------------*
       01  CAB-EQUIPES                 PIC  X(080)         VALUE
           'TIPO;EQUIPE;NOME;SUPERVISOR;GERENTE;SITUACAO;VENDEDOR;NOME V
      -    'ENDEDOR'.
      *
       01  DET-EQUIPE.
           03  FILLER                  PIC  X(007)         VALUE
               'EQUIPE;'.
           03  DEQ-EQUIPE              PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DEQ-NOME                PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DEQ-SUPERVISOR          PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DEQ-GERENTE             PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DEQ-SITUACAO            PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DEQ-MEMBROS             PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(010)         VALUE
               ' VENDEDOR;'.
      *
       01  DET-MEMBRO.
           03  FILLER                  PIC  X(007)         VALUE
               'MEMBRO;'.
           03  DMB-EQUIPE              PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(005)         VALUE
               ';;;;;'.
           03  DMB-VENDEDOR            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DMB-NOME                PIC  X(040)         VALUE SPACES.
      *
       01  CAB-HISTORICO               PIC  X(080)         VALUE
           'TIPO;VENDEDOR;INICIO;EQUIPE ANTERIOR;EQUIPE NOVA;OPERADOR'.
      *
       01  DET-HISTORICO.
           03  FILLER                  PIC  X(010)         VALUE
               'HISTORICO;'.
           03  DHI-VENDEDOR            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DHI-INICIO              PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DHI-EQUIPE-ANT          PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DHI-EQUIPE              PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DHI-OPERADOR            PIC  X(010)         VALUE SPACES.
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
               ' ..... EQUIPES DE VENDAS ..... '              BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Inclusao        ".
           03 F LINE 10 COL 28   VALUE " 2 - Alteracao       ".
           03 F LINE 12 COL 28   VALUE " 3 - Desativar/Reat. ".
           03 F LINE 14 COL 28   VALUE " 4 - Consulta        ".
           03 F LINE 16 COL 28   VALUE " 5 - Relatorio       ".
           03 F LINE 18 COL 28   VALUE " 9 - Sair            ".
           03 F LINE 20 COL 28   VALUE " Opcao:[ ]           ".
      *
       01  TELA-LABEL-EQUIPE.
           03 F LINE 08 COL 20   VALUE " Equipe..............: ".
           03 F LINE 10 COL 20   VALUE " Nome................: ".
           03 F LINE 12 COL 20   VALUE " Supervisor (login)..: ".
           03 F LINE 14 COL 20   VALUE " Gerente (login).....: ".
           03 F LINE 16 COL 20   VALUE " Situacao............: ".
      *
       01  TELA-DADOS-EQUIPE-U.
           03 U1Q LINE 08 COL 44 PIC ZZ9      USING EQV-CODIGO-WSQ.
           03 U2Q LINE 10 COL 44 PIC X(030)   USING EQV-NOME-WSQ.
           03 U3Q LINE 12 COL 44 PIC X(010)   USING EQV-SUPERVISOR-WSQ.
           03 U4Q LINE 14 COL 44 PIC X(010)   USING EQV-GERENTE-WSQ.
           03 U5Q LINE 16 COL 44 PIC X(001)   USING EQV-SITUACAO-WSQ.
      *
       01  TELA-DADOS-EQUIPE-T.
           03 T1Q LINE 08 COL 44 PIC ZZ9      TO    EQV-CODIGO-WSQ.
           03 T2Q LINE 10 COL 44 PIC X(030)   TO    EQV-NOME-WSQ.
           03 T3Q LINE 12 COL 44 PIC X(010)   TO    EQV-SUPERVISOR-WSQ.
           03 T4Q LINE 14 COL 44 PIC X(010)   TO    EQV-GERENTE-WSQ.
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
                      REG-WSQ
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           PERFORM RT-ABRIR-EQUIPE     THRU RT-ABRIR-EQUIPEX.
      *
      *  ---> OPERADOR, VENDEDOR e VENDEQUIPE sao opcionais: sem o
      *       cadastro de operadores os logins nao sao validados
           OPEN INPUT ARQ-OPERADOR.
           IF FS-OPERADOR              EQUAL '00'
              MOVE 'S'                 TO WSS-OPERADOR-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-VENDEDOR.
           IF FS-VENDEDOR              EQUAL '00'
              MOVE 'S'                 TO WSS-VENDEDOR-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-VENDEQUIPE.
           IF FS-VENDEQUIPE            EQUAL '00'
              MOVE 'S'                 TO WSS-VENDEQUIPE-ABERTO
           END-IF.
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
      *    ABRE (OU CRIA NA PRIMEIRA UTILIZACAO) O ARQUIVO EQUIPE
      *----------------------------------------------------------------*
       RT-ABRIR-EQUIPE                 SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-EQUIPE.
      *
           EVALUATE FS-EQUIPE
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-EQUIPE
                    OPEN OUTPUT ARQ-EQUIPE
                    CLOSE ARQ-EQUIPE
                    OPEN I-O ARQ-EQUIPE
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'EQUIPE'      TO WSS-ARQUIVO
                    MOVE FS-EQUIPE     TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
       RT-ABRIR-EQUIPEX.
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
           IF (WSS-FUN                 EQUAL 1 OR 2 OR 3)
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
                    PERFORM RT-INCLUSAO
                                       THRU RT-INCLUSAOX
               WHEN 2
                    PERFORM RT-ALTERACAO
                                       THRU RT-ALTERACAOX
               WHEN 3
                    PERFORM RT-DESATIVAR
                                       THRU RT-DESATIVARX
               WHEN 4
                    PERFORM RT-CONSULTA
                                       THRU RT-CONSULTAX
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
      *    RECEBE CODIGO DA EQUIPE E LE O REGISTRO (WSS-ACHOU = 1
      *    QUANDO EXISTE). CODIGO ZERADO VOLTA AO MENU.
      *----------------------------------------------------------------*
       RT-RECEBER-CODIGO               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE                  REG-WSQ
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
           MOVE ZEROS                  TO WSS-ACHOU.
      *
           DISPLAY TELA-LABEL-EQUIPE.
      *
           MOVE "Informe o codigo da equipe (ZEROS sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1Q.
      *
           IF EQV-CODIGO-WSQ           EQUAL ZEROS
              GO                       TO RT-RECEBER-CODIGOX
           END-IF.
      *
           MOVE EQV-CODIGO-WSQ         TO EQV-CODIGO-FDQ.
           READ ARQ-EQUIPE             INTO REG-WSQ
                                       KEY IS EQV-CODIGO-FDQ
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-EQUIPE                EQUAL '00'
              MOVE 1                   TO WSS-ACHOU
              DISPLAY TELA-DADOS-EQUIPE-U
           END-IF.
      *
       RT-RECEBER-CODIGOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RECEBE NOME, SUPERVISOR E GERENTE (WSS-ACHOU = 1 QUANDO OS
      *    DADOS FORAM ACEITOS)
      *----------------------------------------------------------------*
       RT-RECEBER-DADOS                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-ACHOU.
      *
       REC-NOME.
      *
           MOVE "Informe o nome da equipe."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           IF EQV-NOME-WSQ             EQUAL SPACES
              ACCEPT T2Q
           ELSE
              ACCEPT U2Q
           END-IF.
      *
           IF EQV-NOME-WSQ             EQUAL SPACES
              MOVE "Valor invalido para nome da equipe."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO REC-NOME
           END-IF.
      *
       REC-SUPERVISOR.
      *
           MOVE "Login do operador supervisor da equipe."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           IF EQV-SUPERVISOR-WSQ       EQUAL SPACES
              ACCEPT T3Q
           ELSE
              ACCEPT U3Q
           END-IF.
      *
           MOVE EQV-SUPERVISOR-WSQ     TO WSS-LOGIN.
           PERFORM RT-VALIDAR-LOGIN    THRU RT-VALIDAR-LOGINX.
      *
           IF EQV-SUPERVISOR-WSQ       EQUAL SPACES
              OR WSS-LOGIN-OK          NOT EQUAL 'S'
              MOVE "Supervisor nao cadastrado como operador."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO REC-SUPERVISOR
           END-IF.
      *
       REC-GERENTE.
      *
           MOVE "Login do operador gerente (branco = sem gerente)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           IF EQV-GERENTE-WSQ          EQUAL SPACES
              ACCEPT T4Q
           ELSE
              ACCEPT U4Q
           END-IF.
      *
           IF EQV-GERENTE-WSQ          NOT EQUAL SPACES
              MOVE EQV-GERENTE-WSQ     TO WSS-LOGIN
              PERFORM RT-VALIDAR-LOGIN THRU RT-VALIDAR-LOGINX
              IF WSS-LOGIN-OK          NOT EQUAL 'S'
                 MOVE "Gerente nao cadastrado como operador."
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 GO                    TO REC-GERENTE
              END-IF
           END-IF.
      *
           MOVE 1                      TO WSS-ACHOU.
      *
       RT-RECEBER-DADOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    LOGIN DEVE EXISTIR NO CADASTRO DE OPERADORES (SEM O
      *    CADASTRO ABERTO, QUALQUER LOGIN E ACEITO)
      *----------------------------------------------------------------*
       RT-VALIDAR-LOGIN                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WSS-LOGIN-OK.
      *
           IF NOT OPERADOR-ABERTO
              GO                       TO RT-VALIDAR-LOGINX
           END-IF.
      *
           MOVE WSS-LOGIN              TO OPE-ID-FDO.
           READ ARQ-OPERADOR           KEY IS OPE-ID-FDO
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-OPERADOR              NOT EQUAL '00'
              MOVE 'N'                 TO WSS-LOGIN-OK
           END-IF.
      *
       RT-VALIDAR-LOGINX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-INCLUSAO                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CODIGO   THRU RT-RECEBER-CODIGOX.
      *
           IF EQV-CODIGO-WSQ           EQUAL ZEROS
              GO                       TO RT-INCLUSAOX
           END-IF.
      *
           IF WSS-ACHOU                EQUAL 1
              MOVE "Equipe ja cadastrada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUSAOX
           END-IF.
      *
           PERFORM RT-RECEBER-DADOS    THRU RT-RECEBER-DADOSX.
      *
           MOVE "Confirma a inclusao da equipe? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 52
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-INCLUSAOX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE 'A'                    TO EQV-SITUACAO-WSQ.
           MOVE WSS-DATA-SIS           TO EQV-DT-INCLUSAO-WSQ
                                          EQV-DT-ALTERACAO-WSQ.
      *
           WRITE REG-FDQ               FROM REG-WSQ.
      *
           IF FS-EQUIPE                EQUAL '00'
              MOVE 'INCLUSAO DE EQUIPE DE VENDAS'
                                       TO WSS-AUD-ACAO
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              MOVE "Equipe gravada com sucesso!"
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           ELSE
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'EQUIPE'            TO WSS-ARQUIVO
              MOVE FS-EQUIPE           TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-INCLUSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ALTERACAO                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CODIGO   THRU RT-RECEBER-CODIGOX.
      *
           IF EQV-CODIGO-WSQ           EQUAL ZEROS
              GO                       TO RT-ALTERACAOX
           END-IF.
      *
           IF WSS-ACHOU                EQUAL ZEROS
              MOVE "Equipe nao cadastrada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ALTERACAOX
           END-IF.
      *
           PERFORM RT-RECEBER-DADOS    THRU RT-RECEBER-DADOSX.
      *
           MOVE "Confirma a alteracao da equipe? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 53
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-ALTERACAOX
           END-IF.
      *
           PERFORM RT-REGRAVAR-EQUIPE  THRU RT-REGRAVAR-EQUIPEX.
      *
           IF FS-EQUIPE                EQUAL '00'
              MOVE 'ALTERACAO DE EQUIPE DE VENDAS'
                                       TO WSS-AUD-ACAO
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              MOVE "Equipe alterada com sucesso!"
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
       RT-ALTERACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    DESATIVA (OU REATIVA) A EQUIPE. DESATIVACAO E RECUSADA
      *    ENQUANTO HOUVER VENDEDOR ATIVO NA EQUIPE.
      *----------------------------------------------------------------*
       RT-DESATIVAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CODIGO   THRU RT-RECEBER-CODIGOX.
      *
           IF EQV-CODIGO-WSQ           EQUAL ZEROS
              GO                       TO RT-DESATIVARX
           END-IF.
      *
           IF WSS-ACHOU                EQUAL ZEROS
              MOVE "Equipe nao cadastrada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-DESATIVARX
           END-IF.
      *
           IF EQUIPE-ATIVA-WSQ
              MOVE EQV-CODIGO-WSQ      TO WSS-EQUIPE-REL
              PERFORM RT-CONTAR-MEMBROS
                                       THRU RT-CONTAR-MEMBROSX
              IF WSS-QTD-MEMBROS       GREATER ZEROS
                 MOVE "Equipe possui vendedores ativos."
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 GO                    TO RT-DESATIVARX
              END-IF
              MOVE "Confirma a desativacao da equipe? (S/N): "
                                       TO WSS-MENSAGEM
           ELSE
              MOVE "Confirma a reativacao da equipe? (S/N): "
                                       TO WSS-MENSAGEM
           END-IF.
      *
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 55
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-DESATIVARX
           END-IF.
      *
           IF EQUIPE-ATIVA-WSQ
              MOVE 'I'                 TO EQV-SITUACAO-WSQ
              MOVE 'DESATIVACAO DE EQUIPE DE VENDAS'
                                       TO WSS-AUD-ACAO
           ELSE
              MOVE 'A'                 TO EQV-SITUACAO-WSQ
              MOVE 'REATIVACAO DE EQUIPE DE VENDAS'
                                       TO WSS-AUD-ACAO
           END-IF.
      *
           PERFORM RT-REGRAVAR-EQUIPE  THRU RT-REGRAVAR-EQUIPEX.
      *
           IF FS-EQUIPE                EQUAL '00'
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              DISPLAY TELA-DADOS-EQUIPE-U
              MOVE "Situacao da equipe atualizada!"
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
       RT-DESATIVARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGRAVAR-EQUIPE              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE WSS-DATA-SIS           TO EQV-DT-ALTERACAO-WSQ.
      *
           REWRITE REG-FDQ             FROM REG-WSQ.
      *
           IF FS-EQUIPE                NOT EQUAL '00'
              MOVE 'ao regravar'       TO WSS-DESCRICAO
              MOVE 'EQUIPE'            TO WSS-ARQUIVO
              MOVE FS-EQUIPE           TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-REGRAVAR-EQUIPEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONTA OS VENDEDORES ATIVOS DA EQUIPE WSS-EQUIPE-REL
      *----------------------------------------------------------------*
       RT-CONTAR-MEMBROS               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-MEMBROS.
      *
           IF NOT VENDEDOR-ABERTO
              GO                       TO RT-CONTAR-MEMBROSX
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
                      AND EQUIPE-FDV   NUMERIC
                      AND EQUIPE-FDV   EQUAL WSS-EQUIPE-REL
                      ADD 1            TO WSS-QTD-MEMBROS
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-CONTAR-MEMBROSX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONSULTA SEQUENCIAL DAS EQUIPES
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO EQV-CODIGO-FDQ.
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
      *
           START ARQ-EQUIPE            KEY IS NOT LESS EQV-CODIGO-FDQ
                INVALID KEY
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
           END-START.
      *
           IF WSS-FIM-ARQ-CON          EQUAL 'S'
              MOVE "Nenhuma equipe cadastrada."
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
              PERFORM RT-EXIBIR-EQUIPE THRU RT-EXIBIR-EQUIPEX
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
       RT-EXIBIR-EQUIPE                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-EQUIPE             NEXT
                                       INTO REG-WSQ
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
                    GO                  TO RT-EXIBIR-EQUIPEX
           END-READ.
      *
           DISPLAY EQV-CODIGO-WSQ      LINE WSS-LINHA COL 05.
           DISPLAY EQV-NOME-WSQ        LINE WSS-LINHA COL 10.
           DISPLAY EQV-SUPERVISOR-WSQ  LINE WSS-LINHA COL 42.
           DISPLAY EQV-GERENTE-WSQ     LINE WSS-LINHA COL 54.
           DISPLAY EQV-SITUACAO-WSQ    LINE WSS-LINHA COL 66.
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
       RT-EXIBIR-EQUIPEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO DE EQUIPES: CADA EQUIPE COM SEUS VENDEDORES
      *    ATIVOS E, AO FINAL, O HISTORICO DE TROCAS DE EQUIPE
      *----------------------------------------------------------------*
       RT-RELATORIO                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE SPACES                 TO WSS-ARQ-RELEQP.
           STRING 'REL-EQUIPES-'       DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-RELEQP
           END-STRING.
      *
           OPEN OUTPUT REL-EQUIPES.
      *
           IF FS-RELEQP                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELEQUIPES'        TO WSS-ARQUIVO
              MOVE FS-RELEQP           TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           WRITE REG-RELEQP            FROM CAB-EQUIPES.
      *
           MOVE ZEROS                  TO WSS-REG-LISTADOS
                                          EQV-CODIGO-FDQ.
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
      *
           START ARQ-EQUIPE            KEY IS NOT LESS EQV-CODIGO-FDQ
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CON
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CON
                                       EQUAL 'S'
              PERFORM RT-LISTAR-EQUIPE THRU RT-LISTAR-EQUIPEX
           END-PERFORM.
      *
      *  ---> Vendedores ativos sem equipe
           INITIALIZE                  REG-WSQ
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
           MOVE 'SEM EQUIPE'           TO EQV-NOME-WSQ.
           MOVE ZEROS                  TO WSS-EQUIPE-REL.
           PERFORM RT-LISTAR-MEMBROS   THRU RT-LISTAR-MEMBROSX.
      *
           IF VENDEQUIPE-ABERTO
              PERFORM RT-LISTAR-HISTORICO
                                       THRU RT-LISTAR-HISTORICOX
           END-IF.
      *
           CLOSE REL-EQUIPES.
      *
           MOVE WSS-ARQ-RELEQP         TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'RELATORIO DE EQUIPES DE VENDAS'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Relatorio gerado: ' DELIMITED BY SIZE
                  WSS-ARQ-RELEQP       DELIMITED BY SPACE
                  ' - equipes: '       DELIMITED BY SIZE
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
       RT-LISTAR-EQUIPE                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-EQUIPE             NEXT
                                       INTO REG-WSQ
                AT END
                    MOVE 'S'           TO WSS-FIM-ARQ-CON
                    GO                 TO RT-LISTAR-EQUIPEX
           END-READ.
      *
           ADD 1                       TO WSS-REG-LISTADOS.
           MOVE EQV-CODIGO-WSQ         TO WSS-EQUIPE-REL.
      *
           PERFORM RT-LISTAR-MEMBROS   THRU RT-LISTAR-MEMBROSX.
      *
       RT-LISTAR-EQUIPEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    LINHA DA EQUIPE (REG-WSQ) SEGUIDA DOS VENDEDORES ATIVOS
      *    DA EQUIPE WSS-EQUIPE-REL (ZEROS = SEM EQUIPE)
      *----------------------------------------------------------------*
       RT-LISTAR-MEMBROS               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-CONTAR-MEMBROS   THRU RT-CONTAR-MEMBROSX.
      *
           MOVE WSS-EQUIPE-REL         TO DEQ-EQUIPE.
           MOVE EQV-NOME-WSQ           TO DEQ-NOME.
           MOVE EQV-SUPERVISOR-WSQ     TO DEQ-SUPERVISOR.
           MOVE EQV-GERENTE-WSQ        TO DEQ-GERENTE.
           MOVE EQV-SITUACAO-WSQ       TO DEQ-SITUACAO.
           MOVE WSS-QTD-MEMBROS        TO DEQ-MEMBROS.
           WRITE REG-RELEQP            FROM DET-EQUIPE.
      *
           IF WSS-QTD-MEMBROS          EQUAL ZEROS
              GO                       TO RT-LISTAR-MEMBROSX
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
                   IF EQUIPE-FDV       NOT NUMERIC
                      MOVE ZEROS       TO EQUIPE-FDV
                   END-IF
                   IF ATIVO-FDV
                      AND EQUIPE-FDV   EQUAL WSS-EQUIPE-REL
                      MOVE WSS-EQUIPE-REL
                                       TO DMB-EQUIPE
                      MOVE CODIGO-FDV  TO DMB-VENDEDOR
                      MOVE NOME-FDV    TO DMB-NOME
                      WRITE REG-RELEQP FROM DET-MEMBRO
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-LISTAR-MEMBROSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LISTAR-HISTORICO             SECTION.
      *----------------------------------------------------------------*
      *
           WRITE REG-RELEQP            FROM CAB-HISTORICO.
      *
           MOVE ZEROS                  TO VEQ-CVENDEDOR-FDH
                                          VEQ-DT-INICIO-FDH.
           MOVE 'N'                    TO WSS-FIM-ARQ-HIS.
      *
           START ARQ-VENDEQUIPE        KEY IS NOT LESS VEQ-CHAVE-FDH
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-HIS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-HIS
                                       EQUAL 'S'
              READ ARQ-VENDEQUIPE      NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-HIS
                NOT AT END
                   MOVE VEQ-CVENDEDOR-FDH
                                       TO DHI-VENDEDOR
                   MOVE VEQ-DT-INICIO-FDH
                                       TO DHI-INICIO
                   MOVE VEQ-EQUIPE-ANT-FDH
                                       TO DHI-EQUIPE-ANT
                   MOVE VEQ-EQUIPE-FDH TO DHI-EQUIPE
                   MOVE VEQ-OPERADOR-FDH
                                       TO DHI-OPERADOR
                   WRITE REG-RELEQP    FROM DET-HISTORICO
              END-READ
           END-PERFORM.
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
           MOVE 'PT000100'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE 'EQUIPES DE VENDAS'    TO CAT-FILTROS-FDK.
           MOVE WSS-ARQ-RELEQP         TO CAT-ARQUIVO-FDK.
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
           MOVE 'PT000100'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000100'             TO WSS-ERR-PROGRAMA.
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
           CLOSE ARQ-EQUIPE
                 ARQ-AUDITORIA.
      *
           IF OPERADOR-ABERTO
              CLOSE ARQ-OPERADOR
              MOVE 'N'                 TO WSS-OPERADOR-ABERTO
           END-IF.
      *
           IF VENDEDOR-ABERTO
              CLOSE ARQ-VENDEDOR
              MOVE 'N'                 TO WSS-VENDEDOR-ABERTO
           END-IF.
      *
           IF VENDEQUIPE-ABERTO
              CLOSE ARQ-VENDEQUIPE
              MOVE 'N'                 TO WSS-VENDEQUIPE-ABERTO
           END-IF.
      *
           MOVE ZEROS                  TO LKS-RETORNO.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
