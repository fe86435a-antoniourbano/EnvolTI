      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000104.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000104 ---> MANUTENCAO -> MATRIZ DE         *
      *     *            PERMISSOES POR PROGRAMA                       *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : INCLUSAO, ALTERACAO, EXCLUSAO E CONSULTA DAS  *
      *     *            ENTRADAS DO ARQUIVO PERMISSAO: NIVEL (NENHUM, *
      *     *            CONSULTA, MANUTENCAO OU EXECUCAO) DE UM       *
      *     *            PERFIL ('P' + A/C/Q) OU DE UM OPERADOR ('O' + *
      *     *            LOGIN) EM UM PROGRAMA DO CATALOGO DOS MENUS   *
      *     *            (TAB-PROGRAMAS). A ENTRADA DO OPERADOR VALE   *
      *     *            SOBRE A DO PERFIL; SEM NENHUMA DAS DUAS VALEM *
      *     *            OS ACESSOS LEGADOS DO CADASTRO DO OPERADOR.   *
      *     *            O PT000000 CONFERE A MATRIZ (PRV00910) ANTES  *
      *     *            DE CADA CHAMADA. ALTERACOES RESTRITAS AO      *
      *     *            PERFIL ADMINISTRADOR E AUDITADAS.             *
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
           COPY 'SEL-PERMISSAO.CPY'    REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Cadastro de operadores (valida a entrada por operador)
           COPY 'SEL-OPERADOR.CPY'     REPLACING ==::== BY ==-FDO==.
      *
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PERMISSAO               VALUE OF FILE-ID IS 'PERMISSAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PERMISSAO.CPY'         REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-OPERADOR                VALUE OF FILE-ID IS 'OPERADOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-OPERADOR.CPY'          REPLACING ==::== BY ==-FDO==.
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
       77  WSS-IDX-PRG                 PIC  9(003)         VALUE ZEROS.
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
           03  WSS-FIM-ARQ-PRM         PIC  X(001)         VALUE 'N'.
           03  WSS-REG-LISTADOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-DESC-PRG            PIC  X(025)         VALUE SPACES.
           03  WSS-DESC-NIVEL          PIC  X(010)         VALUE SPACES.
           03  WSS-DT-EDITADA          PIC  X(010)         VALUE SPACES.
           03  WSS-DT-AMD              PIC  9(008)         VALUE ZEROS.
           03  WSS-OPERADOR-ABERTO     PIC  X(001)         VALUE 'N'.
               88  OPERADOR-ABERTO     VALUE 'S'.
           03  WSS-PRG-VALIDO          PIC  X(001)         VALUE 'N'.
               88  PROGRAMA-VALIDO     VALUE 'S'.
      *
      *  ---> Campos de entrada da tela
           03  WSS-T-TIPO              PIC  X(001)         VALUE SPACES.
               88  TIPO-VALIDO         VALUE 'P' 'O'.
           03  WSS-T-SUJEITO           PIC  X(010)         VALUE SPACES.
           03  WSS-T-PROGRAMA          PIC  X(008)         VALUE SPACES.
           03  WSS-T-NIVEL             PIC  X(001)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-PERMISSAO            PIC  X(002)         VALUE SPACES.
           03  FS-OPERADOR             PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUDITORIA
      *----------------------------------------------------------------*
           03  WSS-AUD-PROGRAMA        PIC  X(008)         VALUE SPACES.
           03  WSS-AUD-ACAO            PIC  X(040)         VALUE SPACES.
           03  WSS-AUD-VERBO           PIC  X(015)         VALUE SPACES.
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
      *    AREA DO ARQUIVO PERMISSAO NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-PERMISSAO.CPY'         REPLACING ==::== BY ==-WSP==.
      *
      *----------------------------------------------------------------*
      *    CATALOGO DOS PROGRAMAS CHAMADOS PELOS MENUS
      *----------------------------------------------------------------*
           COPY 'TAB-PROGRAMAS.CPY'    REPLACING ==::== BY ==WSS==.
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
               ' ..... MATRIZ DE PERMISSOES ..... '           BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Incluir         ".
           03 F LINE 10 COL 28   VALUE " 2 - Alterar         ".
           03 F LINE 12 COL 28   VALUE " 3 - Excluir         ".
           03 F LINE 14 COL 28   VALUE " 4 - Consulta        ".
           03 F LINE 18 COL 28   VALUE " 9 - Sair            ".
           03 F LINE 20 COL 28   VALUE " Opcao:[ ]           ".
      *
       01  TELA-LABEL-PERMISSAO.
           03 F LINE 08 COL 20   VALUE " Tipo (P/O)..........: ".
           03 F LINE 10 COL 20   VALUE " Perfil/Operador.....: ".
           03 F LINE 12 COL 20   VALUE " Programa............: ".
           03 F LINE 14 COL 20   VALUE " Nivel (N/C/M/E).....: ".
           03 F LINE 16 COL 20   VALUE " Alterado por/em.....: ".
      *
       01  TELA-DADOS-PERMISSAO-T.
           03 T1P LINE 08 COL 44 PIC X(001)   TO    WSS-T-TIPO.
           03 T2P LINE 10 COL 44 PIC X(010)   TO    WSS-T-SUJEITO.
           03 T3P LINE 12 COL 44 PIC X(008)   TO    WSS-T-PROGRAMA.
           03 T4P LINE 14 COL 44 PIC X(001)   TO    WSS-T-NIVEL.
      *
       01  TELA-DADOS-PERMISSAO-F.
           03 F3P LINE 12 COL 54 PIC X(025)   FROM  WSS-DESC-PRG.
           03 F4P LINE 14 COL 48 PIC X(010)   FROM  WSS-DESC-NIVEL.
           03 F5P LINE 16 COL 44 PIC X(010)   FROM  PRM-OPERADOR-WSP.
           03 F6P LINE 16 COL 56 PIC X(010)   FROM  WSS-DT-EDITADA.
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
           PERFORM RT-ABRIR-PERMISSAO  THRU RT-ABRIR-PERMISSAOX.
      *
      *  ---> Sem o cadastro de operadores a entrada por operador nao
      *       e conferida (o PT000000 fecha o OPERADOR so na propria
      *       manutencao de operadores)
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
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-INICIALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ABRE (OU CRIA NA PRIMEIRA UTILIZACAO) O ARQUIVO PERMISSAO
      *----------------------------------------------------------------*
       RT-ABRIR-PERMISSAO              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-PERMISSAO.
      *
           EVALUATE FS-PERMISSAO
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-PERMISSAO
                    OPEN OUTPUT ARQ-PERMISSAO
                    CLOSE ARQ-PERMISSAO
                    OPEN I-O ARQ-PERMISSAO
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'PERMISSAO'   TO WSS-ARQUIVO
                    MOVE FS-PERMISSAO  TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
       RT-ABRIR-PERMISSAOX.
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
      *  ---> Somente o administrador altera a matriz; os demais
      *       apenas consultam
           IF (WSS-FUN                 EQUAL 1 OR 2 OR 3)
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
                    PERFORM RT-INCLUIR THRU RT-INCLUIRX
               WHEN 2
                    PERFORM RT-ALTERAR THRU RT-ALTERARX
               WHEN 3
                    PERFORM RT-EXCLUIR THRU RT-EXCLUIRX
               WHEN 4
                    PERFORM RT-CONSULTA
                                       THRU RT-CONSULTAX
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
      *    RECEBE TIPO, PERFIL OU OPERADOR E PROGRAMA, VALIDA CADA UM
      *    E LE A ENTRADA DA MATRIZ (WSS-ACHOU = 1 QUANDO JA EXISTE).
      *    TIPO EM BRANCO VOLTA AO MENU.
      *----------------------------------------------------------------*
       RT-RECEBER-CHAVE                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE                  REG-WSP
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
           MOVE ZEROS                  TO WSS-ACHOU.
           MOVE SPACES                 TO WSS-T-TIPO
                                          WSS-T-SUJEITO
                                          WSS-T-PROGRAMA
                                          WSS-T-NIVEL
                                          WSS-DESC-PRG
                                          WSS-DESC-NIVEL
                                          WSS-DT-EDITADA.
      *
           DISPLAY TELA-LABEL-PERMISSAO.
      *
       REC-TIPO.
      *
           MOVE "Tipo: P-Perfil O-Operador (branco sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1P.
      *
           IF WSS-T-TIPO               EQUAL SPACES
              GO                       TO RT-RECEBER-CHAVEX
           END-IF.
      *
           INSPECT WSS-T-TIPO          CONVERTING 'po' TO 'PO'.
      *
           IF NOT TIPO-VALIDO
              MOVE "Tipo invalido - informe P ou O."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO REC-TIPO
           END-IF.
      *
       REC-SUJEITO.
      *
           IF WSS-T-TIPO               EQUAL 'P'
              MOVE "Perfil: A-Administrador C-Cadastro Q-Consulta."
                                       TO WSS-MENSAGEM
           ELSE
              MOVE "Informe o login do operador."
                                       TO WSS-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2P.
      *
           PERFORM RT-VALIDAR-SUJEITO  THRU RT-VALIDAR-SUJEITOX.
      *
           IF WSS-MENSAGEM             NOT EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO REC-SUJEITO
           END-IF.
      *
       REC-PROGRAMA.
      *
           MOVE "Informe o programa (PT0000nn) do menu."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3P.
      *
           INSPECT WSS-T-PROGRAMA      CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           PERFORM RT-LOCALIZAR-PROGRAMA
                                       THRU RT-LOCALIZAR-PROGRAMAX.
      *
           IF NOT PROGRAMA-VALIDO
              MOVE "Programa fora do catalogo dos menus."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO REC-PROGRAMA
           END-IF.
      *
           DISPLAY F3P.
      *
           MOVE WSS-T-TIPO             TO PRM-TIPO-FDP.
           MOVE WSS-T-SUJEITO          TO PRM-SUJEITO-FDP.
           MOVE WSS-T-PROGRAMA         TO PRM-PROGRAMA-FDP.
           READ ARQ-PERMISSAO          INTO REG-WSP
                                       KEY IS PRM-CHAVE-FDP
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-PERMISSAO             EQUAL '00'
              MOVE 1                   TO WSS-ACHOU
              MOVE PRM-NIVEL-WSP       TO WSS-T-NIVEL
              PERFORM RT-DESCREVER-NIVEL
                                       THRU RT-DESCREVER-NIVELX
              MOVE PRM-DT-ALTERACAO-WSP
                                       TO WSS-DT-AMD
              PERFORM RT-EDITAR-DATA   THRU RT-EDITAR-DATAX
              DISPLAY T4P F4P F5P F6P
           ELSE
              MOVE PRM-CHAVE-FDP       TO PRM-CHAVE-WSP
           END-IF.
      *
       RT-RECEBER-CHAVEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    PERFIL DEVE SER A, C OU Q; OPERADOR DEVE EXISTIR NO
      *    CADASTRO. DEIXA A MENSAGEM DE ERRO EM WSS-MENSAGEM
      *----------------------------------------------------------------*
       RT-VALIDAR-SUJEITO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
      *
           IF WSS-T-TIPO               EQUAL 'P'
              INSPECT WSS-T-SUJEITO    CONVERTING 'acq' TO 'ACQ'
              IF (WSS-T-SUJEITO(1:1)   NOT EQUAL 'A' AND 'C' AND 'Q')
                 OR WSS-T-SUJEITO(2:9) NOT EQUAL SPACES
                 MOVE "Perfil invalido - informe A, C ou Q."
                                       TO WSS-MENSAGEM
              END-IF
              GO                       TO RT-VALIDAR-SUJEITOX
           END-IF.
      *
           IF WSS-T-SUJEITO            EQUAL SPACES
              MOVE "Login do operador e obrigatorio."
                                       TO WSS-MENSAGEM
              GO                       TO RT-VALIDAR-SUJEITOX
           END-IF.
      *
           IF NOT OPERADOR-ABERTO
              GO                       TO RT-VALIDAR-SUJEITOX
           END-IF.
      *
           MOVE WSS-T-SUJEITO          TO OPE-ID-FDO.
           READ ARQ-OPERADOR           KEY IS OPE-ID-FDO
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-OPERADOR              NOT EQUAL '00'
              MOVE "Operador nao cadastrado."
                                       TO WSS-MENSAGEM
           END-IF.
      *
       RT-VALIDAR-SUJEITOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    PROCURA O PROGRAMA NO CATALOGO DOS MENUS (PRIMEIRA OPCAO
      *    QUE O CHAMA DA A DESCRICAO)
      *----------------------------------------------------------------*
       RT-LOCALIZAR-PROGRAMA           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-PRG-VALIDO.
           MOVE SPACES                 TO WSS-DESC-PRG.
      *
           PERFORM VARYING WSS-IDX-PRG FROM 1 BY 1
                   UNTIL   WSS-IDX-PRG GREATER WSS-QTD-PRG
                        OR PROGRAMA-VALIDO
              IF WSS-PRG-PROGRAMA (WSS-IDX-PRG)
                                       EQUAL WSS-T-PROGRAMA
                 MOVE 'S'              TO WSS-PRG-VALIDO
                 MOVE WSS-PRG-DESCRICAO (WSS-IDX-PRG)
                                       TO WSS-DESC-PRG
              END-IF
           END-PERFORM.
      *
       RT-LOCALIZAR-PROGRAMAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DESCREVER-NIVEL              SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WSS-T-NIVEL
               WHEN 'N'
                    MOVE 'NENHUM'      TO WSS-DESC-NIVEL
               WHEN 'C'
                    MOVE 'CONSULTA'    TO WSS-DESC-NIVEL
               WHEN 'M'
                    MOVE 'MANUTENCAO'  TO WSS-DESC-NIVEL
               WHEN 'E'
                    MOVE 'EXECUCAO'    TO WSS-DESC-NIVEL
               WHEN OTHER
                    MOVE SPACES        TO WSS-DESC-NIVEL
           END-EVALUATE.
      *
       RT-DESCREVER-NIVELX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-DT-EDITADA.
           STRING WSS-DT-AMD(7:2) '/' WSS-DT-AMD(5:2) '/'
                  WSS-DT-AMD(1:4)      DELIMITED BY SIZE
              INTO WSS-DT-EDITADA
           END-STRING.
      *
       RT-EDITAR-DATAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RECEBE O NIVEL DA ENTRADA (N/C/M/E)
      *----------------------------------------------------------------*
       RT-RECEBER-NIVEL                SECTION.
      *----------------------------------------------------------------*
      *
       REC-NIVEL.
      *
           MOVE "Nivel: N-Nenhum C-Consulta M-Manutencao E-Execucao."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4P.
      *
           INSPECT WSS-T-NIVEL         CONVERTING 'ncme' TO 'NCME'.
           MOVE WSS-T-NIVEL            TO PRM-NIVEL-WSP.
      *
           IF NOT PRM-NIVEL-VALIDO-WSP
              MOVE "Nivel invalido - informe N, C, M ou E."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO REC-NIVEL
           END-IF.
      *
           PERFORM RT-DESCREVER-NIVEL  THRU RT-DESCREVER-NIVELX.
           DISPLAY F4P.
      *
       RT-RECEBER-NIVELX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    INCLUI UMA ENTRADA NA MATRIZ
      *----------------------------------------------------------------*
       RT-INCLUIR                      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CHAVE    THRU RT-RECEBER-CHAVEX.
      *
           IF WSS-T-TIPO               EQUAL SPACES
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           IF WSS-ACHOU                EQUAL 1
              MOVE "Permissao ja cadastrada - utilize a alteracao."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           PERFORM RT-RECEBER-NIVEL    THRU RT-RECEBER-NIVELX.
      *
           MOVE "Confirma a inclusao da permissao? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 55
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE LKS-OPERADOR           TO PRM-OPERADOR-WSP.
           MOVE WSS-DATA-SIS           TO PRM-DT-ALTERACAO-WSP.
      *
           WRITE REG-FDP               FROM REG-WSP.
      *
           IF FS-PERMISSAO             NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'PERMISSAO'         TO WSS-ARQUIVO
              MOVE FS-PERMISSAO        TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'PERM. INCLUIDA '      TO WSS-AUD-VERBO.
           PERFORM RT-AUDITAR-ENTRADA  THRU RT-AUDITAR-ENTRADAX.
      *
           MOVE "Permissao incluida com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-INCLUIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ALTERA O NIVEL DE UMA ENTRADA DA MATRIZ
      *----------------------------------------------------------------*
       RT-ALTERAR                      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CHAVE    THRU RT-RECEBER-CHAVEX.
      *
           IF WSS-T-TIPO               EQUAL SPACES
              GO                       TO RT-ALTERARX
           END-IF.
      *
           IF WSS-ACHOU                EQUAL ZEROS
              MOVE "Permissao nao cadastrada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ALTERARX
           END-IF.
      *
           PERFORM RT-RECEBER-NIVEL    THRU RT-RECEBER-NIVELX.
      *
           MOVE "Confirma a alteracao da permissao? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 56
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-ALTERARX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE LKS-OPERADOR           TO PRM-OPERADOR-WSP.
           MOVE WSS-DATA-SIS           TO PRM-DT-ALTERACAO-WSP.
      *
           REWRITE REG-FDP             FROM REG-WSP.
      *
           IF FS-PERMISSAO             NOT EQUAL '00'
              MOVE 'ao regravar'       TO WSS-DESCRICAO
              MOVE 'PERMISSAO'         TO WSS-ARQUIVO
              MOVE FS-PERMISSAO        TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'PERM. ALTERADA '      TO WSS-AUD-VERBO.
           PERFORM RT-AUDITAR-ENTRADA  THRU RT-AUDITAR-ENTRADAX.
      *
           MOVE "Permissao alterada com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-ALTERARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EXCLUI UMA ENTRADA DA MATRIZ (VOLTA A VALER O PERFIL OU O
      *    ACESSO LEGADO DO OPERADOR)
      *----------------------------------------------------------------*
       RT-EXCLUIR                      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CHAVE    THRU RT-RECEBER-CHAVEX.
      *
           IF WSS-T-TIPO               EQUAL SPACES
              GO                       TO RT-EXCLUIRX
           END-IF.
      *
           IF WSS-ACHOU                EQUAL ZEROS
              MOVE "Permissao nao cadastrada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EXCLUIRX
           END-IF.
      *
           MOVE "Confirma a exclusao da permissao? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 55
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-EXCLUIRX
           END-IF.
      *
           DELETE ARQ-PERMISSAO        RECORD.
      *
           IF FS-PERMISSAO             NOT EQUAL '00'
              MOVE 'ao excluir '       TO WSS-DESCRICAO
              MOVE 'PERMISSAO'         TO WSS-ARQUIVO
              MOVE FS-PERMISSAO        TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'PERM. EXCLUIDA '      TO WSS-AUD-VERBO.
           PERFORM RT-AUDITAR-ENTRADA  THRU RT-AUDITAR-ENTRADAX.
      *
           MOVE "Permissao excluida com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-EXCLUIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    COMPLETA A ACAO DE AUDITORIA COM A CHAVE E O NIVEL
      *----------------------------------------------------------------*
       RT-AUDITAR-ENTRADA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING WSS-AUD-VERBO        DELIMITED BY SIZE
                  PRM-TIPO-WSP '/'     DELIMITED BY SIZE
                  PRM-SUJEITO-WSP      DELIMITED BY SPACE
                  '/' PRM-PROGRAMA-WSP '=' PRM-NIVEL-WSP
                                       DELIMITED BY SIZE
              INTO WSS-AUD-ACAO
           END-STRING.
      *
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
       RT-AUDITAR-ENTRADAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONSULTA DA MATRIZ: TODAS AS ENTRADAS, AS DE UM TIPO OU AS
      *    DE UM PERFIL/OPERADOR
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE SPACES                 TO WSS-T-TIPO
                                          WSS-T-SUJEITO.
           DISPLAY TELA-LABEL-PERMISSAO.
      *
           MOVE "Tipo P ou O (branco = toda a matriz)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1P.
           INSPECT WSS-T-TIPO          CONVERTING 'po' TO 'PO'.
      *
           IF WSS-T-TIPO               NOT EQUAL SPACES
              MOVE "Perfil ou operador (branco = todos do tipo)."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT T2P
              INSPECT WSS-T-SUJEITO    CONVERTING 'acq' TO 'ACQ'
           END-IF.
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE WSS-T-TIPO             TO PRM-TIPO-FDP.
           MOVE WSS-T-SUJEITO          TO PRM-SUJEITO-FDP.
           MOVE SPACES                 TO PRM-PROGRAMA-FDP.
           MOVE 'N'                    TO WSS-FIM-ARQ-PRM.
           MOVE ZEROS                  TO WSS-REG-LISTADOS.
      *
           START ARQ-PERMISSAO         KEY IS NOT LESS PRM-CHAVE-FDP
                INVALID KEY
                    MOVE 'S'            TO WSS-FIM-ARQ-PRM
           END-START.
      *
           MOVE 4                      TO WSS-LINHA.
      *
           PERFORM UNTIL WSS-FIM-ARQ-PRM
                                       EQUAL 'S' OR 's'
              PERFORM RT-EXIBIR-PERMISSAO
                                       THRU RT-EXIBIR-PERMISSAOX
           END-PERFORM.
      *
           IF WSS-REG-LISTADOS         EQUAL ZEROS
              MOVE "Nenhuma permissao cadastrada para a selecao."
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
       RT-EXIBIR-PERMISSAO             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PERMISSAO          NEXT
                                       INTO REG-WSP
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-PRM
                    GO                  TO RT-EXIBIR-PERMISSAOX
           END-READ.
      *
           IF (WSS-T-TIPO              NOT EQUAL SPACES
               AND PRM-TIPO-WSP        NOT EQUAL WSS-T-TIPO)
              OR (WSS-T-SUJEITO        NOT EQUAL SPACES
               AND PRM-SUJEITO-WSP     NOT EQUAL WSS-T-SUJEITO)
              MOVE 'S'                 TO WSS-FIM-ARQ-PRM
              GO                       TO RT-EXIBIR-PERMISSAOX
           END-IF.
      *
           ADD 1                       TO WSS-REG-LISTADOS.
      *
           MOVE PRM-PROGRAMA-WSP       TO WSS-T-PROGRAMA.
           PERFORM RT-LOCALIZAR-PROGRAMA
                                       THRU RT-LOCALIZAR-PROGRAMAX.
           MOVE PRM-NIVEL-WSP          TO WSS-T-NIVEL.
           PERFORM RT-DESCREVER-NIVEL  THRU RT-DESCREVER-NIVELX.
      *
           DISPLAY PRM-TIPO-WSP        LINE WSS-LINHA COL 03.
           DISPLAY PRM-SUJEITO-WSP     LINE WSS-LINHA COL 05.
           DISPLAY PRM-PROGRAMA-WSP    LINE WSS-LINHA COL 16.
           DISPLAY WSS-DESC-PRG        LINE WSS-LINHA COL 25.
           DISPLAY WSS-DESC-NIVEL      LINE WSS-LINHA COL 51.
           DISPLAY PRM-OPERADOR-WSP    LINE WSS-LINHA COL 62.
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
                 MOVE 'S'              TO WSS-FIM-ARQ-PRM
              ELSE
                 PERFORM RT-LIMPAR-TELA
                                       THRU RT-LIMPAR-TELAX
                 MOVE 4                TO WSS-LINHA
              END-IF
           END-IF.
      *
       RT-EXIBIR-PERMISSAOX.
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
           MOVE 'PT000104'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000104'             TO WSS-ERR-PROGRAMA.
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
           CLOSE ARQ-PERMISSAO
                 ARQ-AUDITORIA.
      *
           IF OPERADOR-ABERTO
              CLOSE ARQ-OPERADOR
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
