      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000105.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000105 ---> RELATORIO -> REVISAO DE ACESSOS *
      *     *            AOS PROGRAMAS DESTRUTIVOS E DE INTERFACE      *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : PARA CADA PROGRAMA DO CATALOGO DOS MENUS      *
      *     *            (TAB-PROGRAMAS) MARCADO COMO DESTRUTIVO OU DE *
      *     *            INTERFACE, LISTA OS OPERADORES QUE PODEM      *
      *     *            EXECUTA-LO, COM O NIVEL E A ORIGEM DA         *
      *     *            PERMISSAO (ENTRADA DO OPERADOR, DO PERFIL OU  *
      *     *            ACESSO LEGADO), RESOLVIDOS PELO PRV00910 COMO *
      *     *            NO MENU. RELATORIO CSV REGISTRADO NO CATALOGO *
      *     *            CENTRAL. PARAMETRO 'B' EXECUTA SEM TELA.      *
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
      *  ---> Cadastro de operadores revisados
           COPY 'SEL-OPERADOR.CPY'     REPLACING ==::== BY ==-FDO==.
      *
      *  ---> Relatorio da revisao de acessos
           SELECT  REL-ACESSOS         ASSIGN TO WSS-ARQ-ACESSOS
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RELACE.
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
       FD  ARQ-OPERADOR                VALUE OF FILE-ID IS 'OPERADOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-OPERADOR.CPY'          REPLACING ==::== BY ==-FDO==.
      *
       FD  REL-ACESSOS.
       01  REG-RELACE                  PIC  X(120).
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
       77  WSS-FIM-ARQ-OPE             PIC  X(001)         VALUE 'N'.
       77  WSS-IDX-PRG                 PIC  9(003)         VALUE ZEROS.
       77  WSS-IDX-ANT                 PIC  9(003)         VALUE ZEROS.
       77  WSS-PRG-REPETIDO            PIC  X(001)         VALUE 'N'.
           88  PROGRAMA-REPETIDO                           VALUE 'S'.
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
           03  WSS-PARAM               PIC  X(001)         VALUE SPACES.
               88  MODO-BATCH                      VALUE 'B' 'b'.
           03  WSS-ARQ-ACESSOS         PIC  X(030)         VALUE SPACES.
           03  WSS-QTD-PROGRAMAS       PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-ACESSOS         PIC  9(007)         VALUE ZEROS.
      *
      *  ---> Comparacao de niveis: nenhum, consulta, manutencao,
      *       execucao
           03  WSS-ORD-TESTE           PIC  9(001)         VALUE ZEROS.
           03  WSS-ORD-MINIMO          PIC  9(001)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-OPERADOR             PIC  X(002)         VALUE SPACES.
           03  FS-RELACE               PIC  X(002)         VALUE SPACES.
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
      *    CATALOGO DOS PROGRAMAS CHAMADOS PELOS MENUS
      *----------------------------------------------------------------*
           COPY 'TAB-PROGRAMAS.CPY'    REPLACING ==::== BY ==WSS==.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO DA REVISAO DE ACESSOS (CSV)
      *----------------------------------------------------------------*
       01  CAB-ACESSOS.
           03  FILLER                  PIC  X(029)         VALUE
               'PROGRAMA;DESCRICAO;CLASSE;'.
           03  FILLER                  PIC  X(033)         VALUE
               'OPERADOR;NOME;PERFIL;SITUACAO;'.
           03  FILLER                  PIC  X(012)         VALUE
               'NIVEL;ORIGEM'.
      *
       01  DET-ACESSOS.
           03  ACE-PROGRAMA-DET        PIC  X(008)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  ACE-DESCRICAO-DET       PIC  X(025)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  ACE-CLASSE-DET          PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  ACE-OPERADOR-DET        PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  ACE-NOME-DET            PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  ACE-PERFIL-DET          PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  ACE-SITUACAO-DET        PIC  X(009)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  ACE-NIVEL-DET           PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  ACE-ORIGEM-DET          PIC  X(008)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00910
      *    - Nivel do operador no programa pela matriz PERMISSAO
      *----------------------------------------------------------------*
      *
       01  WPT00911                    PIC X(08)           VALUE
                                                            'PT000911'.
      *
           COPY 'SUB-PRM.CPY'          REPLACING ==::== BY ==WSP==.
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
               ' ..... REVISAO DE ACESSOS ..... '              BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Executar          ".
           03 F LINE 10 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 12 COL 28   VALUE " Opcao:[ ]             ".
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
           OPEN INPUT ARQ-OPERADOR.
      *
           IF FS-OPERADOR              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'OPERADOR'          TO WSS-ARQUIVO
              MOVE FS-OPERADOR         TO WSS-FSTATUS
              MOVE 1                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
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
           ACCEPT WSS-FUN              LINE 12 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
               WHEN 1
                    PERFORM RT-EXECUTAR
                                       THRU RT-EXECUTARX
                    MOVE SPACES        TO WSS-MENSAGEM
                    STRING 'Programas: ' WSS-QTD-PROGRAMAS
                           ' Acessos listados: ' WSS-QTD-ACESSOS
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
      *    PERCORRE O CATALOGO NA ORDEM DOS MENUS; CADA PROGRAMA
      *    DESTRUTIVO OU DE INTERFACE E CONFRONTADO COM TODOS OS
      *    OPERADORES CADASTRADOS
      *----------------------------------------------------------------*
       RT-EXECUTAR                     SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-PROGRAMAS
                                          WSS-QTD-ACESSOS.
      *
           MOVE SPACES                 TO WSS-ARQ-ACESSOS.
           STRING 'REL-ACESSOS-'       DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-ACESSOS
           END-STRING.
      *
           OPEN OUTPUT REL-ACESSOS.
      *
           IF FS-RELACE                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELACESSOS'        TO WSS-ARQUIVO
              MOVE FS-RELACE           TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           WRITE REG-RELACE            FROM CAB-ACESSOS.
      *
           PERFORM VARYING WSS-IDX-PRG FROM 1 BY 1
                   UNTIL   WSS-IDX-PRG GREATER WSS-QTD-PRG
              IF WSS-PRG-DESTRUTIVO (WSS-IDX-PRG)
                 OR WSS-PRG-INTERFACE (WSS-IDX-PRG)
                 PERFORM RT-REVISAR-PROGRAMA
                                       THRU RT-REVISAR-PROGRAMAX
              END-IF
           END-PERFORM.
      *
           CLOSE REL-ACESSOS.
      *
           MOVE 'F'                    TO WSP-PRM-FUNCAO.
           CALL WPT00911               USING WSP-PRM-PARM.
      *
           MOVE WSS-ARQ-ACESSOS        TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'REVISAO DE ACESSOS EXECUTADA'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'Acessos a revisar: ' WSS-QTD-ACESSOS
              DELIMITED BY SIZE        INTO LKS-MENSAGEM
           END-STRING.
      *
       RT-EXECUTARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    UM PROGRAMA: OPCOES REPETIDAS DO MESMO PROGRAMA EM MAIS DE
      *    UM MENU SAO LISTADAS UMA SO VEZ
      *----------------------------------------------------------------*
       RT-REVISAR-PROGRAMA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-PRG-REPETIDO.
      *
           PERFORM VARYING WSS-IDX-ANT FROM 1 BY 1
                   UNTIL   WSS-IDX-ANT NOT LESS WSS-IDX-PRG
              IF WSS-PRG-PROGRAMA (WSS-IDX-ANT)
                                       EQUAL
                 WSS-PRG-PROGRAMA (WSS-IDX-PRG)
                 MOVE 'S'              TO WSS-PRG-REPETIDO
              END-IF
           END-PERFORM.
      *
           IF PROGRAMA-REPETIDO
              GO                       TO RT-REVISAR-PROGRAMAX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-PROGRAMAS.
      *
           MOVE WSS-PRG-PROGRAMA (WSS-IDX-PRG)
                                       TO ACE-PROGRAMA-DET.
           MOVE WSS-PRG-DESCRICAO (WSS-IDX-PRG)
                                       TO ACE-DESCRICAO-DET.
           IF WSS-PRG-DESTRUTIVO (WSS-IDX-PRG)
              MOVE 'DESTRUTIVO'        TO ACE-CLASSE-DET
           ELSE
              MOVE 'INTERFACE'         TO ACE-CLASSE-DET
           END-IF.
      *
           MOVE LOW-VALUES             TO OPE-ID-FDO.
           MOVE 'N'                    TO WSS-FIM-ARQ-OPE.
      *
           START ARQ-OPERADOR          KEY IS NOT LESS OPE-ID-FDO
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-OPE
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-OPE
                                       EQUAL 'S'
              PERFORM RT-REVISAR-OPERADOR
                                       THRU RT-REVISAR-OPERADORX
           END-PERFORM.
      *
       RT-REVISAR-PROGRAMAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    NIVEL DO OPERADOR NO PROGRAMA, PELA MESMA REGRA DO MENU:
      *    ENTRADA DO OPERADOR, DO PERFIL OU O ACESSO LEGADO
      *----------------------------------------------------------------*
       RT-REVISAR-OPERADOR             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-OPERADOR           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-OPE
                GO                     TO RT-REVISAR-OPERADORX
           END-READ.
      *
           MOVE 'C'                    TO WSP-PRM-FUNCAO.
           MOVE OPE-ID-FDO             TO WSP-PRM-OPERADOR.
           MOVE OPE-PERFIL-FDO         TO WSP-PRM-PERFIL.
           MOVE WSS-PRG-PROGRAMA (WSS-IDX-PRG)
                                       TO WSP-PRM-PROGRAMA.
      *
           EVALUATE WSS-PRG-LEGADO (WSS-IDX-PRG)
               WHEN 'C'
                    MOVE OPE-ACESSO-CAD-FDO
                                       TO WSP-PRM-LEGADO
               WHEN 'R'
                    MOVE OPE-ACESSO-REL-FDO
                                       TO WSP-PRM-LEGADO
               WHEN 'E'
                    MOVE OPE-ACESSO-EXE-FDO
                                       TO WSP-PRM-LEGADO
               WHEN 'P'
                    MOVE OPE-ACESSO-PAR-FDO
                                       TO WSP-PRM-LEGADO
               WHEN OTHER
                    MOVE 'S'           TO WSP-PRM-LEGADO
           END-EVALUATE.
      *
           IF WSP-PRM-LEGADO           NOT EQUAL 'S' AND 's'
              MOVE 'N'                 TO WSP-PRM-LEGADO
           END-IF.
      *
           CALL WPT00911               USING WSP-PRM-PARM.
      *
           PERFORM RT-COMPARAR-NIVEL   THRU RT-COMPARAR-NIVELX.
      *
           IF WSS-ORD-TESTE            EQUAL ZEROS
              OR WSS-ORD-TESTE         LESS WSS-ORD-MINIMO
              GO                       TO RT-REVISAR-OPERADORX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-ACESSOS.
      *
           MOVE OPE-ID-FDO             TO ACE-OPERADOR-DET.
           MOVE OPE-NOME-FDO           TO ACE-NOME-DET.
           MOVE OPE-PERFIL-FDO         TO ACE-PERFIL-DET.
      *
           EVALUATE TRUE
               WHEN OPE-BLOQUEADO-FDO
                    MOVE 'BLOQUEADO'   TO ACE-SITUACAO-DET
               WHEN OPE-INATIVO-FDO
                    MOVE 'INATIVO'     TO ACE-SITUACAO-DET
               WHEN OTHER
                    MOVE 'ATIVO'       TO ACE-SITUACAO-DET
           END-EVALUATE.
      *
           EVALUATE WSP-PRM-NIVEL
               WHEN 'C'
                    MOVE 'CONSULTA'    TO ACE-NIVEL-DET
               WHEN 'M'
                    MOVE 'MANUTENCAO'  TO ACE-NIVEL-DET
               WHEN OTHER
                    MOVE 'EXECUCAO'    TO ACE-NIVEL-DET
           END-EVALUATE.
      *
           EVALUATE WSP-PRM-ORIGEM
               WHEN 'O'
                    MOVE 'OPERADOR'    TO ACE-ORIGEM-DET
               WHEN 'P'
                    MOVE 'PERFIL'      TO ACE-ORIGEM-DET
               WHEN OTHER
                    MOVE 'LEGADO'      TO ACE-ORIGEM-DET
           END-EVALUATE.
      *
           WRITE REG-RELACE            FROM DET-ACESSOS.
      *
       RT-REVISAR-OPERADORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-COMPARAR-NIVEL               SECTION.
      *  ---> Nivel devolvido contra o minimo da opcao no catalogo
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-ORD-TESTE WSS-ORD-MINIMO.
      *
           EVALUATE WSP-PRM-NIVEL
               WHEN 'C'
                    MOVE 1             TO WSS-ORD-TESTE
               WHEN 'M'
                    MOVE 2             TO WSS-ORD-TESTE
               WHEN 'E'
                    MOVE 3             TO WSS-ORD-TESTE
           END-EVALUATE.
      *
           EVALUATE WSS-PRG-NIVEL-MIN (WSS-IDX-PRG)
               WHEN 'C'
                    MOVE 1             TO WSS-ORD-MINIMO
               WHEN 'M'
                    MOVE 2             TO WSS-ORD-MINIMO
               WHEN 'E'
                    MOVE 3             TO WSS-ORD-MINIMO
           END-EVALUATE.
      *
       RT-COMPARAR-NIVELX.
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
           MOVE 'PT000105'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE 'REVISAO DE ACESSOS'   TO CAT-FILTROS-FDK.
           MOVE WSS-ARQ-ACESSOS        TO CAT-ARQUIVO-FDK.
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
           MOVE 'PT000105'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000105'             TO WSE-ERR-PROGRAMA.
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
           CLOSE ARQ-OPERADOR
                 ARQ-AUDITORIA.
      *
           MOVE '00'                   TO LKS-RETORNO.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
