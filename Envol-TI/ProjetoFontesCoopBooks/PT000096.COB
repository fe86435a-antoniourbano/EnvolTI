      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000096.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000096 ---> MANUTENCAO -> EQUIPAMENTOS EM   *
      *     *            COMODATO NOS CLIENTES                         *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : CADASTRO DOS EQUIPAMENTOS CEDIDOS AOS         *
      *     *            CLIENTES (GELADEIRA, EXPOSITOR, DISPENSADOR)  *
      *     *            COM SERIE, TIPO, VALOR E SITUACAO; EMPRESTIMO *
      *     *            A UM CLIENTE (ARQUIVO COMODATO, COM DATA DE   *
      *     *            INICIO E CONTRATO), DEVOLUCAO OU BAIXA E      *
      *     *            CONSULTA POR CLIENTE. RELATORIOS: EQUIPAMENTO *
      *     *            NAO AVISTADO NA VISITA HA MAIS DE N DIAS (OU  *
      *     *            NAO LOCALIZADO PELO VENDEDOR) E EQUIPAMENTO   *
      *     *            EM CLIENTE INATIVO OU BLOQUEADO.              *
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
      *  ---> Cadastro de equipamentos e historico de comodatos
           COPY 'SEL-EQUIPAMENTO.CPY'  REPLACING ==::== BY ==-FDE==.
           COPY 'SEL-COMODATO.CPY'     REPLACING ==::== BY ==-FDO==.
      *
      *  ---> Clientes (destino do emprestimo e situacao do cliente)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Relatorios de equipamentos (nome datado)
           SELECT  REL-EQUIPAMENTO     ASSIGN TO WSS-ARQ-RELEQP
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
       FD  ARQ-EQUIPAMENTO             VALUE OF FILE-ID IS
                                                        'EQUIPAMENTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDE.
       COPY 'FD-EQUIPAMENTO.CPY'       REPLACING ==::== BY ==-FDE==.
      *
       FD  ARQ-COMODATO                VALUE OF FILE-ID IS 'COMODATO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-COMODATO.CPY'          REPLACING ==::== BY ==-FDO==.
      *
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  REL-EQUIPAMENTO.
       01  REG-RELEQP                  PIC  X(160).
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
       77  WSS-FIM-ARQ                 PIC  X(001)         VALUE 'N'.
      *
      *  ---> Prazo sem confirmacao na visita usado quando o operador
      *       nao informa outro (em dias)
       77  WSS-DIAS-PADRAO             PIC  9(003)         VALUE 090.
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
           03  WSS-FIM-ARQ-CON         PIC  X(001)         VALUE 'N'.
           03  WSS-ARQ-RELEQP          PIC  X(030)         VALUE SPACES.
           03  WSS-FILTRO-REL          PIC  X(020)         VALUE SPACES.
           03  WSS-VALIDO              PIC  X(001)         VALUE 'N'.
           03  WSS-NOVO                PIC  X(001)         VALUE 'N'.
           03  WSS-OPCAO-DEV           PIC  X(001)         VALUE SPACES.
           03  WSS-MOTIVO              PIC  X(030)         VALUE SPACES.
           03  WSS-CLIENTE-CON         PIC  9(007)         VALUE ZEROS.
           03  WSS-DIAS-LIMITE         PIC  9(003)         VALUE ZEROS.
           03  WSS-DIAS-SEM-VER        PIC  9(005)         VALUE ZEROS.
           03  WSS-DT-REFERENCIA       PIC  9(008)         VALUE ZEROS.
           03  WSS-REG-LISTADOS        PIC  9(005)         VALUE ZEROS.
      *
      *  ---> CLIENTES e opcional: sem ele nao ha emprestimo e o
      *       relatorio de clientes inativos nao e gerado
           03  WSS-CLIENTES-ABERTO     PIC  X(001)         VALUE 'N'.
               88  CLIENTES-ABERTO     VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-EQUIPAMENTO          PIC  X(002)         VALUE SPACES.
           03  FS-COMODATO             PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-RELEQP               PIC  X(002)         VALUE SPACES.
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
       01  WSS-HOJE-AMD                REDEFINES WSS-DATA-SIS
                                       PIC  9(008).
      *
      *----------------------------------------------------------------*
      *    AREAS DOS ARQUIVOS EQUIPAMENTO E COMODATO NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-EQUIPAMENTO.CPY'       REPLACING ==::== BY ==-WSE==.
      *
       COPY 'FD-COMODATO.CPY'          REPLACING ==::== BY ==-WSO==.
      *
      *----------------------------------------------------------------*
      *    LINHA DA CONSULTA EM TELA
      *----------------------------------------------------------------*
       01  WSS-LINHA-CON.
           03  CON-SERIE               PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-TIPO                PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-DESCRICAO           PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-SITUACAO            PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-CLIENTE             PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-AVISTADO            PIC  9999/99/99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-NAO-LOCALIZADO      PIC  X(001)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DOS RELATORIOS (CSV SEPARADO POR ';')
      *----------------------------------------------------------------*
       01  CAB-NAOVISTO                PIC  X(160)         VALUE
           'SERIE;TIPO;DESCRICAO;CLIENTE;RAZAO SOCIAL;INICIO;ULTIMA VISU
      -    'ALIZACAO;VENDEDOR;DIAS SEM VER;NAO LOCALIZADO'.
      *
       01  DET-NAOVISTO.
           03  NVS-SERIE               PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  NVS-TIPO                PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  NVS-DESCRICAO           PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  NVS-CLIENTE             PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  NVS-RSOCIAL             PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  NVS-INICIO              PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  NVS-AVISTADO            PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  NVS-VENDEDOR            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  NVS-DIAS                PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  NVS-NAO-LOCALIZADO      PIC  X(001)         VALUE SPACES.
      *
       01  CAB-INATIVO                 PIC  X(160)         VALUE
           'SERIE;TIPO;DESCRICAO;VALOR;CLIENTE;RAZAO SOCIAL;SITUACAO CLI
      -    'ENTE;INICIO;CONTRATO'.
      *
       01  DET-INATIVO.
           03  INA-SERIE               PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  INA-TIPO                PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  INA-DESCRICAO           PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  INA-VALOR               PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  INA-CLIENTE             PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  INA-RSOCIAL             PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  INA-SITUACAO            PIC  X(012)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  INA-INICIO              PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  INA-CONTRATO            PIC  X(015)         VALUE SPACES.
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
               ' ..... EQUIPAMENTOS EM COMODATO ..... '      BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Equipamento   ".
           03 F LINE 10 COL 28   VALUE " 2 - Emprestimo    ".
           03 F LINE 12 COL 28   VALUE " 3 - Devol./Baixa  ".
           03 F LINE 14 COL 28   VALUE " 4 - Consulta      ".
           03 F LINE 08 COL 52   VALUE " 5 - Nao Avistados   ".
           03 F LINE 10 COL 52   VALUE " 6 - Cli. Inat./Bloq.".
           03 F LINE 16 COL 28   VALUE " 9 - Sair          ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]         ".
      *
       01  TELA-LABEL-EQUIPAMENTO.
           03 F LINE 08 COL 20   VALUE " Serie...............: ".
           03 F LINE 10 COL 20   VALUE " Tipo (G/E/D/O)......: ".
           03 F LINE 12 COL 20   VALUE " Descricao...........: ".
           03 F LINE 14 COL 20   VALUE " Valor...............: ".
           03 F LINE 16 COL 20   VALUE " Situacao (E/M)......: ".
      *
       01  TELA-DADOS-EQUIPAMENTO-T.
           03 T1E LINE 08 COL 44 PIC X(020)  USING EQP-SERIE-WSE.
           03 T2E LINE 10 COL 44 PIC X(001)  USING EQP-TIPO-WSE.
           03 T3E LINE 12 COL 44 PIC X(030)  USING EQP-DESCRICAO-WSE.
           03 T4E LINE 14 COL 44 PIC ZZZZZZ9,99
                                             USING EQP-VALOR-WSE.
           03 T5E LINE 16 COL 44 PIC X(001)  USING EQP-SITUACAO-WSE.
      *
       01  TELA-LABEL-COMODATO.
           03 F LINE 08 COL 20   VALUE " Serie...............: ".
           03 F LINE 10 COL 20   VALUE " Cliente.............: ".
           03 F LINE 14 COL 20   VALUE " Contrato............: ".
      *
       01  TELA-DADOS-COMODATO-T.
           03 T1O LINE 10 COL 44 PIC ZZZZZZ9 TO    CMD-CCLIENTE-WSO.
           03 T2O LINE 14 COL 44 PIC X(015)  TO    CMD-CONTRATO-WSO.
      *
       01  TELA-LABEL-DEVOLUCAO.
           03 F LINE 08 COL 20   VALUE " Serie...............: ".
           03 F LINE 10 COL 20   VALUE " Cliente.............: ".
           03 F LINE 14 COL 20   VALUE " Motivo..............: ".
      *
       01  TELA-DADOS-DEVOLUCAO-T.
           03 T1D LINE 14 COL 44 PIC X(030)  TO    WSS-MOTIVO.
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
                      REG-WSE
                      REG-WSO
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           MOVE 'N'                    TO WSS-CLIENTES-ABERTO.
      *
           OPEN I-O ARQ-EQUIPAMENTO.
      *
           EVALUATE FS-EQUIPAMENTO
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-EQUIPAMENTO
                    OPEN OUTPUT ARQ-EQUIPAMENTO
                    CLOSE ARQ-EQUIPAMENTO
                    OPEN I-O ARQ-EQUIPAMENTO
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'EQUIPAMENT'  TO WSS-ARQUIVO
                    MOVE FS-EQUIPAMENTO
                                       TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-COMODATO.
      *
           EVALUATE FS-COMODATO
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-COMODATO
                    OPEN OUTPUT ARQ-COMODATO
                    CLOSE ARQ-COMODATO
                    OPEN I-O ARQ-COMODATO
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'COMODATO'    TO WSS-ARQUIVO
                    MOVE FS-COMODATO   TO WSS-FSTATUS
                    MOVE 2             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
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
           OPEN INPUT ARQ-CLIENTES.
           IF FS-CLIENTES              EQUAL '00'
              MOVE 'S'                 TO WSS-CLIENTES-ABERTO
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
           ACCEPT WSS-FUN              LINE 18 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
               WHEN 1
                    PERFORM RT-INCLUIR-ALTERAR
                                       THRU RT-INCLUIR-ALTERARX
               WHEN 2
                    PERFORM RT-EMPRESTIMO
                                       THRU RT-EMPRESTIMOX
               WHEN 3
                    PERFORM RT-DEVOLUCAO
                                       THRU RT-DEVOLUCAOX
               WHEN 4
                    PERFORM RT-CONSULTA
                                       THRU RT-CONSULTAX
               WHEN 5
                    PERFORM RT-REL-NAOVISTOS
                                       THRU RT-REL-NAOVISTOSX
               WHEN 6
                    PERFORM RT-REL-INATIVOS
                                       THRU RT-REL-INATIVOSX
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
      *    INCLUSAO/ALTERACAO DE EQUIPAMENTO. A SITUACAO SO ALTERNA
      *    ENTRE ESTOQUE E MANUTENCAO; COMODATO E BAIXA SAO FEITOS
      *    PELAS OPCOES DE EMPRESTIMO E DEVOLUCAO/BAIXA
      *----------------------------------------------------------------*
       RT-INCLUIR-ALTERAR              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSE
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           DISPLAY TELA-LABEL-EQUIPAMENTO.
      *
           MOVE "Informe a serie do equipamento (branco sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1E.
      *
           IF EQP-SERIE-WSE            EQUAL SPACES
              GO                       TO RT-INCLUIR-ALTERARX
           END-IF.
      *
           MOVE EQP-SERIE-WSE          TO EQP-SERIE-FDE.
      *
           READ ARQ-EQUIPAMENTO        KEY IS EQP-SERIE-FDE
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-EQUIPAMENTO           EQUAL '00'
              MOVE 'N'                 TO WSS-NOVO
              MOVE REG-FDE             TO REG-WSE
           ELSE
              MOVE 'S'                 TO WSS-NOVO
              MOVE 'E'                 TO EQP-SITUACAO-WSE
           END-IF.
      *
           DISPLAY TELA-DADOS-EQUIPAMENTO-T.
      *
           MOVE "Tipo: G-Geladeira E-Expositor D-Dispensador O-Outros."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2E.
      *
           MOVE "Informe a descricao do equipamento."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3E.
      *
           MOVE "Informe o valor do equipamento."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4E.
      *
           IF EQP-EM-ESTOQUE-WSE
              OR EQP-EM-MANUTENCAO-WSE
              MOVE "Situacao: E-Em estoque  M-Em manutencao."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT T5E
           END-IF.
      *
           INSPECT EQP-TIPO-WSE        CONVERTING 'gedo' TO 'GEDO'.
           INSPECT EQP-SITUACAO-WSE    CONVERTING 'em' TO 'EM'.
      *
           MOVE 'N'                    TO WSS-VALIDO.
      *
           EVALUATE TRUE
               WHEN NOT EQP-GELADEIRA-WSE
                AND NOT EQP-EXPOSITOR-WSE
                AND NOT EQP-DISPENSADOR-WSE
                AND NOT EQP-OUTROS-WSE
                    MOVE "Tipo invalido - equipamento nao gravado."
                                       TO WSS-MENSAGEM
               WHEN EQP-DESCRICAO-WSE  EQUAL SPACES
                    MOVE "Descricao e obrigatoria - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN WSS-NOVO           EQUAL 'S'
                AND NOT EQP-EM-ESTOQUE-WSE
                AND NOT EQP-EM-MANUTENCAO-WSE
                    MOVE "Situacao invalida - equipamento nao gravado."
                                       TO WSS-MENSAGEM
               WHEN OTHER
                    MOVE 'S'           TO WSS-VALIDO
           END-EVALUATE.
      *
           IF WSS-VALIDO               NOT EQUAL 'S'
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUIR-ALTERARX
           END-IF.
      *
           MOVE "Confirma a gravacao do equipamento? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 56
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-INCLUIR-ALTERARX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           IF WSS-NOVO                 EQUAL 'S'
              MOVE WSS-HOJE-AMD        TO EQP-DT-INCLUSAO-WSE
              MOVE REG-WSE             TO REG-FDE
              WRITE REG-FDE
           ELSE
              MOVE WSS-HOJE-AMD        TO EQP-DT-ALTERACAO-WSE
              MOVE REG-WSE             TO REG-FDE
              REWRITE REG-FDE
           END-IF.
      *
           IF FS-EQUIPAMENTO           NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'EQUIPAMENT'        TO WSS-ARQUIVO
              MOVE FS-EQUIPAMENTO      TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'MANUTENCAO DE EQUIPAMENTO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Equipamento gravado com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-INCLUIR-ALTERARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EMPRESTIMO DE UM EQUIPAMENTO EM ESTOQUE A UM CLIENTE ATIVO:
      *    ABRE O COMODATO (SERIE + DATA DE INICIO) E MARCA O
      *    EQUIPAMENTO COMO EM COMODATO NO CLIENTE
      *----------------------------------------------------------------*
       RT-EMPRESTIMO                   SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           IF NOT CLIENTES-ABERTO
              MOVE "Arquivo CLIENTES indisponivel - emprestimo nao feito
      -            "."                 TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EMPRESTIMOX
           END-IF.
      *
           INITIALIZE REG-WSE
                      REG-WSO
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           DISPLAY TELA-LABEL-COMODATO.
      *
           MOVE "Informe a serie do equipamento (branco sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1E.
      *
           IF EQP-SERIE-WSE            EQUAL SPACES
              GO                       TO RT-EMPRESTIMOX
           END-IF.
      *
           MOVE EQP-SERIE-WSE          TO EQP-SERIE-FDE.
      *
           READ ARQ-EQUIPAMENTO        KEY IS EQP-SERIE-FDE
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           EVALUATE TRUE
               WHEN FS-EQUIPAMENTO     NOT EQUAL '00'
                    MOVE "Equipamento nao cadastrado."
                                       TO WSS-MENSAGEM
               WHEN NOT EQP-EM-ESTOQUE-FDE
                    MOVE "Equipamento nao esta em estoque - emprestimo n
      -                  "ao permitido."
                                       TO WSS-MENSAGEM
               WHEN OTHER
                    MOVE SPACES        TO WSS-MENSAGEM
           END-EVALUATE.
      *
           IF WSS-MENSAGEM             NOT EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EMPRESTIMOX
           END-IF.
      *
           DISPLAY EQP-DESCRICAO-FDE   LINE 09 COL 44.
      *
           MOVE "Informe o codigo do cliente."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1O.
      *
           MOVE CMD-CCLIENTE-WSO       TO CODIGO-FDC.
      *
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           EVALUATE TRUE
               WHEN FS-CLIENTES        NOT EQUAL '00'
                    MOVE "Cliente nao cadastrado."
                                       TO WSS-MENSAGEM
               WHEN NOT ATIVO-FDC
                    MOVE "Cliente nao esta ativo - emprestimo nao permit
      -                  "ido."        TO WSS-MENSAGEM
               WHEN OTHER
                    MOVE SPACES        TO WSS-MENSAGEM
           END-EVALUATE.
      *
           IF WSS-MENSAGEM             NOT EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EMPRESTIMOX
           END-IF.
      *
           DISPLAY RSOCIAL-FDC         LINE 12 COL 22.
      *
           MOVE "Informe a referencia do contrato de comodato."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2O.
      *
           IF CMD-CONTRATO-WSO         EQUAL SPACES
              MOVE "Referencia do contrato e obrigatoria."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EMPRESTIMOX
           END-IF.
      *
           MOVE "Confirma o emprestimo do equipamento? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 58
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-EMPRESTIMOX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE EQP-SERIE-FDE          TO CMD-SERIE-WSO.
           MOVE WSS-HOJE-AMD           TO CMD-DT-INICIO-WSO.
           MOVE 'A'                    TO CMD-SITUACAO-WSO.
           MOVE ZEROS                  TO CMD-DT-FIM-WSO.
           MOVE SPACES                 TO CMD-MOTIVO-WSO.
           MOVE LKS-OPERADOR           TO CMD-OPERADOR-WSO.
      *
           WRITE REG-FDO               FROM REG-WSO.
      *
      *  ---> Novo emprestimo da mesma serie no mesmo dia (devolvido e
      *       emprestado de novo): reaproveita o registro do dia
           IF FS-COMODATO              EQUAL '22'
              REWRITE REG-FDO          FROM REG-WSO
           END-IF.
      *
           IF FS-COMODATO              NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'COMODATO'          TO WSS-ARQUIVO
              MOVE FS-COMODATO         TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'C'                    TO EQP-SITUACAO-FDE.
           MOVE CMD-CCLIENTE-WSO       TO EQP-CCLIENTE-FDE.
           MOVE WSS-HOJE-AMD           TO EQP-DT-INICIO-FDE
                                          EQP-DT-ALTERACAO-FDE.
           MOVE ZEROS                  TO EQP-DT-AVISTADO-FDE
                                          EQP-VEN-AVISTADO-FDE.
           MOVE SPACES                 TO EQP-NAO-LOCALIZADO-FDE.
      *
           REWRITE REG-FDE.
      *
           IF FS-EQUIPAMENTO           NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'EQUIPAMENT'        TO WSS-ARQUIVO
              MOVE FS-EQUIPAMENTO      TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'EMPRESTIMO DE EQUIPAMENTO EM COMODATO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Emprestimo registrado com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-EMPRESTIMOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    DEVOLUCAO (RECOLHE AO ESTOQUE) OU BAIXA DO EQUIPAMENTO,
      *    ENCERRANDO O COMODATO VIGENTE COM O MOTIVO INFORMADO
      *----------------------------------------------------------------*
       RT-DEVOLUCAO                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSE
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
           MOVE SPACES                 TO WSS-MOTIVO.
      *
           DISPLAY TELA-LABEL-DEVOLUCAO.
      *
           MOVE "Informe a serie do equipamento (branco sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1E.
      *
           IF EQP-SERIE-WSE            EQUAL SPACES
              GO                       TO RT-DEVOLUCAOX
           END-IF.
      *
           MOVE EQP-SERIE-WSE          TO EQP-SERIE-FDE.
      *
           READ ARQ-EQUIPAMENTO        KEY IS EQP-SERIE-FDE
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           EVALUATE TRUE
               WHEN FS-EQUIPAMENTO     NOT EQUAL '00'
                    MOVE "Equipamento nao cadastrado."
                                       TO WSS-MENSAGEM
               WHEN EQP-BAIXADO-FDE
                    MOVE "Equipamento ja esta baixado."
                                       TO WSS-MENSAGEM
               WHEN OTHER
                    MOVE SPACES        TO WSS-MENSAGEM
           END-EVALUATE.
      *
           IF WSS-MENSAGEM             NOT EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-DEVOLUCAOX
           END-IF.
      *
           DISPLAY EQP-DESCRICAO-FDE   LINE 09 COL 44.
           DISPLAY EQP-CCLIENTE-FDE    LINE 10 COL 44.
      *
      *  ---> Fora de comodato so cabe a baixa
           MOVE SPACES                 TO WSS-OPCAO-DEV.
      *
           IF EQP-EM-COMODATO-FDE
              MOVE "D-Devolver ao estoque  B-Baixar  (outra sai): "
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-OPCAO-DEV     LINE 24 COL 60
                                            WITH PROMPT AUTO-SKIP
           ELSE
              MOVE "Equipamento fora de comodato. Baixar? (S/N): "
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              MOVE 'N'                 TO WSS-SON
              ACCEPT WSS-SON           LINE 24 COL 59
                                            WITH PROMPT AUTO-SKIP
              IF WSS-SON               EQUAL 'S' OR 's'
                 MOVE 'B'              TO WSS-OPCAO-DEV
              END-IF
           END-IF.
      *
           INSPECT WSS-OPCAO-DEV       CONVERTING 'db' TO 'DB'.
      *
           IF WSS-OPCAO-DEV            NOT EQUAL 'D' AND 'B'
              GO                       TO RT-DEVOLUCAOX
           END-IF.
      *
           MOVE "Informe o motivo da devolucao/baixa."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1D.
      *
           IF WSS-MOTIVO               EQUAL SPACES
              IF WSS-OPCAO-DEV         EQUAL 'D'
                 MOVE 'DEVOLUCAO'      TO WSS-MOTIVO
              ELSE
                 MOVE 'BAIXA'          TO WSS-MOTIVO
              END-IF
           END-IF.
      *
           MOVE "Confirma a operacao? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 42
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-DEVOLUCAOX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           IF EQP-EM-COMODATO-FDE
              PERFORM RT-ENCERRAR-COMODATO
                                       THRU RT-ENCERRAR-COMODATOX
           END-IF.
      *
           IF WSS-OPCAO-DEV            EQUAL 'D'
              MOVE 'E'                 TO EQP-SITUACAO-FDE
              MOVE 'DEVOLUCAO DE EQUIPAMENTO EM COMODATO'
                                       TO WSS-AUD-ACAO
           ELSE
              MOVE 'B'                 TO EQP-SITUACAO-FDE
              MOVE 'BAIXA DE EQUIPAMENTO'
                                       TO WSS-AUD-ACAO
           END-IF.
      *
           MOVE ZEROS                  TO EQP-CCLIENTE-FDE
                                          EQP-DT-INICIO-FDE.
           MOVE SPACES                 TO EQP-NAO-LOCALIZADO-FDE.
           MOVE WSS-HOJE-AMD           TO EQP-DT-ALTERACAO-FDE.
      *
           REWRITE REG-FDE.
      *
           IF FS-EQUIPAMENTO           NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'EQUIPAMENT'        TO WSS-ARQUIVO
              MOVE FS-EQUIPAMENTO      TO WSS-FSTATUS
              MOVE 7                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Operacao registrada com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-DEVOLUCAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ENCERRAR-COMODATO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE EQP-SERIE-FDE          TO CMD-SERIE-FDO.
           MOVE EQP-DT-INICIO-FDE      TO CMD-DT-INICIO-FDO.
      *
           READ ARQ-COMODATO           KEY IS CMD-CHAVE-FDO
                INVALID KEY
                    GO                 TO RT-ENCERRAR-COMODATOX
           END-READ.
      *
           IF WSS-OPCAO-DEV            EQUAL 'D'
              MOVE 'D'                 TO CMD-SITUACAO-FDO
           ELSE
              MOVE 'B'                 TO CMD-SITUACAO-FDO
           END-IF.
      *
           MOVE WSS-HOJE-AMD           TO CMD-DT-FIM-FDO.
           MOVE WSS-MOTIVO             TO CMD-MOTIVO-FDO.
           MOVE LKS-OPERADOR           TO CMD-OPERADOR-FDO.
      *
           REWRITE REG-FDO.
      *
           IF FS-COMODATO              NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'COMODATO'          TO WSS-ARQUIVO
              MOVE FS-COMODATO         TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-ENCERRAR-COMODATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONSULTA DOS EQUIPAMENTOS DE UM CLIENTE (ZEROS = TODOS)
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-CLIENTE-CON.
           MOVE "Informe o cliente (zeros lista todos): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-CLIENTE-CON      LINE 24 COL 53
                                            WITH PROMPT AUTO-SKIP.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
      *
           IF WSS-CLIENTE-CON          EQUAL ZEROS
              MOVE LOW-VALUES          TO EQP-SERIE-FDE
              START ARQ-EQUIPAMENTO    KEY IS NOT LESS EQP-SERIE-FDE
                   INVALID KEY
                       MOVE 'S'         TO WSS-FIM-ARQ-CON
              END-START
           ELSE
              MOVE WSS-CLIENTE-CON     TO EQP-CCLIENTE-FDE
              START ARQ-EQUIPAMENTO    KEY IS EQUAL EQP-CCLIENTE-FDE
                   INVALID KEY
                       MOVE 'S'         TO WSS-FIM-ARQ-CON
              END-START
           END-IF.
      *
           IF WSS-FIM-ARQ-CON          EQUAL 'S'
              MOVE "Nenhum equipamento encontrado."
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
              PERFORM RT-EXIBIR-EQUIPAMENTO
                                       THRU RT-EXIBIR-EQUIPAMENTOX
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
       RT-EXIBIR-EQUIPAMENTO           SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-EQUIPAMENTO        NEXT
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
                    GO                  TO RT-EXIBIR-EQUIPAMENTOX
           END-READ.
      *
           IF WSS-CLIENTE-CON          NOT EQUAL ZEROS
              AND EQP-CCLIENTE-FDE     NOT EQUAL WSS-CLIENTE-CON
              MOVE 'S'                 TO WSS-FIM-ARQ-CON
              GO                       TO RT-EXIBIR-EQUIPAMENTOX
           END-IF.
      *
           MOVE EQP-SERIE-FDE          TO CON-SERIE.
           MOVE EQP-TIPO-FDE           TO CON-TIPO.
           MOVE EQP-DESCRICAO-FDE      TO CON-DESCRICAO.
           MOVE EQP-SITUACAO-FDE       TO CON-SITUACAO.
           MOVE EQP-CCLIENTE-FDE       TO CON-CLIENTE.
           MOVE EQP-DT-AVISTADO-FDE    TO CON-AVISTADO.
           MOVE EQP-NAO-LOCALIZADO-FDE TO CON-NAO-LOCALIZADO.
      *
           DISPLAY WSS-LINHA-CON       LINE WSS-LINHA COL 03.
      *
           ADD 1                       TO WSS-LINHA.
      *
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
              END-IF
           END-IF.
      *
       RT-EXIBIR-EQUIPAMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO DE EQUIPAMENTOS EM COMODATO NAO AVISTADOS NA
      *    VISITA HA MAIS DE N DIAS (SEM CONFIRMACAO CONTA DESDE O
      *    INICIO DO COMODATO) OU NAO LOCALIZADOS PELO VENDEDOR
      *----------------------------------------------------------------*
       RT-REL-NAOVISTOS                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-DIAS-LIMITE.
           MOVE "Dias sem confirmacao na visita (zeros = 90): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-DIAS-LIMITE      LINE 24 COL 59
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-DIAS-LIMITE          NOT NUMERIC
              OR WSS-DIAS-LIMITE       EQUAL ZEROS
              MOVE WSS-DIAS-PADRAO     TO WSS-DIAS-LIMITE
           END-IF.
      *
           MOVE "Gerando relatorio de equipamentos. Aguarde..."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE SPACES                 TO WSS-ARQ-RELEQP.
           STRING 'REL-EQPNAOVISTO-'   DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-RELEQP
           END-STRING.
      *
           PERFORM RT-ABRIR-RELATORIO  THRU RT-ABRIR-RELATORIOX.
      *
           WRITE REG-RELEQP            FROM CAB-NAOVISTO.
      *
           MOVE ZEROS                  TO WSS-REG-LISTADOS.
           MOVE LOW-VALUES             TO EQP-SERIE-FDE.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-EQUIPAMENTO       KEY IS NOT LESS EQP-SERIE-FDE
                INVALID KEY
                    MOVE 'S'            TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S'
              READ ARQ-EQUIPAMENTO     NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF EQP-EM-COMODATO-FDE
                      PERFORM RT-AVALIAR-NAOVISTO
                                       THRU RT-AVALIAR-NAOVISTOX
                   END-IF
              END-READ
           END-PERFORM.
      *
           MOVE 'EQP NAO AVISTADOS'    TO WSS-FILTRO-REL.
           MOVE 'RELATORIO DE EQUIPAMENTOS NAO AVISTADOS'
                                       TO WSS-AUD-ACAO.
      *
           PERFORM RT-FECHAR-RELATORIO THRU RT-FECHAR-RELATORIOX.
      *
       RT-REL-NAOVISTOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVALIAR-NAOVISTO             SECTION.
      *----------------------------------------------------------------*
      *
           IF EQP-DT-AVISTADO-FDE      GREATER ZEROS
              MOVE EQP-DT-AVISTADO-FDE TO WSS-DT-REFERENCIA
           ELSE
              MOVE EQP-DT-INICIO-FDE   TO WSS-DT-REFERENCIA
           END-IF.
      *
           MOVE ZEROS                  TO WSS-DIAS-SEM-VER.
      *
           IF FUNCTION TEST-DATE-YYYYMMDD (WSS-DT-REFERENCIA)
                                       EQUAL ZEROS
              AND WSS-DT-REFERENCIA    LESS WSS-HOJE-AMD
              COMPUTE WSS-DIAS-SEM-VER =
                      FUNCTION INTEGER-OF-DATE (WSS-HOJE-AMD)
                    - FUNCTION INTEGER-OF-DATE (WSS-DT-REFERENCIA)
           END-IF.
      *
           IF WSS-DIAS-SEM-VER         NOT GREATER WSS-DIAS-LIMITE
              AND EQP-NAO-LOCALIZADO-FDE
                                       NOT EQUAL 'S'
              GO                       TO RT-AVALIAR-NAOVISTOX
           END-IF.
      *
           MOVE EQP-SERIE-FDE          TO NVS-SERIE.
           MOVE EQP-TIPO-FDE           TO NVS-TIPO.
           MOVE EQP-DESCRICAO-FDE      TO NVS-DESCRICAO.
           MOVE EQP-CCLIENTE-FDE       TO NVS-CLIENTE.
           MOVE EQP-DT-INICIO-FDE      TO NVS-INICIO.
           MOVE EQP-DT-AVISTADO-FDE    TO NVS-AVISTADO.
           MOVE EQP-VEN-AVISTADO-FDE   TO NVS-VENDEDOR.
           MOVE WSS-DIAS-SEM-VER       TO NVS-DIAS.
           MOVE EQP-NAO-LOCALIZADO-FDE TO NVS-NAO-LOCALIZADO.
           MOVE SPACES                 TO NVS-RSOCIAL.
      *
           IF CLIENTES-ABERTO
              MOVE EQP-CCLIENTE-FDE    TO CODIGO-FDC
              READ ARQ-CLIENTES        KEY IS CODIGO-FDC
                   INVALID KEY
                       MOVE '** CLIENTE NAO CADASTRADO **'
                                       TO RSOCIAL-FDC
              END-READ
              MOVE RSOCIAL-FDC         TO NVS-RSOCIAL
           END-IF.
      *
           WRITE REG-RELEQP            FROM DET-NAOVISTO.
           ADD 1                       TO WSS-REG-LISTADOS.
      *
       RT-AVALIAR-NAOVISTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO DE EQUIPAMENTOS EM COMODATO EM CLIENTE INATIVO,
      *    BLOQUEADO OU FORA DO CADASTRO (CANDIDATOS A RECOLHIMENTO)
      *----------------------------------------------------------------*
       RT-REL-INATIVOS                 SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           IF NOT CLIENTES-ABERTO
              MOVE "Arquivo CLIENTES indisponivel - relatorio nao gerado
      -            "."                 TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REL-INATIVOSX
           END-IF.
      *
           MOVE "Gerando relatorio de equipamentos. Aguarde..."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE SPACES                 TO WSS-ARQ-RELEQP.
           STRING 'REL-EQPINATIVO-'    DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-RELEQP
           END-STRING.
      *
           PERFORM RT-ABRIR-RELATORIO  THRU RT-ABRIR-RELATORIOX.
      *
           WRITE REG-RELEQP            FROM CAB-INATIVO.
      *
           MOVE ZEROS                  TO WSS-REG-LISTADOS.
           MOVE LOW-VALUES             TO EQP-SERIE-FDE.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-EQUIPAMENTO       KEY IS NOT LESS EQP-SERIE-FDE
                INVALID KEY
                    MOVE 'S'            TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S'
              READ ARQ-EQUIPAMENTO     NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF EQP-EM-COMODATO-FDE
                      PERFORM RT-AVALIAR-INATIVO
                                       THRU RT-AVALIAR-INATIVOX
                   END-IF
              END-READ
           END-PERFORM.
      *
           MOVE 'EQP CLI INAT/BLOQ'    TO WSS-FILTRO-REL.
           MOVE 'RELATORIO DE EQUIPAMENTOS CLI INATIVOS'
                                       TO WSS-AUD-ACAO.
      *
           PERFORM RT-FECHAR-RELATORIO THRU RT-FECHAR-RELATORIOX.
      *
       RT-REL-INATIVOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVALIAR-INATIVO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE EQP-CCLIENTE-FDE       TO CODIGO-FDC.
      *
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           EVALUATE TRUE
               WHEN FS-CLIENTES        NOT EQUAL '00'
                    MOVE SPACES        TO INA-RSOCIAL
                    MOVE 'NAO CADASTR.'
                                       TO INA-SITUACAO
               WHEN INATIVO-FDC
                    MOVE RSOCIAL-FDC   TO INA-RSOCIAL
                    MOVE 'INATIVO'     TO INA-SITUACAO
               WHEN BLOQUEADO-FDC
                    MOVE RSOCIAL-FDC   TO INA-RSOCIAL
                    MOVE 'BLOQUEADO'   TO INA-SITUACAO
               WHEN OTHER
                    GO                 TO RT-AVALIAR-INATIVOX
           END-EVALUATE.
      *
           MOVE EQP-SERIE-FDE          TO INA-SERIE
                                          CMD-SERIE-FDO.
           MOVE EQP-TIPO-FDE           TO INA-TIPO.
           MOVE EQP-DESCRICAO-FDE      TO INA-DESCRICAO.
           MOVE EQP-VALOR-FDE          TO INA-VALOR.
           MOVE EQP-CCLIENTE-FDE       TO INA-CLIENTE.
           MOVE EQP-DT-INICIO-FDE      TO INA-INICIO
                                          CMD-DT-INICIO-FDO.
      *
           READ ARQ-COMODATO           KEY IS CMD-CHAVE-FDO
                INVALID KEY
                    MOVE SPACES         TO CMD-CONTRATO-FDO
           END-READ.
           MOVE CMD-CONTRATO-FDO       TO INA-CONTRATO.
      *
           WRITE REG-RELEQP            FROM DET-INATIVO.
           ADD 1                       TO WSS-REG-LISTADOS.
      *
       RT-AVALIAR-INATIVOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR-RELATORIO              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT REL-EQUIPAMENTO.
      *
           IF FS-RELEQP                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELEQUIP'          TO WSS-ARQUIVO
              MOVE FS-RELEQP           TO WSS-FSTATUS
              MOVE 9                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-ABRIR-RELATORIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR-RELATORIO             SECTION.
      *  ---> Fecha o relatorio corrente, devolve o nome ao menu para
      *       visualizacao e registra no catalogo e na auditoria
      *----------------------------------------------------------------*
      *
           CLOSE REL-EQUIPAMENTO.
      *
           MOVE WSS-ARQ-RELEQP         TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Relatorio gerado: '   DELIMITED BY SIZE
                  WSS-ARQ-RELEQP       DELIMITED BY SPACE
                  ' - equipamentos: '  DELIMITED BY SIZE
                  WSS-REG-LISTADOS     DELIMITED BY SIZE
              INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-FECHAR-RELATORIOX.
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
           MOVE 'PT000096'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE WSS-FILTRO-REL         TO CAT-FILTROS-FDK.
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
           MOVE 'PT000096'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000096'             TO WSS-ERR-PROGRAMA.
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
           CLOSE ARQ-EQUIPAMENTO
                 ARQ-COMODATO
                 ARQ-AUDITORIA.
      *
           IF CLIENTES-ABERTO
              CLOSE ARQ-CLIENTES
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
