      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000113.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000113 ---> CONTRATOS DE FORNECIMENTO E     *
      *     *            VOLUME CONTRATADO X FATURADO                  *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : CADASTRO DOS CONTRATOS DE FORNECIMENTO DAS    *
      *     *            CONTAS-CHAVE (ARQUIVO CONTRATO: NUMERO,       *
      *     *            TITULAR CLIENTE OU GRUPO ECONOMICO, VIGENCIA, *
      *     *            VALOR MENSAL COMPROMETIDO E CONDICOES) E      *
      *     *            RELATORIO MENSAL DO VALOR COMPROMETIDO CONTRA *
      *     *            O FATURADO NO MES (PEDIDOS FATURADOS PELO ERP *
      *     *            COM DATA DE FATURAMENTO NO MES), EM           *
      *     *            REL-CONTRATO-AAAAMM.CSV. EM LOTE ('B') GERA   *
      *     *            O RELATORIO DO MES ANTERIOR AO DA DATA DE     *
      *     *            PROCESSAMENTO. O AVISO DE RENOVACAO E A REGRA *
      *     *            'K' DO PT000077.                              *
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
      *  ---> Contratos de fornecimento
           COPY 'SEL-CONTRATO.CPY'     REPLACING ==::== BY ==-FDO==.
      *
      *  ---> Clientes (titular 'C' e membros do grupo)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Grupos economicos (titular 'G')
           COPY 'SEL-GRUPO.CPY'        REPLACING ==::== BY ==-FDG==.
      *
      *  ---> Pedidos (valor faturado no mes)
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Relatorio comprometido x faturado
           SELECT  REL-CONTRATO        ASSIGN TO WSS-ARQ-RELCTR
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RELCTR.
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
       FD  ARQ-CONTRATO                VALUE OF FILE-ID IS 'CONTRATO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-CONTRATO.CPY'          REPLACING ==::== BY ==-FDO==.
      *
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-GRUPO                   VALUE OF FILE-ID IS 'GRUPO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDG.
       COPY 'FD-GRUPO.CPY'             REPLACING ==::== BY ==-FDG==.
      *
       FD  ARQ-PEDIDOS                 VALUE OF FILE-ID IS 'PEDIDOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PEDIDOS.CPY'           REPLACING ==::== BY ==-FDP==.
      *
       FD  REL-CONTRATO.
       01  REG-RELCTR                  PIC  X(200).
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
       77  WSS-FIM-ARQ-CTR             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-PED             PIC  X(001)         VALUE 'N'.
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
           03  WSS-NOVO                PIC  X(001)         VALUE 'N'.
           03  WSS-TITULAR-OK          PIC  X(001)         VALUE 'N'.
           03  WSS-NOME-TITULAR        PIC  X(040)         VALUE SPACES.
           03  WSS-DT-FIM-ANT          PIC  9(008)         VALUE ZEROS.
           03  WSS-DT-LIMITE           PIC  9(008)         VALUE ZEROS.
           03  WSS-SIT-CONTRATO        PIC  X(010)         VALUE SPACES.
      *
      *  ---> Datas da tela em DDMMAAAA, convertidas para AAAAMMDD
           03  WSS-T-INICIO            PIC  X(008)         VALUE SPACES.
           03  WSS-T-FIM               PIC  X(008)         VALUE SPACES.
           03  WSS-T-DATA              PIC  X(008)         VALUE SPACES.
           03  WSS-DATA-AMD            PIC  9(008)         VALUE ZEROS.
      *
      *  ---> Consulta por titular (cliente e grupo do cliente)
           03  WSS-T-TIPO-CON          PIC  X(001)         VALUE SPACES.
           03  WSS-T-CODIGO-CON        PIC  9(007)         VALUE ZEROS.
           03  WSS-BUSCA-TITULAR.
               05  WSS-BUSCA-TIPO      PIC  X(001)         VALUE SPACES.
               05  WSS-BUSCA-CODIGO    PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-LISTADOS        PIC  9(005)         VALUE ZEROS.
      *
      *  ---> Mes do relatorio (AAAAMM) e seus limites em AAAAMMDD
           03  WSS-T-ANOMES            PIC  X(006)         VALUE SPACES.
           03  WSS-ANOMES-NUM          PIC  9(006)         VALUE ZEROS.
           03  WSS-ANOMES-R            REDEFINES WSS-ANOMES-NUM.
               05  WSS-ANOMES-ANO      PIC  9(004).
               05  WSS-ANOMES-MES      PIC  9(002).
           03  WSS-MES-INI-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-MES-FIM-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-ARQ-RELCTR          PIC  X(030)         VALUE SPACES.
           03  WSS-QTD-LINHAS          PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-IGNORADOS       PIC  9(005)         VALUE ZEROS.
           03  WSS-CLI-FATURADO        PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-CLI-CASOU           PIC  X(001)         VALUE 'N'.
           03  WSS-DIFERENCA           PIC S9(011)V9(002)  VALUE ZEROS.
           03  WSS-PERCENTUAL          PIC  9(003)V9(002)  VALUE ZEROS.
      *
      *  ---> CLIENTES, GRUPO e PEDIDOS sao opcionais: sem CLIENTES
      *       ou GRUPO nao ha inclusao do titular correspondente; sem
      *       PEDIDOS o relatorio sai com o faturado zerado
           03  WSS-CLIENTES-ABERTO     PIC  X(001)         VALUE 'N'.
               88  CLIENTES-ABERTO     VALUE 'S'.
           03  WSS-GRUPO-ABERTO        PIC  X(001)         VALUE 'N'.
               88  GRUPO-ABERTO        VALUE 'S'.
           03  WSS-PEDIDOS-ABERTO      PIC  X(001)         VALUE 'N'.
               88  PEDIDOS-ABERTO      VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-CONTRATO             PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-GRUPO                PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-RELCTR               PIC  X(002)         VALUE SPACES.
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
       01  WSS-HOJE-R                  REDEFINES WSS-DATA-SIS.
           03  WSS-HOJE-ANO            PIC  9(004).
           03  WSS-HOJE-MES            PIC  9(002).
           03  WSS-HOJE-DIA            PIC  9(002).
      *
      *----------------------------------------------------------------*
      *    AREA DO ARQUIVO CONTRATO NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-CONTRATO.CPY'          REPLACING ==::== BY ==-WSC==.
      *
      *----------------------------------------------------------------*
      *    TABELA - CONTRATOS VIGENTES NO MES DO RELATORIO
      *----------------------------------------------------------------*
       01  WSS-TAB-CONTRATO.
           03  WSS-QTD-CTR             PIC  9(005) COMP-3  VALUE ZEROS.
           03  WSS-CTR-OCR             OCCURS 2000 TIMES.
               05  WSS-CTR-NUMERO      PIC  X(012).
               05  WSS-CTR-TIPO        PIC  X(001).
               05  WSS-CTR-CODIGO      PIC  9(007).
               05  WSS-CTR-NOME        PIC  X(040).
               05  WSS-CTR-INICIO      PIC  9(008).
               05  WSS-CTR-FIM         PIC  9(008).
               05  WSS-CTR-SITUACAO    PIC  X(001).
               05  WSS-CTR-COMPROM     PIC  9(009)V9(002).
               05  WSS-CTR-FATURADO    PIC  9(011)V9(002).
      *
       77  WSS-IDX-CTR                 PIC  9(005) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LINHA DA CONSULTA EM TELA
      *----------------------------------------------------------------*
       01  WSS-LINHA-CON.
           03  CON-NUMERO              PIC  X(012)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-TIPO                PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-CODIGO              PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-INICIO              PIC  9999/99/99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-FIM                 PIC  9999/99/99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-VALOR               PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-SITUACAO            PIC  X(010)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO COMPROMETIDO X FATURADO (CSV ';')
      *----------------------------------------------------------------*
       01  CAB-CONTRATO.
           03  FILLER                  PIC  X(036)         VALUE
               'CONTRATOS DE FORNECIMENTO - MES DE '.
           03  CCT-ANOMES              PIC  9(006)         VALUE ZEROS.
      *
       01  CAB-CONTRATO-COL.
           03  FILLER                  PIC  X(051)         VALUE
               'CONTRATO;TIPO;TITULAR;NOME;INICIO;FIM;COMPROMETIDO;'.
           03  FILLER                  PIC  X(050)         VALUE
               'FATURADO;DIFERENCA;PCT ATINGIDO;RESULTADO;VIGENCIA'.
      *
       01  DET-CONTRATO.
           03  DCT-NUMERO              PIC  X(012)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCT-TIPO                PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCT-CODIGO              PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCT-NOME                PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCT-INICIO              PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCT-FIM                 PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCT-COMPROM             PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCT-FATURADO            PIC  ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCT-DIFERENCA           PIC  -ZZZZZZZZZZ9,99
                                                           VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCT-PERCENTUAL          PIC  ZZ9,99         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCT-RESULTADO           PIC  X(008)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DCT-VIGENCIA            PIC  X(010)         VALUE SPACES.
      *
       01  RDP-CONTRATO.
           03  FILLER                  PIC  X(020)         VALUE
               'CONTRATOS LISTADOS: '.
           03  RCT-QTD                 PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(035)         VALUE
               ' - FORA DA TABELA (ACIMA DE 2000): '.
           03  RCT-IGNORADOS           PIC  ZZZZ9          VALUE ZEROS.
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
               ' ..... CONTRATOS DE FORNECIMENTO ..... '       BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Contrato          ".
           03 F LINE 10 COL 28   VALUE " 2 - Excluir Contrato  ".
           03 F LINE 12 COL 28   VALUE " 3 - Consulta Titular  ".
           03 F LINE 14 COL 28   VALUE " 4 - Relatorio Mensal  ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]             ".
      *
       01  TELA-LABEL-CONTRATO.
           03 F LINE 07 COL 10   VALUE " Numero do contrato..: ".
           03 F LINE 08 COL 10   VALUE " Titular (C/G).......: ".
           03 F LINE 09 COL 10   VALUE " Codigo do titular...: ".
           03 F LINE 11 COL 10   VALUE " Inicio (DDMMAAAA)...: ".
           03 F LINE 12 COL 10   VALUE " Fim (DDMMAAAA)......: ".
           03 F LINE 13 COL 10   VALUE " Valor mensal........: ".
           03 F LINE 14 COL 10   VALUE " Condicoes...........: ".
           03 F LINE 17 COL 10   VALUE " Situacao (A/E)......: ".
      *
       01  TELA-DADOS-CONTRATO-T.
           03 T1C  LINE 07 COL 34 PIC X(012)  USING CTR-NUMERO-WSC.
           03 T2C  LINE 08 COL 34 PIC X(001)  USING CTR-TIPO-WSC.
           03 T3C  LINE 09 COL 34 PIC ZZZZZZ9 USING CTR-CODIGO-WSC.
           03 T4C  LINE 11 COL 34 PIC X(008)  USING WSS-T-INICIO.
           03 T5C  LINE 12 COL 34 PIC X(008)  USING WSS-T-FIM.
           03 T6C  LINE 13 COL 34 PIC ZZZ.ZZZ.ZZ9,99
                                              USING CTR-VLR-MENSAL-WSC.
           03 T7C  LINE 15 COL 12 PIC X(060)  USING CTR-CONDICAO1-WSC.
           03 T8C  LINE 16 COL 12 PIC X(060)  USING CTR-CONDICAO2-WSC.
           03 T9C  LINE 17 COL 34 PIC X(001)  USING CTR-SITUACAO-WSC.
      *
       01  TELA-RELATORIO.
           03 F LINE 05 COL 20   VALUE
               ' ..... CONTRATADO X FATURADO NO MES ..... '    BLINK.
           03 F LINE 08 COL 20   VALUE
               " Mes do relatorio (AAAAMM, branco sai): ".
      *
       01  TELA-RELATORIO-T.
           03 T1R LINE 08 COL 61 PIC X(006)      TO WSS-T-ANOMES.
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
              PERFORM RT-OBTER-MES     THRU RT-OBTER-MESX
              IF WSS-ANOMES-NUM        GREATER ZEROS
                 PERFORM RT-GERAR-RELATORIO
                                       THRU RT-GERAR-RELATORIOX
              END-IF
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
                      REG-WSC
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           MOVE LKS-PARAM              TO WSS-PARAM.
           MOVE '00'                   TO LKS-RETORNO.
           MOVE SPACES                 TO LKS-ARQ-REL.
      *
           MOVE 'N'                    TO WSS-CLIENTES-ABERTO
                                          WSS-GRUPO-ABERTO
                                          WSS-PEDIDOS-ABERTO.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           OPEN I-O ARQ-CONTRATO.
      *
           EVALUATE FS-CONTRATO
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-CONTRATO
                    OPEN OUTPUT ARQ-CONTRATO
                    CLOSE ARQ-CONTRATO
                    OPEN I-O ARQ-CONTRATO
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'CONTRATO'    TO WSS-ARQUIVO
                    MOVE FS-CONTRATO   TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
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
           OPEN INPUT ARQ-CLIENTES.
           IF FS-CLIENTES              EQUAL '00'
              MOVE 'S'                 TO WSS-CLIENTES-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-GRUPO.
           IF FS-GRUPO                 EQUAL '00'
              MOVE 'S'                 TO WSS-GRUPO-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-PEDIDOS.
           IF FS-PEDIDOS               EQUAL '00'
              MOVE 'S'                 TO WSS-PEDIDOS-ABERTO
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
                    IF LKS-SO-CONSULTA
                       MOVE "Acesso somente para consulta."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    ELSE
                       PERFORM RT-CONTRATO
                                       THRU RT-CONTRATOX
                    END-IF
               WHEN 2
                    IF LKS-SO-CONSULTA
                       MOVE "Acesso somente para consulta."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    ELSE
                       PERFORM RT-EXCLUIR-CONTRATO
                                       THRU RT-EXCLUIR-CONTRATOX
                    END-IF
               WHEN 3
                    PERFORM RT-CONSULTA
                                       THRU RT-CONSULTAX
               WHEN 4
                    PERFORM RT-OBTER-MES
                                       THRU RT-OBTER-MESX
                    IF WSS-ANOMES-NUM  GREATER ZEROS
                       PERFORM RT-GERAR-RELATORIO
                                       THRU RT-GERAR-RELATORIOX
                    END-IF
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
      *    INCLUSAO/ALTERACAO DE CONTRATO DE FORNECIMENTO
      *----------------------------------------------------------------*
       RT-CONTRATO                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSC
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
           MOVE SPACES                 TO WSS-T-INICIO
                                          WSS-T-FIM.
      *
           DISPLAY TELA-LABEL-CONTRATO.
      *
           MOVE "Informe o numero do contrato (branco sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1C.
      *
           IF CTR-NUMERO-WSC           EQUAL SPACES
              GO                       TO RT-CONTRATOX
           END-IF.
      *
           INSPECT CTR-NUMERO-WSC      CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE CTR-NUMERO-WSC         TO CTR-NUMERO-FDO.
      *
           READ ARQ-CONTRATO           KEY IS CTR-NUMERO-FDO
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CONTRATO              EQUAL '00'
              MOVE 'N'                 TO WSS-NOVO
              MOVE REG-FDO             TO REG-WSC
              MOVE CTR-DT-INICIO-WSC(7:2)
                                       TO WSS-T-INICIO(1:2)
              MOVE CTR-DT-INICIO-WSC(5:2)
                                       TO WSS-T-INICIO(3:2)
              MOVE CTR-DT-INICIO-WSC(1:4)
                                       TO WSS-T-INICIO(5:4)
              MOVE CTR-DT-FIM-WSC(7:2) TO WSS-T-FIM(1:2)
              MOVE CTR-DT-FIM-WSC(5:2) TO WSS-T-FIM(3:2)
              MOVE CTR-DT-FIM-WSC(1:4) TO WSS-T-FIM(5:4)
           ELSE
              MOVE 'S'                 TO WSS-NOVO
              MOVE 'C'                 TO CTR-TIPO-WSC
              MOVE 'A'                 TO CTR-SITUACAO-WSC
           END-IF.
      *
           MOVE CTR-DT-FIM-WSC         TO WSS-DT-FIM-ANT.
      *
           DISPLAY TELA-DADOS-CONTRATO-T.
      *
           MOVE "Titular: C-cliente ou G-grupo economico."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2C.
           INSPECT CTR-TIPO-WSC        CONVERTING 'cg' TO 'CG'.
      *
           MOVE "Informe o codigo do cliente ou do grupo."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3C.
      *
           PERFORM RT-LER-TITULAR      THRU RT-LER-TITULARX.
      *
           IF WSS-TITULAR-OK           NOT EQUAL 'S'
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CONTRATOX
           END-IF.
      *
           DISPLAY WSS-NOME-TITULAR    LINE 10 COL 34.
      *
           MOVE "Informe o inicio e o fim da vigencia (DDMMAAAA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4C.
           ACCEPT T5C.
      *
           MOVE "Informe o valor mensal comprometido."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T6C.
      *
           MOVE "Informe as condicoes do contrato (duas linhas)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T7C.
           ACCEPT T8C.
      *
           MOVE "Situacao do contrato (A-ativo, E-encerrado)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T9C.
           INSPECT CTR-SITUACAO-WSC    CONVERTING 'ae' TO 'AE'.
      *
           MOVE WSS-T-INICIO           TO WSS-T-DATA.
           PERFORM RT-VALIDAR-DATA     THRU RT-VALIDAR-DATAX.
           MOVE WSS-DATA-AMD           TO CTR-DT-INICIO-WSC.
      *
           MOVE WSS-T-FIM              TO WSS-T-DATA.
           PERFORM RT-VALIDAR-DATA     THRU RT-VALIDAR-DATAX.
           MOVE WSS-DATA-AMD           TO CTR-DT-FIM-WSC.
      *
           EVALUATE TRUE
               WHEN CTR-DT-INICIO-WSC  EQUAL ZEROS
                    MOVE "Data de inicio invalida - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN CTR-DT-FIM-WSC     EQUAL ZEROS
                    MOVE "Data de fim invalida - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN CTR-DT-FIM-WSC     NOT GREATER CTR-DT-INICIO-WSC
                    MOVE "Fim deve ser posterior ao inicio - nao gravad
      -                  "o."          TO WSS-MENSAGEM
               WHEN CTR-VLR-MENSAL-WSC EQUAL ZEROS
                    MOVE "Valor mensal comprometido e obrigatorio."
                                       TO WSS-MENSAGEM
               WHEN NOT CTR-ATIVO-WSC
                    AND NOT CTR-ENCERRADO-WSC
                    MOVE "Situacao invalida: A ou E - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN OTHER
                    MOVE SPACES        TO WSS-MENSAGEM
           END-EVALUATE.
      *
           IF WSS-MENSAGEM             NOT EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CONTRATOX
           END-IF.
      *
      *  ---> Renovacao (nova data fim) rearma o aviso de vencimento
           IF CTR-DT-FIM-WSC           NOT EQUAL WSS-DT-FIM-ANT
              MOVE ZEROS               TO CTR-DT-AVISO-WSC
           END-IF.
      *
           MOVE "Confirma a gravacao do contrato? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 53
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-CONTRATOX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE LKS-OPERADOR           TO CTR-OPERADOR-WSC.
      *
           IF WSS-NOVO                 EQUAL 'S'
              MOVE WSS-HOJE-AMD        TO CTR-DT-INCLUSAO-WSC
              MOVE REG-WSC             TO REG-FDO
              WRITE REG-FDO
              MOVE 'CONTRATO DE FORNECIMENTO INCLUIDO'
                                       TO WSS-AUD-ACAO
           ELSE
              MOVE CTR-NUMERO-WSC      TO CTR-NUMERO-FDO
              READ ARQ-CONTRATO        KEY IS CTR-NUMERO-FDO
                   INVALID KEY
                       CONTINUE
              END-READ
              MOVE WSS-HOJE-AMD        TO CTR-DT-ALTERACAO-WSC
              MOVE REG-WSC             TO REG-FDO
              REWRITE REG-FDO
              MOVE 'CONTRATO DE FORNECIMENTO ALTERADO'
                                       TO WSS-AUD-ACAO
           END-IF.
      *
           IF FS-CONTRATO              NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'CONTRATO'          TO WSS-ARQUIVO
              MOVE FS-CONTRATO         TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Contrato gravado com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-CONTRATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-TITULAR                  SECTION.
      *  ---> Confere o titular de CTR-TITULAR-WSC (cliente em
      *       CLIENTES ou grupo em GRUPO) e devolve o nome; com erro,
      *       WSS-TITULAR-OK 'N' e o motivo em WSS-MENSAGEM
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-TITULAR-OK.
           MOVE SPACES                 TO WSS-NOME-TITULAR.
      *
           EVALUATE TRUE
               WHEN CTR-DE-CLIENTE-WSC
                    IF NOT CLIENTES-ABERTO
                       MOVE "Arquivo CLIENTES indisponivel - nao gravado
      -                     "."        TO WSS-MENSAGEM
                       GO              TO RT-LER-TITULARX
                    END-IF
                    MOVE CTR-CODIGO-WSC
                                       TO CODIGO-FDC
                    READ ARQ-CLIENTES  KEY IS CODIGO-FDC
                         INVALID KEY
                             MOVE "Cliente nao cadastrado."
                                       TO WSS-MENSAGEM
                             GO        TO RT-LER-TITULARX
                    END-READ
                    MOVE RSOCIAL-FDC   TO WSS-NOME-TITULAR
               WHEN CTR-DE-GRUPO-WSC
                    IF NOT GRUPO-ABERTO
                       MOVE "Arquivo GRUPO indisponivel - nao gravado."
                                       TO WSS-MENSAGEM
                       GO              TO RT-LER-TITULARX
                    END-IF
                    IF CTR-CODIGO-WSC  GREATER 99999
                       MOVE "Grupo economico nao cadastrado."
                                       TO WSS-MENSAGEM
                       GO              TO RT-LER-TITULARX
                    END-IF
                    MOVE CTR-CODIGO-WSC
                                       TO GRP-CODIGO-FDG
                    READ ARQ-GRUPO     KEY IS GRP-CODIGO-FDG
                         INVALID KEY
                             MOVE "Grupo economico nao cadastrado."
                                       TO WSS-MENSAGEM
                             GO        TO RT-LER-TITULARX
                    END-READ
                    MOVE GRP-NOME-FDG  TO WSS-NOME-TITULAR
               WHEN OTHER
                    MOVE "Titular invalido: C ou G."
                                       TO WSS-MENSAGEM
                    GO                 TO RT-LER-TITULARX
           END-EVALUATE.
      *
           MOVE 'S'                    TO WSS-TITULAR-OK.
      *
       RT-LER-TITULARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VALIDAR-DATA                 SECTION.
      *  ---> Converte a data DDMMAAAA de WSS-T-DATA para AAAAMMDD
      *       em WSS-DATA-AMD; data invalida devolve zeros
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-DATA-AMD.
      *
           IF WSS-T-DATA               NOT NUMERIC
              GO                       TO RT-VALIDAR-DATAX
           END-IF.
      *
           MOVE WSS-T-DATA(5:4)        TO WSS-DATA-AMD(1:4).
           MOVE WSS-T-DATA(3:2)        TO WSS-DATA-AMD(5:2).
           MOVE WSS-T-DATA(1:2)        TO WSS-DATA-AMD(7:2).
      *
           IF FUNCTION TEST-DATE-YYYYMMDD (WSS-DATA-AMD)
                                       NOT EQUAL ZEROS
              MOVE ZEROS               TO WSS-DATA-AMD
           END-IF.
      *
       RT-VALIDAR-DATAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EXCLUSAO DE CONTRATO DE FORNECIMENTO
      *----------------------------------------------------------------*
       RT-EXCLUIR-CONTRATO             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSC
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
           MOVE SPACES                 TO WSS-T-INICIO
                                          WSS-T-FIM.
      *
           DISPLAY TELA-LABEL-CONTRATO.
      *
           MOVE "Informe o numero do contrato (branco sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1C.
      *
           IF CTR-NUMERO-WSC           EQUAL SPACES
              GO                       TO RT-EXCLUIR-CONTRATOX
           END-IF.
      *
           INSPECT CTR-NUMERO-WSC      CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE CTR-NUMERO-WSC         TO CTR-NUMERO-FDO.
      *
           READ ARQ-CONTRATO           KEY IS CTR-NUMERO-FDO
                INVALID KEY
                    MOVE "Contrato nao cadastrado."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    GO                 TO RT-EXCLUIR-CONTRATOX
           END-READ.
      *
           MOVE REG-FDO                TO REG-WSC.
           MOVE CTR-DT-INICIO-WSC(7:2) TO WSS-T-INICIO(1:2).
           MOVE CTR-DT-INICIO-WSC(5:2) TO WSS-T-INICIO(3:2).
           MOVE CTR-DT-INICIO-WSC(1:4) TO WSS-T-INICIO(5:4).
           MOVE CTR-DT-FIM-WSC(7:2)    TO WSS-T-FIM(1:2).
           MOVE CTR-DT-FIM-WSC(5:2)    TO WSS-T-FIM(3:2).
           MOVE CTR-DT-FIM-WSC(1:4)    TO WSS-T-FIM(5:4).
           DISPLAY TELA-DADOS-CONTRATO-T.
      *
      *  ---> Contrato vencido ou rescindido deveria ser encerrado
      *       ('E'), preservando o historico do compromisso
           MOVE "Exclui o contrato? Prefira encerrar (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 56
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-EXCLUIR-CONTRATOX
           END-IF.
      *
           DELETE ARQ-CONTRATO.
      *
           IF FS-CONTRATO              NOT EQUAL '00'
              MOVE 'ao excluir '       TO WSS-DESCRICAO
              MOVE 'CONTRATO'          TO WSS-ARQUIVO
              MOVE FS-CONTRATO         TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'CONTRATO DE FORNECIMENTO EXCLUIDO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Contrato excluido."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-EXCLUIR-CONTRATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONSULTA DOS CONTRATOS DE UM TITULAR. PARA UM CLIENTE DE
      *    GRUPO ECONOMICO SAEM TAMBEM OS CONTRATOS DO GRUPO
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE 'C'                    TO WSS-T-TIPO-CON.
           MOVE ZEROS                  TO WSS-T-CODIGO-CON
                                          WSS-QTD-LISTADOS.
      *
           MOVE "Titular (C-cliente/G-grupo): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-T-TIPO-CON       LINE 24 COL 42
                                            WITH PROMPT AUTO-SKIP.
           INSPECT WSS-T-TIPO-CON      CONVERTING 'cg' TO 'CG'.
      *
           MOVE "Codigo do titular: "  TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-T-CODIGO-CON     LINE 24 COL 32
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-T-CODIGO-CON         EQUAL ZEROS
              OR (WSS-T-TIPO-CON       NOT EQUAL 'C' AND 'G')
              GO                       TO RT-CONSULTAX
           END-IF.
      *
           MOVE 4                      TO WSS-LINHA.
      *
           MOVE WSS-T-TIPO-CON         TO WSS-BUSCA-TIPO.
           MOVE WSS-T-CODIGO-CON       TO WSS-BUSCA-CODIGO.
           PERFORM RT-LISTAR-TITULAR   THRU RT-LISTAR-TITULARX.
      *
      *  ---> Cliente membro de grupo: contratos do grupo tambem
           IF WSS-T-TIPO-CON           EQUAL 'C'
              AND CLIENTES-ABERTO
              MOVE WSS-T-CODIGO-CON    TO CODIGO-FDC
              READ ARQ-CLIENTES        KEY IS CODIGO-FDC
                   INVALID KEY
                       MOVE ZEROS      TO GRUPO-FDC
              END-READ
              IF GRUPO-FDC             GREATER ZEROS
                 MOVE 'G'              TO WSS-BUSCA-TIPO
                 MOVE GRUPO-FDC        TO WSS-BUSCA-CODIGO
                 PERFORM RT-LISTAR-TITULAR
                                       THRU RT-LISTAR-TITULARX
              END-IF
           END-IF.
      *
           IF WSS-QTD-LISTADOS         EQUAL ZEROS
              MOVE "Nenhum contrato para o titular."
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
       RT-LISTAR-TITULAR               SECTION.
      *  ---> Contratos do titular de WSS-BUSCA-TITULAR pela chave
      *       alternativa
      *----------------------------------------------------------------*
      *
           MOVE WSS-BUSCA-TITULAR      TO CTR-TITULAR-FDO.
           MOVE 'N'                    TO WSS-FIM-ARQ-CTR.
      *
           START ARQ-CONTRATO          KEY IS NOT LESS CTR-TITULAR-FDO
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CTR
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CTR
                                       EQUAL 'S'
              READ ARQ-CONTRATO        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-CTR
                NOT AT END
                   IF CTR-TITULAR-FDO  NOT EQUAL WSS-BUSCA-TITULAR
                      MOVE 'S'         TO WSS-FIM-ARQ-CTR
                   ELSE
                      PERFORM RT-EXIBIR-CONTRATO
                                       THRU RT-EXIBIR-CONTRATOX
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-LISTAR-TITULARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXIBIR-CONTRATO              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-SITUACAO-CONTRATO
                                       THRU RT-SITUACAO-CONTRATOX.
      *
           MOVE CTR-NUMERO-FDO         TO CON-NUMERO.
           MOVE CTR-TIPO-FDO           TO CON-TIPO.
           MOVE CTR-CODIGO-FDO         TO CON-CODIGO.
           MOVE CTR-DT-INICIO-FDO      TO CON-INICIO.
           MOVE CTR-DT-FIM-FDO         TO CON-FIM.
           MOVE CTR-VLR-MENSAL-FDO     TO CON-VALOR.
           MOVE WSS-SIT-CONTRATO       TO CON-SITUACAO.
      *
           DISPLAY WSS-LINHA-CON       LINE WSS-LINHA COL 03.
      *
           ADD 1                       TO WSS-LINHA
                                          WSS-QTD-LISTADOS.
      *
           IF WSS-LINHA                GREATER 21
              MOVE "ENTER continua."   TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
           END-IF.
      *
       RT-EXIBIR-CONTRATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SITUACAO-CONTRATO            SECTION.
      *  ---> Situacao do contrato em REG-FDO na data de hoje:
      *       ENCERRADO, A INICIAR, VENCIDO, A VENCER (ATE 60 DIAS)
      *       OU VIGENTE
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           COMPUTE WSS-DT-LIMITE        =
                   FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WSS-HOJE-AMD) + 60).
      *
           EVALUATE TRUE
               WHEN CTR-ENCERRADO-FDO
                    MOVE 'ENCERRADO'   TO WSS-SIT-CONTRATO
               WHEN CTR-DT-INICIO-FDO  GREATER WSS-HOJE-AMD
                    MOVE 'A INICIAR'   TO WSS-SIT-CONTRATO
               WHEN CTR-DT-FIM-FDO     LESS WSS-HOJE-AMD
                    MOVE 'VENCIDO'     TO WSS-SIT-CONTRATO
               WHEN CTR-DT-FIM-FDO     NOT GREATER WSS-DT-LIMITE
                    MOVE 'A VENCER'    TO WSS-SIT-CONTRATO
               WHEN OTHER
                    MOVE 'VIGENTE'     TO WSS-SIT-CONTRATO
           END-EVALUATE.
      *
       RT-SITUACAO-CONTRATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    MES DO RELATORIO: EM LOTE, O MES ANTERIOR AO DA DATA DE
      *    PROCESSAMENTO; NA TELA, INFORMADO PELO OPERADOR
      *----------------------------------------------------------------*
       RT-OBTER-MES                    SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-ANOMES-NUM.
      *
           IF MODO-BATCH
              PERFORM RT-DATA-SISTEMA  THRU RT-DATA-SISTEMAX
              IF WSS-HOJE-MES          EQUAL 1
                 COMPUTE WSS-ANOMES-NUM =
                         (WSS-HOJE-ANO - 1) * 100 + 12
              ELSE
                 COMPUTE WSS-ANOMES-NUM =
                         WSS-HOJE-ANO * 100 + WSS-HOJE-MES - 1
              END-IF
           ELSE
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
              MOVE SPACES              TO WSS-T-ANOMES
              MOVE "Informe o mes do relatorio."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-RELATORIO
                      TELA-MENSAGENS
              ACCEPT T1R
              IF WSS-T-ANOMES          EQUAL SPACES
                 GO                    TO RT-OBTER-MESX
              END-IF
              IF WSS-T-ANOMES          NUMERIC
                 MOVE WSS-T-ANOMES     TO WSS-ANOMES-NUM
              END-IF
           END-IF.
      *
           IF WSS-ANOMES-MES           LESS 1
              OR WSS-ANOMES-MES        GREATER 12
              OR WSS-ANOMES-ANO        LESS 1901
              MOVE ZEROS               TO WSS-ANOMES-NUM
              MOVE "Mes invalido - informe AAAAMM numerico."
                                       TO WSS-MENSAGEM
              IF MODO-BATCH
                 MOVE '08'             TO LKS-RETORNO
                 MOVE WSS-MENSAGEM(1:50)
                                       TO LKS-MENSAGEM
                 GO                    TO RT-OBTER-MESX
              END-IF
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-OBTER-MESX
           END-IF.
      *
           COMPUTE WSS-MES-INI-AMD      = WSS-ANOMES-NUM * 100 + 1.
           COMPUTE WSS-MES-FIM-AMD      = WSS-ANOMES-NUM * 100 + 31.
      *
       RT-OBTER-MESX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO MENSAL COMPROMETIDO X FATURADO: CONTRATOS ATIVOS
      *    COM VIGENCIA NO MES CONTRA OS PEDIDOS FATURADOS (F/P) COM
      *    DATA DE FATURAMENTO NO MES, DO CLIENTE OU DE TODOS OS
      *    MEMBROS DO GRUPO
      *----------------------------------------------------------------*
       RT-GERAR-RELATORIO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-CTR
                                          WSS-QTD-LINHAS
                                          WSS-QTD-IGNORADOS.
      *
           PERFORM RT-CARREGAR-CONTRATOS
                                       THRU RT-CARREGAR-CONTRATOSX.
      *
           IF WSS-QTD-CTR              GREATER ZEROS
              AND CLIENTES-ABERTO
              AND PEDIDOS-ABERTO
              PERFORM RT-APURAR-FATURADO
                                       THRU RT-APURAR-FATURADOX
           END-IF.
      *
           MOVE SPACES                 TO WSS-ARQ-RELCTR.
           STRING 'REL-CONTRATO-'      DELIMITED BY SIZE
                  WSS-ANOMES-NUM       DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-RELCTR
           END-STRING.
      *
           OPEN OUTPUT REL-CONTRATO.
      *
           IF FS-RELCTR                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELCONTRAT'        TO WSS-ARQUIVO
              MOVE FS-RELCTR           TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE WSS-ANOMES-NUM         TO CCT-ANOMES.
           WRITE REG-RELCTR            FROM CAB-CONTRATO.
           WRITE REG-RELCTR            FROM CAB-CONTRATO-COL.
      *
           PERFORM VARYING WSS-IDX-CTR FROM 1 BY 1
                   UNTIL   WSS-IDX-CTR GREATER WSS-QTD-CTR
              PERFORM RT-GRAVAR-LINHA  THRU RT-GRAVAR-LINHAX
           END-PERFORM.
      *
           MOVE WSS-QTD-LINHAS         TO RCT-QTD.
           MOVE WSS-QTD-IGNORADOS      TO RCT-IGNORADOS.
           WRITE REG-RELCTR            FROM RDP-CONTRATO.
      *
           CLOSE REL-CONTRATO.
      *
           MOVE WSS-ARQ-RELCTR         TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'CONTRATOS X FATURADO GERADO MES ' WSS-ANOMES-NUM
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'Contratos ' WSS-ANOMES-NUM ' listados: '
                  WSS-QTD-LINHAS
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
       RT-GERAR-RELATORIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARREGAR-CONTRATOS           SECTION.
      *  ---> Contratos ativos cuja vigencia alcanca o mes do
      *       relatorio, com o nome do titular
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO CTR-NUMERO-FDO.
           MOVE 'N'                    TO WSS-FIM-ARQ-CTR.
      *
           START ARQ-CONTRATO          KEY IS NOT LESS CTR-NUMERO-FDO
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CTR
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CTR
                                       EQUAL 'S'
              READ ARQ-CONTRATO        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-CTR
                NOT AT END
                   IF CTR-ATIVO-FDO
                      AND CTR-DT-INICIO-FDO
                                       NOT GREATER WSS-MES-FIM-AMD
                      AND CTR-DT-FIM-FDO
                                       NOT LESS WSS-MES-INI-AMD
                      PERFORM RT-GUARDAR-CONTRATO
                                       THRU RT-GUARDAR-CONTRATOX
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-CARREGAR-CONTRATOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GUARDAR-CONTRATO             SECTION.
      *----------------------------------------------------------------*
      *
           IF WSS-QTD-CTR              NOT LESS 2000
              ADD 1                    TO WSS-QTD-IGNORADOS
              GO                       TO RT-GUARDAR-CONTRATOX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-CTR.
           MOVE WSS-QTD-CTR            TO WSS-IDX-CTR.
      *
           MOVE CTR-NUMERO-FDO         TO WSS-CTR-NUMERO (WSS-IDX-CTR).
           MOVE CTR-TIPO-FDO           TO WSS-CTR-TIPO (WSS-IDX-CTR).
           MOVE CTR-CODIGO-FDO         TO WSS-CTR-CODIGO (WSS-IDX-CTR).
           MOVE CTR-DT-INICIO-FDO      TO WSS-CTR-INICIO (WSS-IDX-CTR).
           MOVE CTR-DT-FIM-FDO         TO WSS-CTR-FIM (WSS-IDX-CTR).
           MOVE CTR-SITUACAO-FDO       TO WSS-CTR-SITUACAO
                                          (WSS-IDX-CTR).
           MOVE CTR-VLR-MENSAL-FDO     TO WSS-CTR-COMPROM
                                          (WSS-IDX-CTR).
           MOVE ZEROS                  TO WSS-CTR-FATURADO
                                          (WSS-IDX-CTR).
      *
           MOVE CTR-TITULAR-FDO        TO CTR-TITULAR-WSC.
           PERFORM RT-LER-TITULAR      THRU RT-LER-TITULARX.
           MOVE WSS-NOME-TITULAR       TO WSS-CTR-NOME (WSS-IDX-CTR).
      *
       RT-GUARDAR-CONTRATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APURAR-FATURADO              SECTION.
      *  ---> Uma passada em CLIENTES: o cliente titular de contrato,
      *       ou membro de grupo titular, tem o faturado do mes somado
      *       aos contratos correspondentes
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO CODIGO-FDC.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-CLIENTES          KEY IS NOT LESS CODIGO-FDC
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S'
              READ ARQ-CLIENTES        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   PERFORM RT-APURAR-CLIENTE
                                       THRU RT-APURAR-CLIENTEX
              END-READ
           END-PERFORM.
      *
       RT-APURAR-FATURADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APURAR-CLIENTE               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-CLI-CASOU.
      *
           PERFORM VARYING WSS-IDX-CTR FROM 1 BY 1
                   UNTIL   WSS-IDX-CTR GREATER WSS-QTD-CTR
                   OR      WSS-CLI-CASOU EQUAL 'S'
              IF (WSS-CTR-TIPO (WSS-IDX-CTR) EQUAL 'C'
                  AND WSS-CTR-CODIGO (WSS-IDX-CTR) EQUAL CODIGO-FDC)
                 OR (WSS-CTR-TIPO (WSS-IDX-CTR) EQUAL 'G'
                  AND GRUPO-FDC         GREATER ZEROS
                  AND WSS-CTR-CODIGO (WSS-IDX-CTR) EQUAL GRUPO-FDC)
                 MOVE 'S'              TO WSS-CLI-CASOU
              END-IF
           END-PERFORM.
      *
           IF WSS-CLI-CASOU            NOT EQUAL 'S'
              GO                       TO RT-APURAR-CLIENTEX
           END-IF.
      *
           PERFORM RT-SOMAR-PEDIDOS    THRU RT-SOMAR-PEDIDOSX.
      *
           IF WSS-CLI-FATURADO         EQUAL ZEROS
              GO                       TO RT-APURAR-CLIENTEX
           END-IF.
      *
           PERFORM VARYING WSS-IDX-CTR FROM 1 BY 1
                   UNTIL   WSS-IDX-CTR GREATER WSS-QTD-CTR
              IF (WSS-CTR-TIPO (WSS-IDX-CTR) EQUAL 'C'
                  AND WSS-CTR-CODIGO (WSS-IDX-CTR) EQUAL CODIGO-FDC)
                 OR (WSS-CTR-TIPO (WSS-IDX-CTR) EQUAL 'G'
                  AND GRUPO-FDC         GREATER ZEROS
                  AND WSS-CTR-CODIGO (WSS-IDX-CTR) EQUAL GRUPO-FDC)
                 ADD WSS-CLI-FATURADO  TO WSS-CTR-FATURADO
                                          (WSS-IDX-CTR)
              END-IF
           END-PERFORM.
      *
       RT-APURAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SOMAR-PEDIDOS                SECTION.
      *  ---> Valor dos pedidos do cliente de REG-FDC faturados
      *       (total ou parcial) com data de faturamento no mes
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-CLI-FATURADO.
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
                                       EQUAL 'S'
              READ ARQ-PEDIDOS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-PED
                NOT AT END
                   IF PED-CCLIENTE-FDP NOT EQUAL CODIGO-FDC
                      MOVE 'S'         TO WSS-FIM-ARQ-PED
                   ELSE
                      IF (PED-FATURADO-FDP OR PED-FAT-PARCIAL-FDP)
                         AND PED-DT-FATURA-FDP
                                       NOT LESS WSS-MES-INI-AMD
                         AND PED-DT-FATURA-FDP
                                       NOT GREATER WSS-MES-FIM-AMD
                         ADD PED-VALOR-FDP
                                       TO WSS-CLI-FATURADO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-SOMAR-PEDIDOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-LINHA                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-CTR-NUMERO (WSS-IDX-CTR)
                                       TO DCT-NUMERO CTR-NUMERO-FDO.
           MOVE WSS-CTR-TIPO (WSS-IDX-CTR)
                                       TO DCT-TIPO.
           MOVE WSS-CTR-CODIGO (WSS-IDX-CTR)
                                       TO DCT-CODIGO.
           MOVE WSS-CTR-NOME (WSS-IDX-CTR)
                                       TO DCT-NOME.
           MOVE WSS-CTR-INICIO (WSS-IDX-CTR)
                                       TO DCT-INICIO CTR-DT-INICIO-FDO.
           MOVE WSS-CTR-FIM (WSS-IDX-CTR)
                                       TO DCT-FIM CTR-DT-FIM-FDO.
           MOVE WSS-CTR-SITUACAO (WSS-IDX-CTR)
                                       TO CTR-SITUACAO-FDO.
           MOVE WSS-CTR-COMPROM (WSS-IDX-CTR)
                                       TO DCT-COMPROM.
           MOVE WSS-CTR-FATURADO (WSS-IDX-CTR)
                                       TO DCT-FATURADO.
      *
           COMPUTE WSS-DIFERENCA        =
                   WSS-CTR-FATURADO (WSS-IDX-CTR)
                 - WSS-CTR-COMPROM (WSS-IDX-CTR).
           MOVE WSS-DIFERENCA          TO DCT-DIFERENCA.
      *
           COMPUTE WSS-PERCENTUAL ROUNDED =
                   WSS-CTR-FATURADO (WSS-IDX-CTR) * 100
                 / WSS-CTR-COMPROM (WSS-IDX-CTR)
              ON SIZE ERROR
                   MOVE 999,99         TO WSS-PERCENTUAL
           END-COMPUTE.
           MOVE WSS-PERCENTUAL         TO DCT-PERCENTUAL.
      *
           IF WSS-DIFERENCA            LESS ZEROS
              MOVE 'ABAIXO'            TO DCT-RESULTADO
           ELSE
              MOVE 'ATINGIDO'          TO DCT-RESULTADO
           END-IF.
      *
           PERFORM RT-SITUACAO-CONTRATO
                                       THRU RT-SITUACAO-CONTRATOX.
           MOVE WSS-SIT-CONTRATO       TO DCT-VIGENCIA.
      *
           WRITE REG-RELCTR            FROM DET-CONTRATO.
           ADD 1                       TO WSS-QTD-LINHAS.
      *
       RT-GRAVAR-LINHAX.
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
           MOVE 'PT000113'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE SPACES                 TO CAT-FILTROS-FDK.
           STRING 'CONTRATOS ' WSS-ANOMES-NUM
              DELIMITED BY SIZE        INTO CAT-FILTROS-FDK
           END-STRING.
           MOVE WSS-ARQ-RELCTR         TO CAT-ARQUIVO-FDK.
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
           MOVE 4                      TO WSS-LINHA.
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
           MOVE 'PT000113'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000113'             TO WSE-ERR-PROGRAMA.
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
           CLOSE ARQ-CONTRATO
                 ARQ-AUDITORIA.
      *
           IF CLIENTES-ABERTO
              CLOSE ARQ-CLIENTES
           END-IF.
      *
           IF GRUPO-ABERTO
              CLOSE ARQ-GRUPO
           END-IF.
      *
           IF PEDIDOS-ABERTO
              CLOSE ARQ-PEDIDOS
           END-IF.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
