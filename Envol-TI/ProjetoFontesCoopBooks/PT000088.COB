      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000088.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000088 ---> RETENCOES SOBRE COMISSAO E      *
      *     *            EXTRATO DE PAGAMENTO DE COMISSOES             *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : MANUTENCAO DO ARQUIVO RETENCAO (ALIQUOTA POR  *
      *     *            TIPO DE CONTRATO DO VENDEDOR - C CLT, R       *
      *     *            REPRESENTANTE PJ - E CODIGO DO IMPOSTO, COM   *
      *     *            VALOR MINIMO DE RETENCAO E CONTA CONTABIL DO  *
      *     *            IMPOSTO A RECOLHER) E EXTRATO MENSAL DE       *
      *     *            PAGAMENTO POR VENDEDOR: COMISSAO BRUTA,       *
      *     *            ESTORNOS DE MESES ANTERIORES, CADA RETENCAO   *
      *     *            E O LIQUIDO A PAGAR. BASE DAS RETENCOES =     *
      *     *            COMISSAO BRUTA MENOS ESTORNOS; RETENCAO       *
      *     *            ABAIXO DO MINIMO E DISPENSADA. O MESMO        *
      *     *            CALCULO E USADO NOS LANCAMENTOS CONTABEIS DO  *
      *     *            PT000045. MANUTENCAO RESTRITA AO PERFIL       *
      *     *            ADMINISTRADOR.                                *
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
           COPY 'SEL-RETENCAO.CPY'     REPLACING ==::== BY ==-FDR==.
      *
      *  ---> Comissoes apuradas por vendedor e mes (PT000044)
           COPY 'SEL-COMISSAO.CPY'     REPLACING ==::== BY ==-FDS==.
      *
      *  ---> Cadastro de vendedores (nome e tipo de contrato)
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
      *  ---> Extrato de pagamento de comissoes (nome por mes)
           SELECT  REL-PAGAMENTO       ASSIGN TO WSS-ARQ-PAGAMENTO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-REL-PAG.
      *
      *  ---> Catalogo central de relatorios gerados
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
       FD  ARQ-RETENCAO                VALUE OF FILE-ID IS 'RETENCAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-RETENCAO.CPY'          REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-COMISSAO                VALUE OF FILE-ID IS 'COMISSAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDS.
       COPY 'FD-COMISSAO.CPY'          REPLACING ==::== BY ==-FDS==.
      *
       FD  ARQ-VENDEDOR                VALUE OF FILE-ID IS 'VENDEDOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDV.
       COPY 'FD-VENDEDOR.CPY'          REPLACING ==::== BY ==-FDV==.
      *
       FD  REL-PAGAMENTO.
       01  REG-REL-PAGAMENTO           PIC  X(120).
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
       77  WSS-FIM-ARQ-COM             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-RET             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-COMISSAO-ABERTO         PIC  X(001)         VALUE 'N'.
           88  COMISSAO-ABERTO         VALUE 'S'.
       77  WSS-VENDEDOR-ABERTO         PIC  X(001)         VALUE 'N'.
           88  VENDEDOR-ABERTO         VALUE 'S'.
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
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - ENTRADA DA RETENCAO
      *----------------------------------------------------------------*
           03  WSS-T-CONTRATO          PIC  X(001)         VALUE SPACES.
           03  WSS-T-CODIGO            PIC  X(004)         VALUE SPACES.
           03  WSS-T-DESCR             PIC  X(020)         VALUE SPACES.
           03  WSS-T-PCT               PIC  9(002)V9(002)  VALUE ZEROS.
           03  WSS-T-MINIMO            PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-T-CONTA             PIC  X(010)         VALUE SPACES.
           03  WSS-PCT-EDT             PIC  Z9,99          VALUE ZEROS.
           03  WSS-DATA-AMD            PIC  9(008)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - EXTRATO DE PAGAMENTO
      *----------------------------------------------------------------*
           03  WSS-ARQ-PAGAMENTO       PIC  X(030)         VALUE SPACES.
           03  WSS-T-MESANO            PIC  9(006)         VALUE ZEROS.
           03  WSS-MESANO-R            REDEFINES WSS-T-MESANO.
               05  WSS-T-MES           PIC  9(002).
               05  WSS-T-ANO           PIC  9(004).
           03  WSS-ANOMES-NUM          PIC  9(006)         VALUE ZEROS.
           03  WSS-CONTRATO-VEN        PIC  X(001)         VALUE SPACES.
           03  WSS-NOME-VEN            PIC  X(040)         VALUE SPACES.
           03  WSS-BASE-RET            PIC S9(009)V9(002)  VALUE ZEROS.
           03  WSS-VLR-RET             PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-RET-DISPENSADA      PIC  X(001)         VALUE 'N'.
           03  WSS-TOT-RET-VEN         PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-LIQUIDO             PIC S9(009)V9(002)  VALUE ZEROS.
           03  WSS-QTD-VEN             PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-VEN-EDT         PIC  ZZZZ9          VALUE ZEROS.
           03  WSS-TOT-BRUTO           PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-TOT-ESTORNO         PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-TOT-RETIDO          PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-TOT-LIQUIDO         PIC S9(011)V9(002)  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-RETENCAO             PIC  X(002)         VALUE SPACES.
           03  FS-COMISSAO             PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-REL-PAG              PIC  X(002)         VALUE SPACES.
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
      *    TABELA - RETENCOES CADASTRADAS (CARREGADA A CADA EXTRATO)
      *----------------------------------------------------------------*
       01  WSS-TAB-RETENCAO.
           03  WSS-QTD-RETENCAO        PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-RETENCAO-OCR        OCCURS 50 TIMES.
               05  WSS-RTB-CONTRATO    PIC  X(001).
               05  WSS-RTB-CODIGO      PIC  X(004).
               05  WSS-RTB-DESCRICAO   PIC  X(020).
               05  WSS-RTB-PCT         PIC  9(002)V9(002).
               05  WSS-RTB-MINIMO      PIC  9(007)V9(002).
               05  WSS-RTB-TOTAL       PIC  9(011)V9(002).
      *
       77  WSS-IDX-RET                 PIC  9(003) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LINHA DA CONSULTA EM TELA
      *----------------------------------------------------------------*
       01  CAB-CONSULTA.
           03  FILLER                  PIC  X(007)         VALUE
               'C COD. '.
           03  FILLER                  PIC  X(021)         VALUE
               'DESCRICAO'.
           03  FILLER                  PIC  X(007)         VALUE
               ' %ALIQ '.
           03  FILLER                  PIC  X(011)         VALUE
               'VLR.MINIMO '.
           03  FILLER                  PIC  X(011)         VALUE
               'CONTA'.
           03  FILLER                  PIC  X(010)         VALUE
               'OPERADOR'.
      *
       01  LINHA-CONSULTA.
           03  LIN-CONTRATO            PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-CODIGO              PIC  X(004)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-DESCRICAO           PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-PCT                 PIC  ZZ9,99         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-MINIMO              PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-CONTA               PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-OPERADOR            PIC  X(010)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO EXTRATO
      *----------------------------------------------------------------*
       01  CAB-PAGAMENTO-1.
           03  FILLER                  PIC  X(039)         VALUE
               'EXTRATO DE PAGAMENTO DE COMISSOES - MES'.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CAB-MESANO              PIC  X(007)         VALUE SPACES.
           03  FILLER                  PIC  X(012)         VALUE
               ' - EMISSAO '.
           03  CAB-DATA                PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(051)         VALUE SPACES.
      *
       01  CAB-VENDEDOR.
           03  FILLER                  PIC  X(010)         VALUE
               'VENDEDOR: '.
           03  CBV-CODIGO              PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CBV-NOME                PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(010)         VALUE
               'CONTRATO: '.
           03  CBV-CONTRATO            PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(030)         VALUE SPACES.
      *
       01  DET-PAGAMENTO.
           03  FILLER                  PIC  X(005)         VALUE SPACES.
           03  DPG-DESCRICAO           PIC  X(050)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  DPG-VALOR               PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  DPG-OBSERVACAO          PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(016)         VALUE SPACES.
      *
       01  LINHA-TRACO.
           03  FILLER                  PIC  X(120)         VALUE ALL
                                            '-'.
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
           03 F LINE 05 COL 20   VALUE
               ' ..... PAGAMENTO DE COMISSOES ..... '        BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Retencao          ".
           03 F LINE 10 COL 28   VALUE " 2 - Excluir Retencao  ".
           03 F LINE 12 COL 28   VALUE " 3 - Consulta Retencoes".
           03 F LINE 14 COL 28   VALUE " 4 - Extrato do Mes    ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]             ".
      *
       01  TELA-LABEL-RETENCAO.
           03 F LINE 08 COL 20   VALUE " Contrato (C/R)......: ".
           03 F LINE 10 COL 20   VALUE " Codigo do imposto...: ".
           03 F LINE 12 COL 20   VALUE " Descricao...........: ".
           03 F LINE 14 COL 20   VALUE " Aliquota (%)........: ".
           03 F LINE 16 COL 20   VALUE " Valor minimo........: ".
           03 F LINE 18 COL 20   VALUE " Conta contabil......: ".
      *
       01  TELA-DADOS-RETENCAO-T.
           03 T1R LINE 08 COL 44 PIC X(001)      TO WSS-T-CONTRATO.
           03 T2R LINE 10 COL 44 PIC X(004)      TO WSS-T-CODIGO.
      *
       01  TELA-DADOS-RETENCAO-U.
           03 U3R LINE 12 COL 44 PIC X(020)      USING WSS-T-DESCR.
           03 U4R LINE 14 COL 44 PIC Z9,99       USING WSS-T-PCT.
           03 U5R LINE 16 COL 44 PIC ZZZZZZ9,99  USING WSS-T-MINIMO.
           03 U6R LINE 18 COL 44 PIC X(010)      USING WSS-T-CONTA.
      *
       01  TELA-LABEL-EXTRATO.
           03 F LINE 08 COL 20   VALUE " Mes/ano (MMAAAA)....: ".
      *
       01  TELA-DADOS-EXTRATO-T.
           03 T1E LINE 08 COL 44 PIC 999999      TO WSS-T-MESANO.
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
           MOVE SPACES                 TO LKS-ARQ-REL.
      *
           OPEN I-O ARQ-RETENCAO.
      *
           EVALUATE FS-RETENCAO
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-RETENCAO
                    OPEN OUTPUT ARQ-RETENCAO
                    CLOSE ARQ-RETENCAO
                    OPEN I-O ARQ-RETENCAO
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'RETENCAO'    TO WSS-ARQUIVO
                    MOVE FS-RETENCAO   TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
      *  ---> Comissao ausente = nenhum mes apurado para o extrato
           OPEN INPUT ARQ-COMISSAO.
           IF FS-COMISSAO              EQUAL '00'
              MOVE 'S'                 TO WSS-COMISSAO-ABERTO
           END-IF.
      *
      *  ---> Vendedor ausente = extrato sem nome e contrato CLT
           OPEN INPUT ARQ-VENDEDOR.
           IF FS-VENDEDOR              EQUAL '00'
              MOVE 'S'                 TO WSS-VENDEDOR-ABERTO
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
           ACCEPT WSS-FUN              LINE 18 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
               WHEN 1
               WHEN 2
                    IF LKS-PERFIL      NOT EQUAL 'A' AND 'a'
                       MOVE "Opcao restrita ao perfil administrador."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    ELSE
                       EVALUATE WSS-FUN
                           WHEN 1
                                PERFORM RT-RETENCAO
                                       THRU RT-RETENCAOX
                           WHEN 2
                                PERFORM RT-EXCLUSAO
                                       THRU RT-EXCLUSAOX
                       END-EVALUATE
                    END-IF
               WHEN 3
                    PERFORM RT-CONSULTA
                                       THRU RT-CONSULTAX
               WHEN 4
                    PERFORM RT-EXTRATO
                                       THRU RT-EXTRATOX
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
       RT-PEDIR-CHAVE                  SECTION.
      *  ---> Recebe tipo de contrato (branco sai) e codigo do imposto
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE SPACES                 TO WSS-T-CONTRATO
                                          WSS-T-CODIGO
                                          WSS-T-DESCR
                                          WSS-T-CONTA.
           MOVE ZEROS                  TO WSS-T-PCT
                                          WSS-T-MINIMO.
      *
           DISPLAY TELA-LABEL-RETENCAO.
      *
           MOVE "Contrato: C - CLT, R - Representante PJ (BRANCO sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1R.
      *
           EVALUATE WSS-T-CONTRATO
               WHEN SPACES
                    GO                 TO RT-PEDIR-CHAVEX
               WHEN 'C'
               WHEN 'c'
                    MOVE 'C'           TO WSS-T-CONTRATO
                    DISPLAY "CLT"      LINE 08 COL 48
               WHEN 'R'
               WHEN 'r'
                    MOVE 'R'           TO WSS-T-CONTRATO
                    DISPLAY "REPRESENTANTE PJ"
                                       LINE 08 COL 48
               WHEN OTHER
                    MOVE "Tipo de contrato invalido (C/R)."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    MOVE SPACES        TO WSS-T-CONTRATO
                    GO                 TO RT-PEDIR-CHAVEX
           END-EVALUATE.
      *
           MOVE "Informe o codigo do imposto (IRRF, ISS, INSS...)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2R.
      *
           IF WSS-T-CODIGO             EQUAL SPACES
              MOVE SPACES              TO WSS-T-CONTRATO
              GO                       TO RT-PEDIR-CHAVEX
           END-IF.
      *
           MOVE WSS-T-CONTRATO         TO RET-CONTRATO-FDR.
           MOVE WSS-T-CODIGO           TO RET-CODIGO-FDR.
      *
       RT-PEDIR-CHAVEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RETENCAO                     SECTION.
      *  ---> Inclui ou altera a aliquota de retencao do contrato
      *----------------------------------------------------------------*
      *
           PERFORM RT-PEDIR-CHAVE      THRU RT-PEDIR-CHAVEX.
      *
           IF WSS-T-CONTRATO           EQUAL SPACES
              GO                       TO RT-RETENCAOX
           END-IF.
      *
           READ ARQ-RETENCAO           KEY IS RET-CHAVE-FDR
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-RETENCAO              EQUAL '00'
              MOVE RET-DESCRICAO-FDR   TO WSS-T-DESCR
              MOVE RET-PCT-FDR         TO WSS-T-PCT
              MOVE RET-VLR-MINIMO-FDR  TO WSS-T-MINIMO
              MOVE RET-CONTA-FDR       TO WSS-T-CONTA
           END-IF.
      *
           DISPLAY TELA-DADOS-RETENCAO-U.
      *
           MOVE "Informe a descricao do imposto retido."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT U3R.
      *
           MOVE "Informe a aliquota sobre a comissao liquida (%)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT U4R.
      *
           IF WSS-T-PCT                EQUAL ZEROS
              MOVE "Aliquota deve ser maior que zero."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-RETENCAOX
           END-IF.
      *
           MOVE "Valor minimo da retencao (abaixo dele e dispensada)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT U5R.
      *
           MOVE "Informe a conta contabil do imposto a recolher."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT U6R.
      *
           IF WSS-T-CONTA              EQUAL SPACES
              MOVE "Conta contabil obrigatoria."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-RETENCAOX
           END-IF.
      *
           MOVE "Confirma a gravacao da retencao? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 55
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-RETENCAOX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS           TO WSS-DATA-AMD.
      *
           MOVE WSS-T-CONTRATO         TO RET-CONTRATO-FDR.
           MOVE WSS-T-CODIGO           TO RET-CODIGO-FDR.
           MOVE WSS-T-DESCR            TO RET-DESCRICAO-FDR.
           MOVE WSS-T-PCT              TO RET-PCT-FDR.
           MOVE WSS-T-MINIMO           TO RET-VLR-MINIMO-FDR.
           MOVE WSS-T-CONTA            TO RET-CONTA-FDR.
           MOVE LKS-OPERADOR           TO RET-OPERADOR-FDR.
           MOVE WSS-DATA-AMD           TO RET-DT-ALTER-FDR.
      *
           WRITE REG-FDR.
      *
           IF FS-RETENCAO              EQUAL '22'
              REWRITE REG-FDR
           END-IF.
      *
           IF FS-RETENCAO              EQUAL '00' OR '22'
              MOVE WSS-T-PCT           TO WSS-PCT-EDT
              MOVE SPACES              TO WSS-AUD-ACAO
              STRING 'RETENCAO GRAVADA ' WSS-T-CONTRATO ' '
                     WSS-T-CODIGO ' ' WSS-PCT-EDT '%'
                 DELIMITED BY SIZE     INTO WSS-AUD-ACAO
              END-STRING
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              MOVE "Retencao gravada com sucesso!"
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           ELSE
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'RETENCAO'          TO WSS-ARQUIVO
              MOVE FS-RETENCAO         TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-RETENCAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXCLUSAO                     SECTION.
      *  ---> Exclui a retencao (imposto deixa de ser retido)
      *----------------------------------------------------------------*
      *
           PERFORM RT-PEDIR-CHAVE      THRU RT-PEDIR-CHAVEX.
      *
           IF WSS-T-CONTRATO           EQUAL SPACES
              GO                       TO RT-EXCLUSAOX
           END-IF.
      *
           READ ARQ-RETENCAO           KEY IS RET-CHAVE-FDR
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-RETENCAO              NOT EQUAL '00'
              MOVE "Retencao nao cadastrada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EXCLUSAOX
           END-IF.
      *
           MOVE RET-DESCRICAO-FDR      TO WSS-T-DESCR.
           MOVE RET-PCT-FDR            TO WSS-T-PCT.
           MOVE RET-VLR-MINIMO-FDR     TO WSS-T-MINIMO.
           MOVE RET-CONTA-FDR          TO WSS-T-CONTA.
           DISPLAY TELA-DADOS-RETENCAO-U.
      *
           MOVE "Confirma a exclusao da retencao? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 55
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              DELETE ARQ-RETENCAO      RECORD
              IF FS-RETENCAO           EQUAL '00'
                 MOVE SPACES           TO WSS-AUD-ACAO
                 STRING 'RETENCAO EXCLUIDA ' WSS-T-CONTRATO ' '
                        WSS-T-CODIGO
                    DELIMITED BY SIZE  INTO WSS-AUD-ACAO
                 END-STRING
                 PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                 MOVE "Retencao excluida com sucesso!"
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              ELSE
                 MOVE 'ao excluir '    TO WSS-DESCRICAO
                 MOVE 'RETENCAO'       TO WSS-ARQUIVO
                 MOVE FS-RETENCAO      TO WSS-FSTATUS
                 MOVE 4                TO WSS-PONTO-ERRO
                 PERFORM RT-ERROS      THRU RT-ERROSX
              END-IF
           END-IF.
      *
       RT-EXCLUSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE LOW-VALUES             TO RET-CHAVE-FDR.
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
      *
           START ARQ-RETENCAO          KEY IS NOT LESS RET-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
           END-START.
      *
           IF WSS-FIM-ARQ-CON          EQUAL 'S'
              MOVE "Nenhuma retencao cadastrada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CONSULTAX
           END-IF.
      *
           DISPLAY CAB-CONSULTA        LINE 04 COL 05.
           MOVE 5                      TO WSS-LINHA.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CON
                                       EQUAL 'S' OR 's'
              PERFORM RT-EXIBIR-RETENCAO
                                       THRU RT-EXIBIR-RETENCAOX
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
       RT-EXIBIR-RETENCAO              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-RETENCAO           NEXT
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
                    GO                  TO RT-EXIBIR-RETENCAOX
           END-READ.
      *
           MOVE RET-CONTRATO-FDR       TO LIN-CONTRATO.
           MOVE RET-CODIGO-FDR         TO LIN-CODIGO.
           MOVE RET-DESCRICAO-FDR      TO LIN-DESCRICAO.
           MOVE RET-PCT-FDR            TO LIN-PCT.
           MOVE RET-VLR-MINIMO-FDR     TO LIN-MINIMO.
           MOVE RET-CONTA-FDR          TO LIN-CONTA.
           MOVE RET-OPERADOR-FDR       TO LIN-OPERADOR.
      *
           DISPLAY LINHA-CONSULTA      LINE WSS-LINHA COL 05.
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
                 DISPLAY CAB-CONSULTA  LINE 04 COL 05
                 MOVE 5                TO WSS-LINHA
              END-IF
           END-IF.
      *
       RT-EXIBIR-RETENCAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EXTRATO MENSAL DE PAGAMENTO: UM BLOCO POR VENDEDOR COM
      *    COMISSAO APURADA NO MES (ARQ COMISSAO), COM BRUTO, ESTORNOS,
      *    RETENCOES DO TIPO DE CONTRATO DO VENDEDOR E LIQUIDO.
      *----------------------------------------------------------------*
       RT-EXTRATO                      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-MESANO.
           DISPLAY TELA-LABEL-EXTRATO.
      *
           MOVE "Informe o mes de referencia (MMAAAA, ZEROS sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1E.
      *
           IF WSS-T-MESANO             EQUAL ZEROS
              GO                       TO RT-EXTRATOX
           END-IF.
      *
           IF WSS-T-MES                LESS 01
              OR WSS-T-MES             GREATER 12
              OR WSS-T-ANO             LESS 2000
              MOVE "Mes/ano invalido."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EXTRATOX
           END-IF.
      *
           IF NOT COMISSAO-ABERTO
              MOVE "Nenhuma comissao apurada ainda (PT000044)."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EXTRATOX
           END-IF.
      *
           COMPUTE WSS-ANOMES-NUM      = WSS-T-ANO * 100
                                       + WSS-T-MES.
      *
           MOVE ZEROS                  TO WSS-QTD-VEN
                                          WSS-TOT-BRUTO
                                          WSS-TOT-ESTORNO
                                          WSS-TOT-RETIDO
                                          WSS-TOT-LIQUIDO.
      *
           PERFORM RT-CARREGAR-RETENCOES
                                       THRU RT-CARREGAR-RETENCOESX.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE SPACES                 TO WSS-ARQ-PAGAMENTO.
           STRING 'REL-PAGCOMIS-'      DELIMITED BY SIZE
                  WSS-ANOMES-NUM       DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
              INTO WSS-ARQ-PAGAMENTO
           END-STRING.
      *
           OPEN OUTPUT REL-PAGAMENTO.
      *
           IF FS-REL-PAG               NOT EQUAL '00'
              MOVE "Erro ao abrir o extrato de pagamento."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EXTRATOX
           END-IF.
      *
           MOVE "Processando... aguarde."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           MOVE SPACES                 TO CAB-MESANO
                                          CAB-DATA.
           STRING WSS-T-MESANO(1:2) '/' WSS-T-MESANO(3:4)
              DELIMITED BY SIZE        INTO CAB-MESANO.
           STRING WSS-DATA-SIS-DIA '/' WSS-DATA-SIS-MES '/'
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                                       INTO CAB-DATA.
      *
           WRITE REG-REL-PAGAMENTO     FROM CAB-PAGAMENTO-1.
           WRITE REG-REL-PAGAMENTO     FROM LINHA-TRACO.
      *
           MOVE ZEROS                  TO COM-CVENDEDOR-FDS
                                          COM-ANOMES-FDS.
           MOVE 'N'                    TO WSS-FIM-ARQ-COM.
      *
           START ARQ-COMISSAO          KEY IS NOT LESS COM-CHAVE-FDS
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-COM
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-COM
                                       EQUAL 'S' OR 's'
              PERFORM RT-TRATAR-COMISSAO
                                       THRU RT-TRATAR-COMISSAOX
           END-PERFORM.
      *
           PERFORM RT-IMPRIME-TOTAIS   THRU RT-IMPRIME-TOTAISX.
      *
           CLOSE REL-PAGAMENTO.
      *
           MOVE WSS-ARQ-PAGAMENTO      TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'EXTRATO DE PAGAMENTO EMITIDO ' WSS-ANOMES-NUM
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Extrato gerado: ' WSS-ARQ-PAGAMENTO
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-EXTRATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARREGAR-RETENCOES           SECTION.
      *  ---> Carrega as aliquotas vigentes para a tabela em memoria
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-RETENCAO.
           MOVE LOW-VALUES             TO RET-CHAVE-FDR.
           MOVE 'N'                    TO WSS-FIM-ARQ-RET.
      *
           START ARQ-RETENCAO          KEY IS NOT LESS RET-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-RET
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-RET
                                       EQUAL 'S' OR 's'
              READ ARQ-RETENCAO        NEXT
                   AT END
                       MOVE 'S'        TO WSS-FIM-ARQ-RET
                   NOT AT END
                       IF WSS-QTD-RETENCAO
                                       LESS 50
                          ADD 1        TO WSS-QTD-RETENCAO
                          MOVE WSS-QTD-RETENCAO
                                       TO WSS-IDX-RET
                          MOVE RET-CONTRATO-FDR
                                       TO WSS-RTB-CONTRATO
                                          (WSS-IDX-RET)
                          MOVE RET-CODIGO-FDR
                                       TO WSS-RTB-CODIGO
                                          (WSS-IDX-RET)
                          MOVE RET-DESCRICAO-FDR
                                       TO WSS-RTB-DESCRICAO
                                          (WSS-IDX-RET)
                          MOVE RET-PCT-FDR
                                       TO WSS-RTB-PCT
                                          (WSS-IDX-RET)
                          MOVE RET-VLR-MINIMO-FDR
                                       TO WSS-RTB-MINIMO
                                          (WSS-IDX-RET)
                          MOVE ZEROS   TO WSS-RTB-TOTAL
                                          (WSS-IDX-RET)
                       END-IF
              END-READ
           END-PERFORM.
      *
       RT-CARREGAR-RETENCOESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-COMISSAO              SECTION.
      *  ---> Bloco do vendedor: bruto, estornos, retencoes e liquido
      *----------------------------------------------------------------*
      *
           READ ARQ-COMISSAO           NEXT
                AT END
                    MOVE 'S'           TO WSS-FIM-ARQ-COM
                    GO                 TO RT-TRATAR-COMISSAOX
           END-READ.
      *
           IF COM-ANOMES-FDS           NOT EQUAL WSS-ANOMES-NUM
              GO                       TO RT-TRATAR-COMISSAOX
           END-IF.
      *
           IF COM-VLR-COMISSAO-FDS     EQUAL ZEROS
              AND COM-VLR-ESTORNO-FDS  EQUAL ZEROS
              GO                       TO RT-TRATAR-COMISSAOX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-VEN.
      *
           PERFORM RT-LOCALIZAR-VENDEDOR
                                       THRU RT-LOCALIZAR-VENDEDORX.
      *
           MOVE COM-CVENDEDOR-FDS      TO CBV-CODIGO.
           MOVE WSS-NOME-VEN           TO CBV-NOME.
           IF WSS-CONTRATO-VEN         EQUAL 'R'
              MOVE 'REPRESENTANTE PJ'  TO CBV-CONTRATO
           ELSE
              MOVE 'CLT'               TO CBV-CONTRATO
           END-IF.
      *
           MOVE SPACES                 TO REG-REL-PAGAMENTO.
           WRITE REG-REL-PAGAMENTO.
           WRITE REG-REL-PAGAMENTO     FROM CAB-VENDEDOR.
      *
           MOVE 'COMISSAO BRUTA DO MES'
                                       TO DPG-DESCRICAO.
           MOVE COM-VLR-COMISSAO-FDS   TO DPG-VALOR.
           MOVE SPACES                 TO DPG-OBSERVACAO.
           WRITE REG-REL-PAGAMENTO     FROM DET-PAGAMENTO.
      *
           MOVE '(-) ESTORNOS DE MESES ANTERIORES'
                                       TO DPG-DESCRICAO.
           COMPUTE DPG-VALOR           = 0 - COM-VLR-ESTORNO-FDS.
           WRITE REG-REL-PAGAMENTO     FROM DET-PAGAMENTO.
      *
           COMPUTE WSS-BASE-RET        = COM-VLR-COMISSAO-FDS
                                       - COM-VLR-ESTORNO-FDS.
      *
           MOVE 'BASE DE CALCULO DAS RETENCOES'
                                       TO DPG-DESCRICAO.
           MOVE WSS-BASE-RET           TO DPG-VALOR.
           WRITE REG-REL-PAGAMENTO     FROM DET-PAGAMENTO.
      *
           MOVE ZEROS                  TO WSS-TOT-RET-VEN.
      *
           PERFORM VARYING WSS-IDX-RET FROM 1 BY 1
                   UNTIL   WSS-IDX-RET GREATER WSS-QTD-RETENCAO
              IF WSS-RTB-CONTRATO (WSS-IDX-RET)
                                       EQUAL WSS-CONTRATO-VEN
                 PERFORM RT-CALCULAR-RETENCAO
                                       THRU RT-CALCULAR-RETENCAOX
              END-IF
           END-PERFORM.
      *
           COMPUTE WSS-LIQUIDO         = WSS-BASE-RET
                                       - WSS-TOT-RET-VEN.
      *
           MOVE 'LIQUIDO A PAGAR'      TO DPG-DESCRICAO.
           MOVE WSS-LIQUIDO            TO DPG-VALOR.
           MOVE SPACES                 TO DPG-OBSERVACAO.
           IF WSS-LIQUIDO              LESS ZEROS
              MOVE 'SALDO DEVEDOR DO VENDEDOR'
                                       TO DPG-OBSERVACAO
           END-IF.
           WRITE REG-REL-PAGAMENTO     FROM DET-PAGAMENTO.
      *
           ADD COM-VLR-COMISSAO-FDS    TO WSS-TOT-BRUTO.
           ADD COM-VLR-ESTORNO-FDS     TO WSS-TOT-ESTORNO.
           ADD WSS-TOT-RET-VEN         TO WSS-TOT-RETIDO.
           ADD WSS-LIQUIDO             TO WSS-TOT-LIQUIDO.
      *
       RT-TRATAR-COMISSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LOCALIZAR-VENDEDOR           SECTION.
      *  ---> Nome e tipo de contrato (sem cadastro = CLT)
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-NOME-VEN.
           MOVE 'C'                    TO WSS-CONTRATO-VEN.
      *
           IF NOT VENDEDOR-ABERTO
              GO                       TO RT-LOCALIZAR-VENDEDORX
           END-IF.
      *
           MOVE COM-CVENDEDOR-FDS      TO CODIGO-FDV.
           READ ARQ-VENDEDOR           KEY IS CODIGO-FDV
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-VENDEDOR              EQUAL '00'
              MOVE NOME-FDV            TO WSS-NOME-VEN
              IF CONTRATO-REPRES-FDV
                 MOVE 'R'              TO WSS-CONTRATO-VEN
              END-IF
           END-IF.
      *
       RT-LOCALIZAR-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CALCULAR-RETENCAO            SECTION.
      *  ---> Retencao = base x aliquota; abaixo do minimo dispensada.
      *       Base negativa ou zero (estornos maiores que a comissao)
      *       nao gera retencao. Mesmo calculo do PT000045.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-VLR-RET.
           MOVE 'N'                    TO WSS-RET-DISPENSADA.
      *
           IF WSS-BASE-RET             GREATER ZEROS
              COMPUTE WSS-VLR-RET ROUNDED =
                      WSS-BASE-RET * WSS-RTB-PCT (WSS-IDX-RET) / 100
              IF WSS-VLR-RET           LESS WSS-RTB-MINIMO
                                            (WSS-IDX-RET)
                 MOVE ZEROS            TO WSS-VLR-RET
                 MOVE 'S'              TO WSS-RET-DISPENSADA
              END-IF
           END-IF.
      *
           MOVE WSS-RTB-PCT (WSS-IDX-RET)
                                       TO WSS-PCT-EDT.
           MOVE SPACES                 TO DPG-DESCRICAO.
           STRING '(-) ' WSS-RTB-CODIGO (WSS-IDX-RET) ' - '
                  WSS-RTB-DESCRICAO (WSS-IDX-RET) ' ' WSS-PCT-EDT '%'
              DELIMITED BY SIZE        INTO DPG-DESCRICAO
           END-STRING.
           COMPUTE DPG-VALOR           = 0 - WSS-VLR-RET.
           MOVE SPACES                 TO DPG-OBSERVACAO.
           IF WSS-RET-DISPENSADA       EQUAL 'S'
              MOVE 'DISPENSADA - ABAIXO DO MINIMO'
                                       TO DPG-OBSERVACAO
           END-IF.
           WRITE REG-REL-PAGAMENTO     FROM DET-PAGAMENTO.
      *
           ADD WSS-VLR-RET             TO WSS-TOT-RET-VEN
                                          WSS-RTB-TOTAL (WSS-IDX-RET).
      *
       RT-CALCULAR-RETENCAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-TOTAIS               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REG-REL-PAGAMENTO.
           WRITE REG-REL-PAGAMENTO.
           WRITE REG-REL-PAGAMENTO     FROM LINHA-TRACO.
      *
           IF WSS-QTD-VEN              EQUAL ZEROS
              MOVE 'NENHUMA COMISSAO APURADA NO MES'
                                       TO REG-REL-PAGAMENTO
              WRITE REG-REL-PAGAMENTO
              GO                       TO RT-IMPRIME-TOTAISX
           END-IF.
      *
           MOVE WSS-QTD-VEN            TO WSS-QTD-VEN-EDT.
           MOVE SPACES                 TO REG-REL-PAGAMENTO.
           STRING 'TOTAIS DO MES - VENDEDORES NO EXTRATO: '
                  WSS-QTD-VEN-EDT
              DELIMITED BY SIZE        INTO REG-REL-PAGAMENTO
           END-STRING.
           WRITE REG-REL-PAGAMENTO.
           WRITE REG-REL-PAGAMENTO     FROM LINHA-TRACO.
      *
           MOVE SPACES                 TO DPG-OBSERVACAO.
           MOVE 'COMISSAO BRUTA DO MES'
                                       TO DPG-DESCRICAO.
           MOVE WSS-TOT-BRUTO          TO DPG-VALOR.
           WRITE REG-REL-PAGAMENTO     FROM DET-PAGAMENTO.
      *
           MOVE '(-) ESTORNOS DE MESES ANTERIORES'
                                       TO DPG-DESCRICAO.
           COMPUTE DPG-VALOR           = 0 - WSS-TOT-ESTORNO.
           WRITE REG-REL-PAGAMENTO     FROM DET-PAGAMENTO.
      *
           PERFORM VARYING WSS-IDX-RET FROM 1 BY 1
                   UNTIL   WSS-IDX-RET GREATER WSS-QTD-RETENCAO
              MOVE SPACES              TO DPG-DESCRICAO
              STRING '(-) ' WSS-RTB-CODIGO (WSS-IDX-RET) ' - '
                     WSS-RTB-DESCRICAO (WSS-IDX-RET) ' CONTRATO '
                     WSS-RTB-CONTRATO (WSS-IDX-RET)
                 DELIMITED BY SIZE     INTO DPG-DESCRICAO
              END-STRING
              COMPUTE DPG-VALOR        = 0 - WSS-RTB-TOTAL
                                             (WSS-IDX-RET)
              WRITE REG-REL-PAGAMENTO  FROM DET-PAGAMENTO
           END-PERFORM.
      *
           MOVE '(-) TOTAL DAS RETENCOES'
                                       TO DPG-DESCRICAO.
           COMPUTE DPG-VALOR           = 0 - WSS-TOT-RETIDO.
           WRITE REG-REL-PAGAMENTO     FROM DET-PAGAMENTO.
      *
           MOVE 'LIQUIDO A PAGAR'      TO DPG-DESCRICAO.
           MOVE WSS-TOT-LIQUIDO        TO DPG-VALOR.
           WRITE REG-REL-PAGAMENTO     FROM DET-PAGAMENTO.
      *
       RT-IMPRIME-TOTAISX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LIMPAR-TELA                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 4                      TO WSS-LINHA.
      *
           PERFORM VARYING WSS-LINHA   FROM 04 BY 01
                   UNTIL   WSS-LINHA   EQUAL 23
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
           MOVE 'PT000088'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000088'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE SPACES                 TO CAT-FILTROS-FDK.
           STRING 'PAGAMENTO ' CAB-MESANO
              DELIMITED BY SIZE        INTO CAT-FILTROS-FDK
           END-STRING.
           MOVE WSS-ARQ-PAGAMENTO      TO CAT-ARQUIVO-FDK.
      *
           WRITE REG-FDK.
      *
           CLOSE ARQ-CATALOGO.
      *
       RT-REGISTRAR-CATALOGOX.
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
           MOVE 'PT000088'             TO WSS-ERR-PROGRAMA.
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
           CLOSE ARQ-RETENCAO
                 ARQ-AUDITORIA.
      *
           IF COMISSAO-ABERTO
              CLOSE ARQ-COMISSAO
              MOVE 'N'                 TO WSS-COMISSAO-ABERTO
           END-IF.
      *
           IF VENDEDOR-ABERTO
              CLOSE ARQ-VENDEDOR
              MOVE 'N'                 TO WSS-VENDEDOR-ABERTO
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
