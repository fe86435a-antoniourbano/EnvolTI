      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000089.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000089 ---> MANUTENCAO -> CAMPANHAS DE      *
      *     *            VENDA E PROMOCOES                             *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : MANUTENCAO DO ARQUIVO CAMPANHA (CODIGO DA     *
      *     *            CAMPANHA, PRODUTOS PARTICIPANTES, FILIAL,     *
      *     *            SEGMENTO, INICIO E FIM, REGRA DE DESCONTO -   *
      *     *            PERCENTUAL OU LEVE N GANHE 1). FILIAL/SEGMENTO*
      *     *            ZERADOS VALEM PARA TODOS. NAO ACEITA O MESMO  *
      *     *            PRODUTO EM DUAS CAMPANHAS ATIVAS SOBREPOSTAS  *
      *     *            NA MESMA FILIAL/SEGMENTO. A CAPTACAO DE ITENS *
      *     *            DO PT000041 APLICA A CAMPANHA VIGENTE NA DATA *
      *     *            DO PEDIDO E GRAVA O CODIGO NO ITEM. RELATORIO *
      *     *            DE RESULTADOS: VOLUME E VALOR VENDIDOS NO     *
      *     *            PERIODO DA CAMPANHA CONTRA O PERIODO DE IGUAL *
      *     *            DURACAO IMEDIATAMENTE ANTERIOR.               *
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
           COPY 'SEL-CAMPANHA.CPY'     REPLACING ==::== BY ==-FDM==.
      *
      *  ---> Catalogo de produtos (validacao do produto da campanha)
           COPY 'SEL-PRODUTO.CPY'      REPLACING ==::== BY ==-FDO==.
      *
      *  ---> Pedidos e itens (vendido no periodo, para o relatorio)
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
           COPY 'SEL-PEDITEM.CPY'      REPLACING ==::== BY ==-FDI==.
      *
      *  ---> Clientes (filial e segmento do item vendido)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Relatorio de resultados das campanhas (nome datado)
           SELECT  REL-CAMPANHA        ASSIGN TO WSS-ARQ-CAMPANHA
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-REL-CMP.
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
       FD  ARQ-CAMPANHA                VALUE OF FILE-ID IS 'CAMPANHA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDM.
       COPY 'FD-CAMPANHA.CPY'          REPLACING ==::== BY ==-FDM==.
      *
       FD  ARQ-PRODUTO                 VALUE OF FILE-ID IS 'PRODUTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-PRODUTO.CPY'           REPLACING ==::== BY ==-FDO==.
      *
       FD  ARQ-PEDIDOS                 VALUE OF FILE-ID IS 'PEDIDOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PEDIDOS.CPY'           REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-PEDITEM                 VALUE OF FILE-ID IS 'PEDITEM'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDI.
       COPY 'FD-PEDITEM.CPY'           REPLACING ==::== BY ==-FDI==.
      *
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  REL-CAMPANHA.
       01  REG-REL-CAMPANHA            PIC  X(120).
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
       77  WSS-FIM-ARQ-CMP             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-ITM             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-PRODUTO-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PRODUTO-ABERTO          VALUE 'S'.
       77  WSS-PEDIDOS-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PEDIDOS-ABERTO          VALUE 'S'.
       77  WSS-PEDITEM-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PEDITEM-ABERTO          VALUE 'S'.
       77  WSS-CLIENTES-ABERTO         PIC  X(001)         VALUE 'N'.
           88  CLIENTES-ABERTO         VALUE 'S'.
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
      *    VARIAVEIS - ENTRADA DA CAMPANHA
      *----------------------------------------------------------------*
           03  WSS-T-CODIGO            PIC  X(006)         VALUE SPACES.
           03  WSS-T-PRODUTO           PIC  9(005)         VALUE ZEROS.
           03  WSS-T-DESCRICAO         PIC  X(030)         VALUE SPACES.
           03  WSS-T-FILIAL            PIC  9(003)         VALUE ZEROS.
           03  WSS-T-SEGMENTO          PIC  9(003)         VALUE ZEROS.
           03  WSS-T-DT-INI            PIC  X(008)         VALUE SPACES.
           03  WSS-T-DT-FIM            PIC  X(008)         VALUE SPACES.
           03  WSS-T-TIPO              PIC  X(001)         VALUE SPACES.
               88  TIPO-VALIDO                     VALUE 'P' 'p'
                                                         'L' 'l'.
           03  WSS-T-PCT               PIC  9(002)V9(002)  VALUE ZEROS.
           03  WSS-T-LEVE              PIC  9(003)         VALUE ZEROS.
           03  WSS-INI-AMD             PIC  9(008)         VALUE ZEROS.
           03  WSS-FIM-AMD             PIC  9(008)         VALUE ZEROS.
           03  WSS-DATA-VALIDA         PIC  X(001)         VALUE 'N'.
           03  WSS-CONF-AMD            PIC  9(008)         VALUE ZEROS.
           03  WSS-CONF-AMD-R          REDEFINES WSS-CONF-AMD.
               05  WSS-CONF-ANO        PIC  9(004).
               05  WSS-CONF-MES        PIC  9(002).
               05  WSS-CONF-DIA        PIC  9(002).
           03  WSS-PCT-EDT             PIC  Z9,99          VALUE ZEROS.
           03  WSS-LEVE-EDT            PIC  ZZ9            VALUE ZEROS.
           03  WSS-SOBREPOSTA          PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - RELATORIO DE RESULTADOS
      *----------------------------------------------------------------*
           03  WSS-ARQ-CAMPANHA        PIC  X(030)         VALUE SPACES.
           03  WSS-R-CODIGO            PIC  X(006)         VALUE SPACES.
           03  WSS-CMP-ANTERIOR        PIC  X(006)         VALUE SPACES.
           03  WSS-INT-INI             PIC  9(007)         VALUE ZEROS.
           03  WSS-INT-FIM             PIC  9(007)         VALUE ZEROS.
           03  WSS-INT-DIAS            PIC  9(007)         VALUE ZEROS.
           03  WSS-ANT-INI-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-ANT-FIM-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-ITEM-VALIDO         PIC  X(001)         VALUE 'N'.
           03  WSS-QTD-CMP             PIC  9(009)         VALUE ZEROS.
           03  WSS-VLR-CMP             PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-QTD-ANT             PIC  9(009)         VALUE ZEROS.
           03  WSS-VLR-ANT             PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-QTD-TAG             PIC  9(009)         VALUE ZEROS.
           03  WSS-SUB-QTD-CMP         PIC  9(009)         VALUE ZEROS.
           03  WSS-SUB-VLR-CMP         PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-SUB-QTD-ANT         PIC  9(009)         VALUE ZEROS.
           03  WSS-SUB-VLR-ANT         PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-SUB-QTD-TAG         PIC  9(009)         VALUE ZEROS.
           03  WSS-TOT-QTD-CMP         PIC  9(009)         VALUE ZEROS.
           03  WSS-TOT-VLR-CMP         PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-TOT-QTD-ANT         PIC  9(009)         VALUE ZEROS.
           03  WSS-TOT-VLR-ANT         PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-TOT-QTD-TAG         PIC  9(009)         VALUE ZEROS.
           03  WSS-TOT-NUM-CMP         PIC  9(005)         VALUE ZEROS.
           03  WSS-PCT-VAR             PIC S9(005)V9(002)  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-CAMPANHA             PIC  X(002)         VALUE SPACES.
           03  FS-PRODUTO              PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-PEDITEM              PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-REL-CMP              PIC  X(002)         VALUE SPACES.
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
      *    AREA DO ARQUIVO CAMPANHA NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-CAMPANHA.CPY'          REPLACING ==::== BY ==-WSM==.
      *
      *----------------------------------------------------------------*
      *    LINHAS DA CONSULTA EM TELA
      *----------------------------------------------------------------*
       01  CAB-CONSULTA.
           03  FILLER                  PIC  X(040)         VALUE
               'CAMPAN PROD. FIL SEG INICIO     FIM     '.
           03  FILLER                  PIC  X(037)         VALUE
               '   T  %DESC LEVE S DESCRICAO'.
      *
       01  LINHA-CONSULTA.
           03  LIN-CODIGO              PIC  X(006)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-CPRODUTO            PIC  9(005)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-FILIAL              PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-SEGMENTO            PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-DT-INICIO           PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-DT-FIM              PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-TIPO                PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-PCT                 PIC  ZZ9,99         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-LEVE                PIC  ZZZ9           VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-SITUACAO            PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-DESCRICAO           PIC  X(018)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO
      *----------------------------------------------------------------*
       01  CAB-CAMPANHA-1.
           03  FILLER                  PIC  X(037)         VALUE
               'RESULTADO DAS CAMPANHAS DE VENDA -   '.
           03  CAB-FILTRO              PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(011)         VALUE
               ' - EMISSAO '.
           03  CAB-DATA                PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(042)         VALUE SPACES.
      *
       01  CAB-CAMPANHA-2.
           03  FILLER                  PIC  X(034)         VALUE SPACES.
           03  FILLER                  PIC  X(022)         VALUE
               '....... PERIODO ......'.
           03  FILLER                  PIC  X(022)         VALUE
               ' .... NA CAMPANHA ....'.
           03  FILLER                  PIC  X(022)         VALUE
               ' .. PERIODO ANTERIOR .'.
           03  FILLER                  PIC  X(020)         VALUE SPACES.
      *
       01  CAB-CAMPANHA-3.
           03  FILLER                  PIC  X(034)         VALUE
               'CAMPAN PROD. DESCRICAO'.
           03  FILLER                  PIC  X(022)         VALUE
               'INICIO     FIM'.
           03  FILLER                  PIC  X(022)         VALUE
               '    QTDE        VALOR'.
           03  FILLER                  PIC  X(022)         VALUE
               '    QTDE        VALOR'.
           03  FILLER                  PIC  X(020)         VALUE
               '   %VAR   QTD C/CMP'.
      *
       01  DET-CAMPANHA.
           03  DET-CODIGO              PIC  X(006)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DET-CPRODUTO            PIC  X(005)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DET-DESCRICAO           PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DET-DT-INICIO           PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DET-DT-FIM              PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DET-QTD-CMP             PIC  ZZZZZZZ9       VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DET-VLR-CMP             PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DET-QTD-ANT             PIC  ZZZZZZZ9       VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DET-VLR-ANT             PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DET-PCT-VAR             PIC  -ZZZZ9,99      VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DET-QTD-TAG             PIC  ZZZZZZZ9       VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
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
               ' ..... CAMPANHAS DE VENDA E PROMOCOES ..... ' BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Incluir Produto  ".
           03 F LINE 10 COL 28   VALUE " 2 - Alterar Produto  ".
           03 F LINE 12 COL 28   VALUE " 3 - Ativar/Desativar ".
           03 F LINE 14 COL 28   VALUE " 4 - Consulta         ".
           03 F LINE 08 COL 52   VALUE " 5 - Rel. Resultados  ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair             ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]            ".
      *
       01  TELA-LABEL-CAMPANHA.
           03 F LINE 07 COL 20   VALUE " Codigo da campanha..: ".
           03 F LINE 08 COL 20   VALUE " Produto.............: ".
           03 F LINE 10 COL 20   VALUE " Descricao...........: ".
           03 F LINE 11 COL 20   VALUE " Filial (0 = todas)..: ".
           03 F LINE 12 COL 20   VALUE " Segmento (0 = todos): ".
           03 F LINE 13 COL 20   VALUE " Inicio (DDMMAAAA)...: ".
           03 F LINE 14 COL 20   VALUE " Fim (DDMMAAAA)......: ".
           03 F LINE 15 COL 20   VALUE " Regra (P=% L=leve+1): ".
           03 F LINE 16 COL 20   VALUE " % de desconto.......: ".
           03 F LINE 17 COL 20   VALUE " Leve (qtde p/ +1)...: ".
      *
       01  TELA-DADOS-CAMPANHA-T.
           03 T1M LINE 07 COL 44 PIC X(006)      TO WSS-T-CODIGO.
           03 T2M LINE 08 COL 44 PIC ZZZZ9       TO WSS-T-PRODUTO.
           03 T3M LINE 10 COL 44 PIC X(030)      TO WSS-T-DESCRICAO.
           03 T4M LINE 11 COL 44 PIC ZZ9         TO WSS-T-FILIAL.
           03 T5M LINE 12 COL 44 PIC ZZ9         TO WSS-T-SEGMENTO.
           03 T6M LINE 13 COL 44 PIC X(008)      TO WSS-T-DT-INI.
           03 T7M LINE 14 COL 44 PIC X(008)      TO WSS-T-DT-FIM.
           03 T8M LINE 15 COL 44 PIC X(001)      TO WSS-T-TIPO.
           03 T9M LINE 16 COL 44 PIC Z9,99       TO WSS-T-PCT.
           03 T0M LINE 17 COL 44 PIC ZZ9         TO WSS-T-LEVE.
      *
       01  TELA-LABEL-RELATORIO.
           03 F LINE 08 COL 20   VALUE " Campanha (branco = todas): ".
      *
       01  TELA-DADOS-RELATORIO-T.
           03 T1R LINE 08 COL 49 PIC X(006)      TO WSS-R-CODIGO.
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
                      REG-WSM
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           MOVE SPACES                 TO LKS-ARQ-REL.
      *
           OPEN I-O ARQ-CAMPANHA.
      *
           EVALUATE FS-CAMPANHA
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-CAMPANHA
                    OPEN OUTPUT ARQ-CAMPANHA
                    CLOSE ARQ-CAMPANHA
                    OPEN I-O ARQ-CAMPANHA
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'CAMPANHA'    TO WSS-ARQUIVO
                    MOVE FS-CAMPANHA   TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
      *  ---> Catalogo de produtos (ausente = nao ha o que promover)
           OPEN INPUT ARQ-PRODUTO.
           IF FS-PRODUTO               EQUAL '00'
              MOVE 'S'                 TO WSS-PRODUTO-ABERTO
           END-IF.
      *
      *  ---> Pedidos, itens e clientes ausentes = relatorio zerado
           OPEN INPUT ARQ-PEDIDOS.
           IF FS-PEDIDOS               EQUAL '00'
              MOVE 'S'                 TO WSS-PEDIDOS-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-PEDITEM.
           IF FS-PEDITEM               EQUAL '00'
              MOVE 'S'                 TO WSS-PEDITEM-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-CLIENTES.
           IF FS-CLIENTES              EQUAL '00'
              MOVE 'S'                 TO WSS-CLIENTES-ABERTO
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
               WHEN 3
                    IF LKS-PERFIL      NOT EQUAL 'A' AND 'a'
                       MOVE "Opcao restrita ao perfil administrador."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    ELSE
                       EVALUATE WSS-FUN
                           WHEN 1
                                PERFORM RT-INCLUSAO
                                       THRU RT-INCLUSAOX
                           WHEN 2
                                PERFORM RT-ALTERACAO
                                       THRU RT-ALTERACAOX
                           WHEN 3
                                PERFORM RT-SITUACAO
                                       THRU RT-SITUACAOX
                       END-EVALUATE
                    END-IF
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
       RT-PEDIR-CHAVE                  SECTION.
      *  ---> Recebe a chave: codigo da campanha (branco sai) e o
      *       produto participante (zeros sai)
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-PRODUTO
                                          WSS-T-FILIAL
                                          WSS-T-SEGMENTO
                                          WSS-T-PCT
                                          WSS-T-LEVE
                                          WSS-INI-AMD
                                          WSS-FIM-AMD.
           MOVE SPACES                 TO WSS-T-CODIGO
                                          WSS-T-DESCRICAO
                                          WSS-T-DT-INI
                                          WSS-T-DT-FIM
                                          WSS-T-TIPO.
      *
           DISPLAY TELA-LABEL-CAMPANHA.
      *
           MOVE "Informe o codigo da campanha (BRANCO sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1M.
      *
           IF WSS-T-CODIGO             EQUAL SPACES
              GO                       TO RT-PEDIR-CHAVEX
           END-IF.
      *
           MOVE "Informe o codigo do produto (ZEROS sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2M.
      *
           IF WSS-T-PRODUTO            EQUAL ZEROS
              MOVE SPACES              TO WSS-T-CODIGO
              GO                       TO RT-PEDIR-CHAVEX
           END-IF.
      *
           MOVE WSS-T-CODIGO           TO CMP-CODIGO-FDM.
           MOVE WSS-T-PRODUTO          TO CMP-CPRODUTO-FDM.
      *
       RT-PEDIR-CHAVEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PEDIR-DADOS                  SECTION.
      *  ---> Recebe descricao, filial, segmento, periodo e regra de
      *       desconto da campanha para o produto
      *----------------------------------------------------------------*
      *
           MOVE "Informe a descricao da campanha."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3M.
      *
           MOVE "Informe a filial (ZEROS = todas as filiais)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4M.
      *
           MOVE "Informe o segmento (ZEROS = todos os segmentos)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T5M.
      *
           MOVE "Informe o inicio da campanha (DDMMAAAA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T6M.
      *
           MOVE ZEROS                  TO WSS-CONF-AMD.
           IF WSS-T-DT-INI             NUMERIC
              MOVE WSS-T-DT-INI(5:4)   TO WSS-CONF-AMD(1:4)
              MOVE WSS-T-DT-INI(3:2)   TO WSS-CONF-AMD(5:2)
              MOVE WSS-T-DT-INI(1:2)   TO WSS-CONF-AMD(7:2)
           END-IF.
           PERFORM RT-CONFERIR-DATA    THRU RT-CONFERIR-DATAX.
           MOVE WSS-CONF-AMD           TO WSS-INI-AMD.
      *
           MOVE "Informe o fim da campanha (DDMMAAAA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T7M.
      *
           MOVE ZEROS                  TO WSS-CONF-AMD.
           IF WSS-T-DT-FIM             NUMERIC
              MOVE WSS-T-DT-FIM(5:4)   TO WSS-CONF-AMD(1:4)
              MOVE WSS-T-DT-FIM(3:2)   TO WSS-CONF-AMD(5:2)
              MOVE WSS-T-DT-FIM(1:2)   TO WSS-CONF-AMD(7:2)
           END-IF.
           PERFORM RT-CONFERIR-DATA    THRU RT-CONFERIR-DATAX.
           MOVE WSS-CONF-AMD           TO WSS-FIM-AMD.
      *
           MOVE "Regra: P = % de desconto, L = leve N e ganhe 1."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T8M.
      *
           IF WSS-T-TIPO               EQUAL 'P' OR 'p'
              MOVE "Informe o percentual de desconto sobre a lista."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT T9M
              MOVE ZEROS               TO WSS-T-LEVE
           END-IF.
      *
           IF WSS-T-TIPO               EQUAL 'L' OR 'l'
              MOVE "Informe quantas unidades leva para ganhar 1."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT T0M
              MOVE ZEROS               TO WSS-T-PCT
           END-IF.
      *
       RT-PEDIR-DADOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONFERIR-DATA                SECTION.
      *  ---> Data AAAAMMDD em WSS-CONF-AMD; invalida volta zerada
      *----------------------------------------------------------------*
      *
           IF WSS-CONF-ANO             LESS 2000
              OR WSS-CONF-MES          LESS 01
              OR WSS-CONF-MES          GREATER 12
              OR WSS-CONF-DIA          LESS 01
              OR WSS-CONF-DIA          GREATER 31
              MOVE ZEROS               TO WSS-CONF-AMD
           END-IF.
      *
       RT-CONFERIR-DATAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-INCLUSAO                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-PEDIR-CHAVE      THRU RT-PEDIR-CHAVEX.
      *
           IF WSS-T-CODIGO             EQUAL SPACES
              GO                       TO RT-INCLUSAOX
           END-IF.
      *
      *  ---> O produto precisa existir no catalogo
           IF NOT PRODUTO-ABERTO
              MOVE "Catalogo de produtos inexistente."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUSAOX
           END-IF.
      *
           MOVE WSS-T-PRODUTO          TO PRO-CODIGO-FDO.
           READ ARQ-PRODUTO            KEY IS PRO-CODIGO-FDO
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-PRODUTO               NOT EQUAL '00'
              MOVE "Produto nao cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUSAOX
           END-IF.
      *
           DISPLAY PRO-DESCRICAO-FDO   LINE 08 COL 51.
      *
           PERFORM RT-PEDIR-DADOS      THRU RT-PEDIR-DADOSX.
      *
           IF WSS-INI-AMD              EQUAL ZEROS
              OR WSS-FIM-AMD           EQUAL ZEROS
              OR WSS-FIM-AMD           LESS WSS-INI-AMD
              MOVE "Periodo invalido ou fim anterior ao inicio."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUSAOX
           END-IF.
      *
           IF NOT TIPO-VALIDO
              OR ((WSS-T-TIPO          EQUAL 'P' OR 'p')
                  AND WSS-T-PCT        EQUAL ZEROS)
              OR ((WSS-T-TIPO          EQUAL 'L' OR 'l')
                  AND WSS-T-LEVE       EQUAL ZEROS)
              MOVE "Regra invalida - informe P com % ou L com a qtde."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUSAOX
           END-IF.
      *
           PERFORM RT-VERIFICAR-SOBREPOSICAO
                                       THRU RT-VERIFICAR-SOBREPOSICAOX.
      *
           IF WSS-SOBREPOSTA           EQUAL 'S'
              MOVE "Produto ja em outra campanha ativa no periodo."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUSAOX
           END-IF.
      *
           MOVE "Confirma a inclusao do produto na campanha? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 66
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              MOVE WSS-T-CODIGO        TO CMP-CODIGO-FDM
              MOVE WSS-T-PRODUTO       TO CMP-CPRODUTO-FDM
              MOVE WSS-T-DESCRICAO     TO CMP-DESCRICAO-FDM
              MOVE WSS-T-FILIAL        TO CMP-FILIAL-FDM
              MOVE WSS-T-SEGMENTO      TO CMP-SEGMENTO-FDM
              MOVE WSS-INI-AMD         TO CMP-DT-INICIO-FDM
              MOVE WSS-FIM-AMD         TO CMP-DT-FIM-FDM
              MOVE WSS-T-TIPO          TO CMP-TIPO-FDM
              MOVE WSS-T-PCT           TO CMP-PCT-DESC-FDM
              MOVE WSS-T-LEVE          TO CMP-QTD-LEVE-FDM
              MOVE 'A'                 TO CMP-SITUACAO-FDM
              WRITE REG-FDM
              EVALUATE FS-CAMPANHA
                  WHEN '00'
                       MOVE 'INCLUSAO DE PRODUTO EM CAMPANHA'
                                       TO WSS-AUD-ACAO
                       PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                       MOVE "Produto incluido na campanha com sucesso!"
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                  WHEN '22'
                       MOVE "Produto ja cadastrado nesta campanha."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                  WHEN OTHER
                       MOVE 'ao gravar  '
                                       TO WSS-DESCRICAO
                       MOVE 'CAMPANHA' TO WSS-ARQUIVO
                       MOVE FS-CAMPANHA
                                       TO WSS-FSTATUS
                       MOVE 3          TO WSS-PONTO-ERRO
                       PERFORM RT-ERROS
                                       THRU RT-ERROSX
              END-EVALUATE
           END-IF.
      *
       RT-INCLUSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ALTERACAO                    SECTION.
      *  ---> Filial, segmento e regra ficam como incluidos; muda a
      *       descricao, o periodo e o valor da regra (branco/zeros
      *       mantem o atual)
      *----------------------------------------------------------------*
      *
           PERFORM RT-PEDIR-CHAVE      THRU RT-PEDIR-CHAVEX.
      *
           IF WSS-T-CODIGO             EQUAL SPACES
              GO                       TO RT-ALTERACAOX
           END-IF.
      *
           READ ARQ-CAMPANHA           KEY IS CMP-CHAVE-FDM
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CAMPANHA              NOT EQUAL '00'
              MOVE "Produto nao cadastrado nesta campanha."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ALTERACAOX
           END-IF.
      *
           MOVE REG-FDM                TO REG-WSM.
      *
      *  ---> Exibe os valores atuais e recebe os novos
           DISPLAY CMP-DESCRICAO-WSM   LINE 10 COL 44.
           DISPLAY CMP-FILIAL-WSM      LINE 11 COL 44.
           DISPLAY CMP-SEGMENTO-WSM    LINE 12 COL 44.
           MOVE CMP-DT-INICIO-WSM(7:2) TO WSS-T-DT-INI(1:2).
           MOVE CMP-DT-INICIO-WSM(5:2) TO WSS-T-DT-INI(3:2).
           MOVE CMP-DT-INICIO-WSM(1:4) TO WSS-T-DT-INI(5:4).
           MOVE CMP-DT-FIM-WSM(7:2)    TO WSS-T-DT-FIM(1:2).
           MOVE CMP-DT-FIM-WSM(5:2)    TO WSS-T-DT-FIM(3:2).
           MOVE CMP-DT-FIM-WSM(1:4)    TO WSS-T-DT-FIM(5:4).
           DISPLAY WSS-T-DT-INI        LINE 13 COL 44.
           DISPLAY WSS-T-DT-FIM        LINE 14 COL 44.
           DISPLAY CMP-TIPO-WSM        LINE 15 COL 44.
           MOVE CMP-PCT-DESC-WSM       TO WSS-PCT-EDT.
           MOVE CMP-QTD-LEVE-WSM       TO WSS-LEVE-EDT.
           DISPLAY WSS-PCT-EDT         LINE 16 COL 44.
           DISPLAY WSS-LEVE-EDT        LINE 17 COL 44.
           MOVE SPACES                 TO WSS-T-DT-INI
                                          WSS-T-DT-FIM.
      *
           MOVE "Informe a descricao (BRANCO mantem a atual)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3M.
      *
           MOVE "Informe o inicio (DDMMAAAA, BRANCO mantem)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T6M.
      *
           MOVE ZEROS                  TO WSS-CONF-AMD.
           IF WSS-T-DT-INI             NUMERIC
              MOVE WSS-T-DT-INI(5:4)   TO WSS-CONF-AMD(1:4)
              MOVE WSS-T-DT-INI(3:2)   TO WSS-CONF-AMD(5:2)
              MOVE WSS-T-DT-INI(1:2)   TO WSS-CONF-AMD(7:2)
              PERFORM RT-CONFERIR-DATA THRU RT-CONFERIR-DATAX
           ELSE
              MOVE CMP-DT-INICIO-WSM   TO WSS-CONF-AMD
           END-IF.
           MOVE WSS-CONF-AMD           TO WSS-INI-AMD.
      *
           MOVE "Informe o fim (DDMMAAAA, BRANCO mantem)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T7M.
      *
           MOVE ZEROS                  TO WSS-CONF-AMD.
           IF WSS-T-DT-FIM             NUMERIC
              MOVE WSS-T-DT-FIM(5:4)   TO WSS-CONF-AMD(1:4)
              MOVE WSS-T-DT-FIM(3:2)   TO WSS-CONF-AMD(5:2)
              MOVE WSS-T-DT-FIM(1:2)   TO WSS-CONF-AMD(7:2)
              PERFORM RT-CONFERIR-DATA THRU RT-CONFERIR-DATAX
           ELSE
              MOVE CMP-DT-FIM-WSM      TO WSS-CONF-AMD
           END-IF.
           MOVE WSS-CONF-AMD           TO WSS-FIM-AMD.
      *
           IF CAMPANHA-PERCENTUAL-WSM
              MOVE "Informe o % de desconto (ZEROS mantem o atual)."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT T9M
           ELSE
              MOVE "Informe a qtde p/ ganhar 1 (ZEROS mantem a atual)."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT T0M
           END-IF.
      *
           IF WSS-INI-AMD              EQUAL ZEROS
              OR WSS-FIM-AMD           EQUAL ZEROS
              OR WSS-FIM-AMD           LESS WSS-INI-AMD
              MOVE "Periodo invalido ou fim anterior ao inicio."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ALTERACAOX
           END-IF.
      *
      *  ---> Campanha inativa nao disputa com as demais
           MOVE CMP-FILIAL-WSM         TO WSS-T-FILIAL.
           MOVE CMP-SEGMENTO-WSM       TO WSS-T-SEGMENTO.
           IF CAMPANHA-ATIVA-WSM
              PERFORM RT-VERIFICAR-SOBREPOSICAO
                                       THRU RT-VERIFICAR-SOBREPOSICAOX
           ELSE
              MOVE 'N'                 TO WSS-SOBREPOSTA
           END-IF.
      *
           IF WSS-SOBREPOSTA           EQUAL 'S'
              MOVE "Produto ja em outra campanha ativa no periodo."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ALTERACAOX
           END-IF.
      *
           MOVE "Confirma a alteracao da campanha? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 56
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              IF WSS-T-DESCRICAO       NOT EQUAL SPACES
                 MOVE WSS-T-DESCRICAO  TO CMP-DESCRICAO-WSM
              END-IF
              MOVE WSS-INI-AMD         TO CMP-DT-INICIO-WSM
              MOVE WSS-FIM-AMD         TO CMP-DT-FIM-WSM
              IF WSS-T-PCT             GREATER ZEROS
                 MOVE WSS-T-PCT        TO CMP-PCT-DESC-WSM
              END-IF
              IF WSS-T-LEVE            GREATER ZEROS
                 MOVE WSS-T-LEVE       TO CMP-QTD-LEVE-WSM
              END-IF
              REWRITE REG-FDM          FROM REG-WSM
              IF FS-CAMPANHA           EQUAL '00'
                 MOVE 'ALTERACAO DE CAMPANHA DE VENDA'
                                       TO WSS-AUD-ACAO
                 PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                 MOVE "Campanha alterada com sucesso!"
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              ELSE
                 MOVE 'ao regravar'    TO WSS-DESCRICAO
                 MOVE 'CAMPANHA'       TO WSS-ARQUIVO
                 MOVE FS-CAMPANHA      TO WSS-FSTATUS
                 MOVE 4                TO WSS-PONTO-ERRO
                 PERFORM RT-ERROS      THRU RT-ERROSX
              END-IF
           END-IF.
      *
       RT-ALTERACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VERIFICAR-SOBREPOSICAO       SECTION.
      *  ---> Procura o produto em outra campanha ativa da mesma
      *       filial/segmento cujo periodo cruze WSS-INI-AMD a
      *       WSS-FIM-AMD (a propria campanha e ignorada)
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-SOBREPOSTA
                                          WSS-FIM-ARQ-CMP.
      *
           MOVE WSS-T-PRODUTO          TO CMP-CPRODUTO-FDM.
      *
           START ARQ-CAMPANHA          KEY IS NOT LESS CMP-CPRODUTO-FDM
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CMP
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CMP
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-SOBREPOSTA
                                       THRU RT-LER-SOBREPOSTAX
           END-PERFORM.
      *
       RT-VERIFICAR-SOBREPOSICAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-SOBREPOSTA               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CAMPANHA           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-CMP
                GO                     TO RT-LER-SOBREPOSTAX
           END-READ.
      *
           IF CMP-CPRODUTO-FDM         NOT EQUAL WSS-T-PRODUTO
              MOVE 'S'                 TO WSS-FIM-ARQ-CMP
              GO                       TO RT-LER-SOBREPOSTAX
           END-IF.
      *
           IF CMP-CODIGO-FDM           EQUAL WSS-T-CODIGO
              OR CAMPANHA-INATIVA-FDM
              OR CMP-FILIAL-FDM        NOT EQUAL WSS-T-FILIAL
              OR CMP-SEGMENTO-FDM      NOT EQUAL WSS-T-SEGMENTO
              GO                       TO RT-LER-SOBREPOSTAX
           END-IF.
      *
           IF CMP-DT-INICIO-FDM        NOT GREATER WSS-FIM-AMD
              AND CMP-DT-FIM-FDM       NOT LESS WSS-INI-AMD
              MOVE 'S'                 TO WSS-SOBREPOSTA
                                          WSS-FIM-ARQ-CMP
           END-IF.
      *
       RT-LER-SOBREPOSTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SITUACAO                     SECTION.
      *  ---> Alterna a situacao do produto na campanha entre ativa e
      *       inativa (inativa deixa de ser aplicada na captacao)
      *----------------------------------------------------------------*
      *
           PERFORM RT-PEDIR-CHAVE      THRU RT-PEDIR-CHAVEX.
      *
           IF WSS-T-CODIGO             EQUAL SPACES
              GO                       TO RT-SITUACAOX
           END-IF.
      *
           READ ARQ-CAMPANHA           KEY IS CMP-CHAVE-FDM
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CAMPANHA              NOT EQUAL '00'
              MOVE "Produto nao cadastrado nesta campanha."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-SITUACAOX
           END-IF.
      *
           MOVE REG-FDM                TO REG-WSM.
      *
      *  ---> Reativar exige que nao exista outra ativa sobreposta
           IF CAMPANHA-INATIVA-WSM
              MOVE CMP-FILIAL-WSM      TO WSS-T-FILIAL
              MOVE CMP-SEGMENTO-WSM    TO WSS-T-SEGMENTO
              MOVE CMP-DT-INICIO-WSM   TO WSS-INI-AMD
              MOVE CMP-DT-FIM-WSM      TO WSS-FIM-AMD
              PERFORM RT-VERIFICAR-SOBREPOSICAO
                                       THRU RT-VERIFICAR-SOBREPOSICAOX
              IF WSS-SOBREPOSTA        EQUAL 'S'
                 MOVE "Produto ja em outra campanha ativa no periodo."
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 GO                    TO RT-SITUACAOX
              END-IF
           END-IF.
      *
           IF CAMPANHA-ATIVA-WSM
              MOVE "Campanha ATIVA. Confirma a desativacao? (S/N): "
                                       TO WSS-MENSAGEM
           ELSE
              MOVE "Campanha INATIVA. Confirma a reativacao? (S/N): "
                                       TO WSS-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 62
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              IF CAMPANHA-ATIVA-WSM
                 MOVE 'I'              TO CMP-SITUACAO-WSM
                 MOVE 'DESATIVACAO DE CAMPANHA DE VENDA'
                                       TO WSS-AUD-ACAO
              ELSE
                 MOVE 'A'              TO CMP-SITUACAO-WSM
                 MOVE 'REATIVACAO DE CAMPANHA DE VENDA'
                                       TO WSS-AUD-ACAO
              END-IF
              REWRITE REG-FDM          FROM REG-WSM
              IF FS-CAMPANHA           EQUAL '00'
                 PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                 MOVE "Situacao da campanha alterada com sucesso!"
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              ELSE
                 MOVE 'ao regravar'    TO WSS-DESCRICAO
                 MOVE 'CAMPANHA'       TO WSS-ARQUIVO
                 MOVE FS-CAMPANHA      TO WSS-FSTATUS
                 MOVE 5                TO WSS-PONTO-ERRO
                 PERFORM RT-ERROS      THRU RT-ERROSX
              END-IF
           END-IF.
      *
       RT-SITUACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE SPACES                 TO CMP-CODIGO-FDM.
           MOVE ZEROS                  TO CMP-CPRODUTO-FDM.
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
      *
           START ARQ-CAMPANHA          KEY IS NOT LESS CMP-CHAVE-FDM
                INVALID KEY
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
           END-START.
      *
           IF WSS-FIM-ARQ-CON          EQUAL 'S'
              MOVE "Nenhuma campanha cadastrada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CONSULTAX
           END-IF.
      *
           DISPLAY CAB-CONSULTA        LINE 04 COL 02.
           MOVE 5                      TO WSS-LINHA.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CON
                                       EQUAL 'S' OR 's'
              PERFORM RT-EXIBIR-CAMPANHA
                                       THRU RT-EXIBIR-CAMPANHAX
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
       RT-EXIBIR-CAMPANHA              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CAMPANHA           NEXT
                                       INTO REG-WSM
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
                    GO                  TO RT-EXIBIR-CAMPANHAX
           END-READ.
      *
           MOVE CMP-CODIGO-WSM         TO LIN-CODIGO.
           MOVE CMP-CPRODUTO-WSM       TO LIN-CPRODUTO.
           MOVE CMP-FILIAL-WSM         TO LIN-FILIAL.
           MOVE CMP-SEGMENTO-WSM       TO LIN-SEGMENTO.
           MOVE SPACES                 TO LIN-DT-INICIO
                                          LIN-DT-FIM.
           STRING CMP-DT-INICIO-WSM(7:2) '/' CMP-DT-INICIO-WSM(5:2)
                  '/' CMP-DT-INICIO-WSM(1:4)
              DELIMITED BY SIZE        INTO LIN-DT-INICIO.
           STRING CMP-DT-FIM-WSM(7:2) '/' CMP-DT-FIM-WSM(5:2)
                  '/' CMP-DT-FIM-WSM(1:4)
              DELIMITED BY SIZE        INTO LIN-DT-FIM.
           MOVE CMP-TIPO-WSM           TO LIN-TIPO.
           MOVE CMP-PCT-DESC-WSM       TO LIN-PCT.
           MOVE CMP-QTD-LEVE-WSM       TO LIN-LEVE.
           MOVE CMP-SITUACAO-WSM       TO LIN-SITUACAO.
           MOVE CMP-DESCRICAO-WSM      TO LIN-DESCRICAO.
      *
           DISPLAY LINHA-CONSULTA      LINE WSS-LINHA COL 02.
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
                 DISPLAY CAB-CONSULTA  LINE 04 COL 02
                 MOVE 5                TO WSS-LINHA
              END-IF
           END-IF.
      *
       RT-EXIBIR-CAMPANHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO DE RESULTADOS: PARA CADA PRODUTO DE CADA CAMPANHA
      *    (OU DA CAMPANHA INFORMADA), QUANTIDADE E VALOR DOS ITENS DE
      *    PEDIDO NO PERIODO DA CAMPANHA CONTRA O PERIODO DE IGUAL
      *    DURACAO IMEDIATAMENTE ANTERIOR, NA FILIAL/SEGMENTO DELA.
      *    PEDIDOS CANCELADOS E REPROVADOS FICAM DE FORA.
      *----------------------------------------------------------------*
       RT-RELATORIO                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE SPACES                 TO WSS-R-CODIGO.
           DISPLAY TELA-LABEL-RELATORIO.
      *
           MOVE "Informe a campanha (BRANCO = todas as campanhas)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1R.
      *
           MOVE ZEROS                  TO WSS-TOT-QTD-CMP
                                          WSS-TOT-VLR-CMP
                                          WSS-TOT-QTD-ANT
                                          WSS-TOT-VLR-ANT
                                          WSS-TOT-QTD-TAG
                                          WSS-TOT-NUM-CMP
                                          WSS-SUB-QTD-CMP
                                          WSS-SUB-VLR-CMP
                                          WSS-SUB-QTD-ANT
                                          WSS-SUB-VLR-ANT
                                          WSS-SUB-QTD-TAG.
           MOVE SPACES                 TO WSS-CMP-ANTERIOR.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE SPACES                 TO WSS-ARQ-CAMPANHA.
           STRING 'REL-CAMPANHA-'      DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
              INTO WSS-ARQ-CAMPANHA
           END-STRING.
      *
           OPEN OUTPUT REL-CAMPANHA.
      *
           IF FS-REL-CMP               NOT EQUAL '00'
              MOVE "Erro ao abrir o relatorio de campanhas."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-RELATORIOX
           END-IF.
      *
           MOVE "Processando... aguarde."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           MOVE SPACES                 TO CAB-FILTRO
                                          CAB-DATA.
           IF WSS-R-CODIGO             EQUAL SPACES
              MOVE 'TODAS'             TO CAB-FILTRO
           ELSE
              STRING 'CAMPANHA ' WSS-R-CODIGO
                 DELIMITED BY SIZE     INTO CAB-FILTRO
           END-IF.
           STRING WSS-DATA-SIS-DIA '/' WSS-DATA-SIS-MES '/'
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                                       INTO CAB-DATA.
      *
           WRITE REG-REL-CAMPANHA      FROM CAB-CAMPANHA-1.
           WRITE REG-REL-CAMPANHA      FROM LINHA-TRACO.
           WRITE REG-REL-CAMPANHA      FROM CAB-CAMPANHA-2.
           WRITE REG-REL-CAMPANHA      FROM CAB-CAMPANHA-3.
           WRITE REG-REL-CAMPANHA      FROM LINHA-TRACO.
      *
           MOVE WSS-R-CODIGO           TO CMP-CODIGO-FDM.
           MOVE ZEROS                  TO CMP-CPRODUTO-FDM.
           MOVE 'N'                    TO WSS-FIM-ARQ-CMP.
      *
           START ARQ-CAMPANHA          KEY IS NOT LESS CMP-CHAVE-FDM
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CMP
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CMP
                                       EQUAL 'S' OR 's'
              PERFORM RT-APURAR-CAMPANHA
                                       THRU RT-APURAR-CAMPANHAX
           END-PERFORM.
      *
           IF WSS-CMP-ANTERIOR         NOT EQUAL SPACES
              PERFORM RT-IMPRIME-SUBTOTAL
                                       THRU RT-IMPRIME-SUBTOTALX
           END-IF.
      *
      *  ---> Total geral
           WRITE REG-REL-CAMPANHA      FROM LINHA-TRACO.
      *
           INITIALIZE DET-CAMPANHA.
           MOVE 'TOTAL GERAL'          TO DET-DESCRICAO.
           MOVE WSS-TOT-QTD-CMP        TO DET-QTD-CMP.
           MOVE WSS-TOT-VLR-CMP        TO DET-VLR-CMP.
           MOVE WSS-TOT-QTD-ANT        TO DET-QTD-ANT.
           MOVE WSS-TOT-VLR-ANT        TO DET-VLR-ANT.
           MOVE WSS-TOT-QTD-TAG        TO DET-QTD-TAG.
           MOVE WSS-TOT-VLR-CMP        TO WSS-VLR-CMP.
           MOVE WSS-TOT-VLR-ANT        TO WSS-VLR-ANT.
           PERFORM RT-CALCULAR-VARIACAO
                                       THRU RT-CALCULAR-VARIACAOX.
           MOVE WSS-PCT-VAR            TO DET-PCT-VAR.
      *
           WRITE REG-REL-CAMPANHA      FROM DET-CAMPANHA.
      *
           CLOSE REL-CAMPANHA.
      *
           MOVE WSS-ARQ-CAMPANHA       TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'RELATORIO DE CAMPANHAS EMITIDO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Relatorio gerado: ' WSS-ARQ-CAMPANHA
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-RELATORIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APURAR-CAMPANHA              SECTION.
      *  ---> Um produto de campanha: periodo anterior de mesma
      *       duracao, leitura dos itens vendidos do produto e linha
      *       de detalhe (subtotal na troca de campanha)
      *----------------------------------------------------------------*
      *
           READ ARQ-CAMPANHA           NEXT
                                       INTO REG-WSM
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-CMP
                GO                     TO RT-APURAR-CAMPANHAX
           END-READ.
      *
           IF WSS-R-CODIGO             NOT EQUAL SPACES
              AND CMP-CODIGO-WSM       NOT EQUAL WSS-R-CODIGO
              MOVE 'S'                 TO WSS-FIM-ARQ-CMP
              GO                       TO RT-APURAR-CAMPANHAX
           END-IF.
      *
           IF CMP-CODIGO-WSM           NOT EQUAL WSS-CMP-ANTERIOR
              IF WSS-CMP-ANTERIOR      NOT EQUAL SPACES
                 PERFORM RT-IMPRIME-SUBTOTAL
                                       THRU RT-IMPRIME-SUBTOTALX
              END-IF
              MOVE CMP-CODIGO-WSM      TO WSS-CMP-ANTERIOR
              ADD 1                    TO WSS-TOT-NUM-CMP
           END-IF.
      *
           COMPUTE WSS-INT-INI =
                   FUNCTION INTEGER-OF-DATE (CMP-DT-INICIO-WSM).
           COMPUTE WSS-INT-FIM =
                   FUNCTION INTEGER-OF-DATE (CMP-DT-FIM-WSM).
           COMPUTE WSS-INT-DIAS = WSS-INT-FIM - WSS-INT-INI + 1.
      *
           COMPUTE WSS-ANT-FIM-AMD =
                   FUNCTION DATE-OF-INTEGER (WSS-INT-INI - 1).
           COMPUTE WSS-ANT-INI-AMD =
                   FUNCTION DATE-OF-INTEGER
                            (WSS-INT-INI - WSS-INT-DIAS).
      *
           MOVE ZEROS                  TO WSS-QTD-CMP
                                          WSS-VLR-CMP
                                          WSS-QTD-ANT
                                          WSS-VLR-ANT
                                          WSS-QTD-TAG.
      *
           IF PEDITEM-ABERTO
              MOVE CMP-CPRODUTO-WSM    TO ITM-CPRODUTO-FDI
              MOVE 'N'                 TO WSS-FIM-ARQ-ITM
              START ARQ-PEDITEM        KEY IS NOT LESS ITM-CPRODUTO-FDI
                   INVALID KEY
                       MOVE 'S'        TO WSS-FIM-ARQ-ITM
              END-START
              PERFORM UNTIL WSS-FIM-ARQ-ITM
                                       EQUAL 'S' OR 's'
                 PERFORM RT-SOMAR-ITEM THRU RT-SOMAR-ITEMX
              END-PERFORM
           END-IF.
      *
           PERFORM RT-IMPRIME-CAMPANHA THRU RT-IMPRIME-CAMPANHAX.
      *
       RT-APURAR-CAMPANHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SOMAR-ITEM                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDITEM            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-ITM
                GO                     TO RT-SOMAR-ITEMX
           END-READ.
      *
           IF ITM-CPRODUTO-FDI         NOT EQUAL CMP-CPRODUTO-WSM
              MOVE 'S'                 TO WSS-FIM-ARQ-ITM
              GO                       TO RT-SOMAR-ITEMX
           END-IF.
      *
           IF ITM-DATA-FDI             LESS WSS-ANT-INI-AMD
              OR ITM-DATA-FDI          GREATER CMP-DT-FIM-WSM
              GO                       TO RT-SOMAR-ITEMX
           END-IF.
      *
           PERFORM RT-VALIDAR-ITEM     THRU RT-VALIDAR-ITEMX.
      *
           IF WSS-ITEM-VALIDO          NOT EQUAL 'S'
              GO                       TO RT-SOMAR-ITEMX
           END-IF.
      *
           IF ITM-DATA-FDI             LESS CMP-DT-INICIO-WSM
              ADD ITM-QTDE-FDI         TO WSS-QTD-ANT
              ADD ITM-TOTAL-FDI        TO WSS-VLR-ANT
           ELSE
              ADD ITM-QTDE-FDI         TO WSS-QTD-CMP
              ADD ITM-TOTAL-FDI        TO WSS-VLR-CMP
              IF ITM-CAMPANHA-FDI      EQUAL CMP-CODIGO-WSM
                 ADD ITM-QTDE-FDI      TO WSS-QTD-TAG
              END-IF
           END-IF.
      *
       RT-SOMAR-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VALIDAR-ITEM                 SECTION.
      *  ---> Pedido do item nao cancelado/reprovado e cliente na
      *       filial/segmento da campanha (sem os arquivos, conta)
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WSS-ITEM-VALIDO.
      *
           IF PEDIDOS-ABERTO
              MOVE ITM-CCLIENTE-FDI    TO PED-CCLIENTE-FDP
              MOVE ITM-DATA-FDI        TO PED-DATA-FDP
              MOVE ITM-SEQ-FDI         TO PED-SEQ-FDP
              READ ARQ-PEDIDOS         KEY IS PED-CHAVE-FDP
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-PEDIDOS            EQUAL '00'
                 AND (PEDIDO-CANCELADO-FDP
                      OR PEDIDO-REPROVADO-FDP)
                 MOVE 'N'              TO WSS-ITEM-VALIDO
                 GO                    TO RT-VALIDAR-ITEMX
              END-IF
           END-IF.
      *
           IF (CMP-FILIAL-WSM          EQUAL ZEROS
               AND CMP-SEGMENTO-WSM    EQUAL ZEROS)
              OR NOT CLIENTES-ABERTO
              GO                       TO RT-VALIDAR-ITEMX
           END-IF.
      *
           MOVE ITM-CCLIENTE-FDI       TO CODIGO-FDC.
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              GO                       TO RT-VALIDAR-ITEMX
           END-IF.
      *
           IF (CMP-FILIAL-WSM          NOT EQUAL ZEROS
               AND FILIAL-FDC          NOT EQUAL CMP-FILIAL-WSM)
              OR (CMP-SEGMENTO-WSM     NOT EQUAL ZEROS
               AND SEGMENTO-FDC        NOT EQUAL CMP-SEGMENTO-WSM)
              MOVE 'N'                 TO WSS-ITEM-VALIDO
           END-IF.
      *
       RT-VALIDAR-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-CAMPANHA             SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE DET-CAMPANHA.
           MOVE CMP-CODIGO-WSM         TO DET-CODIGO.
           MOVE CMP-CPRODUTO-WSM       TO DET-CPRODUTO.
      *
           MOVE SPACES                 TO DET-DESCRICAO.
           IF PRODUTO-ABERTO
              MOVE CMP-CPRODUTO-WSM    TO PRO-CODIGO-FDO
              READ ARQ-PRODUTO         KEY IS PRO-CODIGO-FDO
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-PRODUTO            EQUAL '00'
                 MOVE PRO-DESCRICAO-FDO
                                       TO DET-DESCRICAO
              END-IF
           END-IF.
      *
           STRING CMP-DT-INICIO-WSM(7:2) '/' CMP-DT-INICIO-WSM(5:2)
                  '/' CMP-DT-INICIO-WSM(1:4)
              DELIMITED BY SIZE        INTO DET-DT-INICIO.
           STRING CMP-DT-FIM-WSM(7:2) '/' CMP-DT-FIM-WSM(5:2)
                  '/' CMP-DT-FIM-WSM(1:4)
              DELIMITED BY SIZE        INTO DET-DT-FIM.
      *
           MOVE WSS-QTD-CMP            TO DET-QTD-CMP.
           MOVE WSS-VLR-CMP            TO DET-VLR-CMP.
           MOVE WSS-QTD-ANT            TO DET-QTD-ANT.
           MOVE WSS-VLR-ANT            TO DET-VLR-ANT.
           MOVE WSS-QTD-TAG            TO DET-QTD-TAG.
           PERFORM RT-CALCULAR-VARIACAO
                                       THRU RT-CALCULAR-VARIACAOX.
           MOVE WSS-PCT-VAR            TO DET-PCT-VAR.
      *
           WRITE REG-REL-CAMPANHA      FROM DET-CAMPANHA.
      *
           ADD WSS-QTD-CMP             TO WSS-SUB-QTD-CMP
                                          WSS-TOT-QTD-CMP.
           ADD WSS-VLR-CMP             TO WSS-SUB-VLR-CMP
                                          WSS-TOT-VLR-CMP.
           ADD WSS-QTD-ANT             TO WSS-SUB-QTD-ANT
                                          WSS-TOT-QTD-ANT.
           ADD WSS-VLR-ANT             TO WSS-SUB-VLR-ANT
                                          WSS-TOT-VLR-ANT.
           ADD WSS-QTD-TAG             TO WSS-SUB-QTD-TAG
                                          WSS-TOT-QTD-TAG.
      *
       RT-IMPRIME-CAMPANHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-SUBTOTAL             SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE DET-CAMPANHA.
           MOVE WSS-CMP-ANTERIOR       TO DET-CODIGO.
           MOVE 'TOTAL DA CAMPANHA'    TO DET-DESCRICAO.
           MOVE WSS-SUB-QTD-CMP        TO DET-QTD-CMP.
           MOVE WSS-SUB-VLR-CMP        TO DET-VLR-CMP.
           MOVE WSS-SUB-QTD-ANT        TO DET-QTD-ANT.
           MOVE WSS-SUB-VLR-ANT        TO DET-VLR-ANT.
           MOVE WSS-SUB-QTD-TAG        TO DET-QTD-TAG.
           MOVE WSS-SUB-VLR-CMP        TO WSS-VLR-CMP.
           MOVE WSS-SUB-VLR-ANT        TO WSS-VLR-ANT.
           PERFORM RT-CALCULAR-VARIACAO
                                       THRU RT-CALCULAR-VARIACAOX.
           MOVE WSS-PCT-VAR            TO DET-PCT-VAR.
      *
           WRITE REG-REL-CAMPANHA      FROM DET-CAMPANHA.
      *
           MOVE SPACES                 TO REG-REL-CAMPANHA.
           WRITE REG-REL-CAMPANHA.
      *
           MOVE ZEROS                  TO WSS-SUB-QTD-CMP
                                          WSS-SUB-VLR-CMP
                                          WSS-SUB-QTD-ANT
                                          WSS-SUB-VLR-ANT
                                          WSS-SUB-QTD-TAG.
      *
       RT-IMPRIME-SUBTOTALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CALCULAR-VARIACAO            SECTION.
      *  ---> % de variacao do valor na campanha sobre o periodo
      *       anterior; sem venda anterior, variacao zerada
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-PCT-VAR.
      *
           IF WSS-VLR-ANT              GREATER ZEROS
              COMPUTE WSS-PCT-VAR ROUNDED =
                      (WSS-VLR-CMP - WSS-VLR-ANT) * 100 / WSS-VLR-ANT
                 ON SIZE ERROR
                      MOVE 99999,99    TO WSS-PCT-VAR
              END-COMPUTE
           END-IF.
      *
       RT-CALCULAR-VARIACAOX.
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
           MOVE 'PT000089'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000089'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE CAB-FILTRO             TO CAT-FILTROS-FDK.
           MOVE WSS-ARQ-CAMPANHA       TO CAT-ARQUIVO-FDK.
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
           MOVE 'PT000089'             TO WSS-ERR-PROGRAMA.
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
           CLOSE ARQ-CAMPANHA
                 ARQ-AUDITORIA.
      *
           IF PRODUTO-ABERTO
              CLOSE ARQ-PRODUTO
              MOVE 'N'                 TO WSS-PRODUTO-ABERTO
           END-IF.
      *
           IF PEDIDOS-ABERTO
              CLOSE ARQ-PEDIDOS
              MOVE 'N'                 TO WSS-PEDIDOS-ABERTO
           END-IF.
      *
           IF PEDITEM-ABERTO
              CLOSE ARQ-PEDITEM
              MOVE 'N'                 TO WSS-PEDITEM-ABERTO
           END-IF.
      *
           IF CLIENTES-ABERTO
              CLOSE ARQ-CLIENTES
              MOVE 'N'                 TO WSS-CLIENTES-ABERTO
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
