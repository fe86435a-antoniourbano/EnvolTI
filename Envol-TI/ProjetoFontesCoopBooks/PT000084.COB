      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000084.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000084 ---> APROVACAO COMERCIAL DE PEDIDOS  *
      *     *            E DESCONTO MAXIMO POR PRODUTO/SEGMENTO        *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : MANUTENCAO DO ARQUIVO DESCMAX (DESCONTO       *
      *     *            MAXIMO POR PRODUTO E SEGMENTO) E FILA DE      *
      *     *            APROVACAO DOS PEDIDOS RETIDOS PELO PT000041   *
      *     *            ('L' - ITEM ABAIXO DO PISO): O SUPERVISOR VE  *
      *     *            PRECO DE LISTA, PRECO NEGOCIADO, % DE         *
      *     *            DESCONTO E CLASSE ABC DO CLIENTE, E APROVA    *
      *     *            (VOLTA A 'A' E SEGUE AO ERP NO PT000081) OU   *
      *     *            REPROVA COM CODIGO DE MOTIVO ('R'). TODA      *
      *     *            DECISAO VAI PARA A AUDITORIA. MANUTENCAO E    *
      *     *            DECISAO RESTRITAS AO PERFIL ADMINISTRADOR.    *
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    15.10.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            FILA MOSTRA O MOTIVO DA RETENCAO (DESCONTO,   *
      *     *            LIMITE DE CREDITO OU AMBOS) E NOVO MOTIVO DE  *
      *     *            REPROVACAO 05 - LIMITE DE CREDITO EXCEDIDO.   *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            DECISAO SOBRE PEDIDO DE MES JA FECHADO        *
      *     *            (PT000058) E RECUSADA PELA TRAVA DE PERIODO.  *
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
           COPY 'SEL-DESCMAX.CPY'      REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Pedidos (fila dos retidos para aprovacao comercial)
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Itens do pedido (preco de lista x preco negociado)
           COPY 'SEL-PEDITEM.CPY'      REPLACING ==::== BY ==-FDI==.
      *
      *  ---> Arquivo CLIENTES (classe ABC e segmento do cliente)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Catalogo de produtos (validacao do produto)
           COPY 'SEL-PRODUTO.CPY'      REPLACING ==::== BY ==-FDO==.
      *
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-DESCMAX                 VALUE OF FILE-ID IS 'DESCMAX'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DESCMAX.CPY'           REPLACING ==::== BY ==-FDD==.
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
       FD  ARQ-PRODUTO                 VALUE OF FILE-ID IS 'PRODUTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-PRODUTO.CPY'           REPLACING ==::== BY ==-FDO==.
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
       77  WSS-FIM-ARQ-PED             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-ITM             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-PEDIDOS-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PEDIDOS-ABERTO          VALUE 'S'.
       77  WSS-PEDITEM-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PEDITEM-ABERTO          VALUE 'S'.
       77  WSS-CLIENTES-ABERTO         PIC  X(001)         VALUE 'N'.
           88  CLIENTES-ABERTO         VALUE 'S'.
       77  WSS-PRODUTO-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PRODUTO-ABERTO          VALUE 'S'.
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
      *    VARIAVEIS - ENTRADA DO DESCONTO MAXIMO
      *----------------------------------------------------------------*
           03  WSS-T-PRODUTO           PIC  9(005)         VALUE ZEROS.
           03  WSS-T-SEGMENTO          PIC  9(003)         VALUE ZEROS.
           03  WSS-T-PCT-MAX           PIC  9(002)V9(002)  VALUE ZEROS.
           03  WSS-PCT-EDT             PIC  Z9,99          VALUE ZEROS.
           03  WSS-DATA-AMD            PIC  9(008)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILA DE APROVACAO COMERCIAL
      *----------------------------------------------------------------*
           03  WSS-DECISAO             PIC  X(001)         VALUE SPACES.
               88  DECISAO-APROVA                  VALUE 'A' 'a'.
               88  DECISAO-REPROVA                 VALUE 'R' 'r'.
               88  DECISAO-PROXIMO                 VALUE 'P' 'p'.
               88  DECISAO-FIM                     VALUE 'F' 'f'.
               88  DECISAO-VALIDA                  VALUE 'A' 'a' 'R'
                                                   'r' 'P' 'p' 'F' 'f'.
           03  WSS-T-MOTIVO            PIC  9(002)         VALUE ZEROS.
               88  MOTIVO-VALIDO                   VALUE 01 02 03 04
                                                         05 99.
           03  WSS-CLI-SEGMENTO        PIC  9(003)         VALUE ZEROS.
           03  WSS-CLI-CLASSE          PIC  X(001)         VALUE SPACES.
           03  WSS-PCT-DESC            PIC  9(003)V9(002)  VALUE ZEROS.
           03  WSS-PCT-MAX             PIC  9(002)V9(002)  VALUE ZEROS.
           03  WSS-TEM-MAXIMO          PIC  X(001)         VALUE 'N'.
           03  WSS-QTD-FILA            PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-ITENS-TELA      PIC  9(003)         VALUE ZEROS.
           03  WSS-DATA-EDT            PIC  X(010)         VALUE SPACES.
           03  WSS-VALOR-EDT           PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  WSS-RETENCAO-EDT        PIC  X(030)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-DESCMAX              PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-PEDITEM              PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-PRODUTO              PIC  X(002)         VALUE SPACES.
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
      *    AREA DO ARQUIVO DESCMAX NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-DESCMAX.CPY'           REPLACING ==::== BY ==-WSD==.
      *
      *----------------------------------------------------------------*
      *    LINHA DE ITEM DA TELA DE APROVACAO
      *----------------------------------------------------------------*
       01  CAB-ITEM-APROV              PIC  X(060)         VALUE
       'ITM  PROD.  QTDE  PRECO LISTA   PRECO NEG.    %DESC    %MAX'.
      *
       01  LINHA-ITEM-APROV.
           03  LIN-ITEM                PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  LIN-CPRODUTO            PIC  9(005)         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  LIN-QTDE                PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  LIN-PRECO-LISTA         PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  LIN-PRECO               PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  LIN-PCT-DESC            PIC  ZZ9,99         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  LIN-PCT-MAX             PIC  ZZ9,99         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-ALERTA              PIC  X(001)         VALUE SPACES.
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
           03 F LINE 05 COL 20   VALUE
               ' ..... APROVACAO COMERCIAL ..... '           BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Desconto Maximo   ".
           03 F LINE 10 COL 28   VALUE " 2 - Excluir Desconto  ".
           03 F LINE 12 COL 28   VALUE " 3 - Consulta Descontos".
           03 F LINE 14 COL 28   VALUE " 4 - Fila de Aprovacao ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]             ".
      *
       01  TELA-LABEL-DESCONTO.
           03 F LINE 08 COL 20   VALUE " Produto.............: ".
           03 F LINE 10 COL 20   VALUE " Segmento (0 = todos): ".
           03 F LINE 12 COL 20   VALUE " Desconto maximo (%).: ".
      *
       01  TELA-DADOS-DESCONTO-T.
           03 T1D LINE 08 COL 44 PIC ZZZZ9       TO WSS-T-PRODUTO.
           03 T2D LINE 10 COL 44 PIC ZZ9         TO WSS-T-SEGMENTO.
           03 T3D LINE 12 COL 44 PIC Z9,99       TO WSS-T-PCT-MAX.
      *
       01  TELA-LABEL-APROVACAO.
           03 F LINE 04 COL 18   VALUE
               ' ..... PEDIDO AGUARDANDO APROVACAO ..... '   BLINK.
           03 F LINE 06 COL 05   VALUE " Cliente....: ".
           03 F LINE 06 COL 30   VALUE " Classe ABC: ".
           03 F LINE 06 COL 48   VALUE " Vendedor..: ".
           03 F LINE 07 COL 05   VALUE " Data.......: ".
           03 F LINE 07 COL 30   VALUE " Sequencia.: ".
           03 F LINE 07 COL 48   VALUE " Valor.....: ".
           03 F LINE 08 COL 05   VALUE " Retencao...: ".
      *
       01  TELA-LABEL-MOTIVO.
           03 F LINE 21 COL 05   VALUE
               " Motivo: 01 Preco fora da politica  02 Margem insufi".
           03 F LINE 21 COL 57   VALUE "ciente".
           03 F LINE 21 COL 65   VALUE "05 Credito".
           03 F LINE 22 COL 05   VALUE
               "         03 Cliente sem historico   04 Condicao nao ".
           03 F LINE 22 COL 57   VALUE "autorizada  99 Outros".
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
                      REG-WSD
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           OPEN I-O ARQ-DESCMAX.
      *
           EVALUATE FS-DESCMAX
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-DESCMAX
                    OPEN OUTPUT ARQ-DESCMAX
                    CLOSE ARQ-DESCMAX
                    OPEN I-O ARQ-DESCMAX
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'DESCMAX'     TO WSS-ARQUIVO
                    MOVE FS-DESCMAX    TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
      *  ---> Pedidos (ausente = fila de aprovacao vazia)
           OPEN I-O ARQ-PEDIDOS.
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
           OPEN INPUT ARQ-PRODUTO.
           IF FS-PRODUTO               EQUAL '00'
              MOVE 'S'                 TO WSS-PRODUTO-ABERTO
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
               WHEN 4
                    IF LKS-PERFIL      NOT EQUAL 'A' AND 'a'
                       MOVE "Opcao restrita ao perfil administrador."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    ELSE
                       EVALUATE WSS-FUN
                           WHEN 1
                                PERFORM RT-DESCONTO
                                       THRU RT-DESCONTOX
                           WHEN 2
                                PERFORM RT-EXCLUSAO
                                       THRU RT-EXCLUSAOX
                           WHEN 4
                                PERFORM RT-APROVACAO
                                       THRU RT-APROVACAOX
                       END-EVALUATE
                    END-IF
               WHEN 3
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
       RT-PEDIR-CHAVE                  SECTION.
      *  ---> Recebe produto (zeros sai) e segmento do desconto
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-PRODUTO
                                          WSS-T-SEGMENTO
                                          WSS-T-PCT-MAX.
      *
           DISPLAY TELA-LABEL-DESCONTO.
      *
           MOVE "Informe o codigo do produto (ZEROS sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1D.
      *
           IF WSS-T-PRODUTO            EQUAL ZEROS
              GO                       TO RT-PEDIR-CHAVEX
           END-IF.
      *
           IF PRODUTO-ABERTO
              MOVE WSS-T-PRODUTO       TO PRO-CODIGO-FDO
              READ ARQ-PRODUTO         KEY IS PRO-CODIGO-FDO
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-PRODUTO            NOT EQUAL '00'
                 MOVE "Produto nao cadastrado."
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 MOVE ZEROS            TO WSS-T-PRODUTO
                 GO                    TO RT-PEDIR-CHAVEX
              END-IF
              DISPLAY PRO-DESCRICAO-FDO
                                       LINE 08 COL 51
           END-IF.
      *
           MOVE "Informe o segmento (ZEROS = todos os segmentos)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2D.
      *
           MOVE WSS-T-PRODUTO          TO DSC-CPRODUTO-FDD.
           MOVE WSS-T-SEGMENTO         TO DSC-SEGMENTO-FDD.
      *
       RT-PEDIR-CHAVEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DESCONTO                     SECTION.
      *  ---> Inclui ou altera o desconto maximo do produto/segmento
      *----------------------------------------------------------------*
      *
           PERFORM RT-PEDIR-CHAVE      THRU RT-PEDIR-CHAVEX.
      *
           IF WSS-T-PRODUTO            EQUAL ZEROS
              GO                       TO RT-DESCONTOX
           END-IF.
      *
           READ ARQ-DESCMAX            KEY IS DSC-CHAVE-FDD
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-DESCMAX               EQUAL '00'
              MOVE DSC-PCT-MAX-FDD     TO WSS-PCT-EDT
              DISPLAY WSS-PCT-EDT      LINE 12 COL 52
              DISPLAY "(atual)"        LINE 12 COL 58
           END-IF.
      *
           MOVE "Informe o desconto maximo sobre o preco de lista (%)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3D.
      *
           MOVE "Confirma a gravacao do desconto maximo? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 62
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-DESCONTOX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS           TO WSS-DATA-AMD.
      *
           MOVE WSS-T-PRODUTO          TO DSC-CPRODUTO-FDD.
           MOVE WSS-T-SEGMENTO         TO DSC-SEGMENTO-FDD.
           MOVE WSS-T-PCT-MAX          TO DSC-PCT-MAX-FDD.
           MOVE LKS-OPERADOR           TO DSC-OPERADOR-FDD.
           MOVE WSS-DATA-AMD           TO DSC-DT-ALTER-FDD.
      *
           WRITE REG-FDD.
      *
           IF FS-DESCMAX               EQUAL '22'
              REWRITE REG-FDD
           END-IF.
      *
           IF FS-DESCMAX               EQUAL '00' OR '22'
              MOVE 'DESCONTO MAXIMO GRAVADO'
                                       TO WSS-AUD-ACAO
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              MOVE "Desconto maximo gravado com sucesso!"
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           ELSE
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'DESCMAX'           TO WSS-ARQUIVO
              MOVE FS-DESCMAX          TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-DESCONTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXCLUSAO                     SECTION.
      *  ---> Exclui o desconto maximo (produto/segmento sem piso)
      *----------------------------------------------------------------*
      *
           PERFORM RT-PEDIR-CHAVE      THRU RT-PEDIR-CHAVEX.
      *
           IF WSS-T-PRODUTO            EQUAL ZEROS
              GO                       TO RT-EXCLUSAOX
           END-IF.
      *
           READ ARQ-DESCMAX            KEY IS DSC-CHAVE-FDD
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-DESCMAX               NOT EQUAL '00'
              MOVE "Desconto maximo nao cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EXCLUSAOX
           END-IF.
      *
           MOVE DSC-PCT-MAX-FDD        TO WSS-PCT-EDT.
           DISPLAY WSS-PCT-EDT         LINE 12 COL 44.
      *
           MOVE "Confirma a exclusao do desconto maximo? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 62
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              DELETE ARQ-DESCMAX       RECORD
              IF FS-DESCMAX            EQUAL '00'
                 MOVE 'DESCONTO MAXIMO EXCLUIDO'
                                       TO WSS-AUD-ACAO
                 PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                 MOVE "Desconto maximo excluido com sucesso!"
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              ELSE
                 MOVE 'ao excluir '    TO WSS-DESCRICAO
                 MOVE 'DESCMAX'        TO WSS-ARQUIVO
                 MOVE FS-DESCMAX       TO WSS-FSTATUS
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
           MOVE ZEROS                  TO DSC-CPRODUTO-FDD
                                          DSC-SEGMENTO-FDD.
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
      *
           START ARQ-DESCMAX           KEY IS NOT LESS DSC-CHAVE-FDD
                INVALID KEY
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
           END-START.
      *
           IF WSS-FIM-ARQ-CON          EQUAL 'S'
              MOVE "Nenhum desconto maximo cadastrado."
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
              PERFORM RT-EXIBIR-DESCONTO
                                       THRU RT-EXIBIR-DESCONTOX
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
       RT-EXIBIR-DESCONTO              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-DESCMAX            NEXT
                                       INTO REG-WSD
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
                    GO                  TO RT-EXIBIR-DESCONTOX
           END-READ.
      *
           DISPLAY REG-WSD             LINE WSS-LINHA COL 05.
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
                 MOVE 4                TO WSS-LINHA
              END-IF
           END-IF.
      *
       RT-EXIBIR-DESCONTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    FILA DE APROVACAO: PERCORRE OS PEDIDOS 'L' UM A UM
      *----------------------------------------------------------------*
       RT-APROVACAO                    SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT PEDIDOS-ABERTO
              MOVE "Nenhum pedido registrado ainda."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-APROVACAOX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-QTD-FILA
                                          PED-CCLIENTE-FDP
                                          PED-DATA-FDP
                                          PED-SEQ-FDP.
           MOVE 'N'                    TO WSS-FIM-ARQ-PED.
      *
           START ARQ-PEDIDOS           KEY IS NOT LESS PED-CHAVE-FDP
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-PED
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-PED
                                       EQUAL 'S' OR 's'
              PERFORM RT-TRATAR-FILA   THRU RT-TRATAR-FILAX
           END-PERFORM.
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           IF WSS-QTD-FILA             EQUAL ZEROS
              MOVE "Nenhum pedido aguardando aprovacao comercial."
                                       TO WSS-MENSAGEM
           ELSE
              MOVE "Fim da fila de aprovacao. Pressione qualquer tecla."
                                       TO WSS-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-APROVACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-FILA                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDIDOS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-PED
                GO                     TO RT-TRATAR-FILAX
           END-READ.
      *
           IF NOT PEDIDO-AGUARD-APROV-FDP
              GO                       TO RT-TRATAR-FILAX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-FILA.
      *
           PERFORM RT-EXIBIR-PEDIDO    THRU RT-EXIBIR-PEDIDOX.
      *
           MOVE SPACES                 TO WSS-DECISAO.
      *
           PERFORM UNTIL DECISAO-VALIDA
              PERFORM RT-DECIDIR       THRU RT-DECIDIRX
           END-PERFORM.
      *
       RT-TRATAR-FILAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXIBIR-PEDIDO                SECTION.
      *  ---> Cabecalho do pedido com a classe ABC do cliente e os
      *       itens com preco de lista, preco negociado e % desconto
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-CLI-SEGMENTO.
           MOVE SPACES                 TO WSS-CLI-CLASSE.
      *
           IF CLIENTES-ABERTO
              MOVE PED-CCLIENTE-FDP    TO CODIGO-FDC
              READ ARQ-CLIENTES        KEY IS CODIGO-FDC
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-CLIENTES           EQUAL '00'
                 MOVE SEGMENTO-FDC     TO WSS-CLI-SEGMENTO
                 MOVE CLASSE-ABC-FDC   TO WSS-CLI-CLASSE
              END-IF
           END-IF.
      *
           MOVE SPACES                 TO WSS-DATA-EDT.
           STRING PED-DATA-FDP(7:2) '/' PED-DATA-FDP(5:2) '/'
                  PED-DATA-FDP(1:4)    DELIMITED BY SIZE
                                       INTO WSS-DATA-EDT.
           MOVE PED-VALOR-FDP          TO WSS-VALOR-EDT.
      *
           EVALUATE TRUE
               WHEN RETIDO-CREDITO-FDP
                    MOVE 'LIMITE DE CREDITO EXCEDIDO'
                                       TO WSS-RETENCAO-EDT
               WHEN RETIDO-AMBOS-FDP
                    MOVE 'DESCONTO E LIMITE DE CREDITO'
                                       TO WSS-RETENCAO-EDT
               WHEN OTHER
                    MOVE 'ITEM ABAIXO DO PISO DESCONTO'
                                       TO WSS-RETENCAO-EDT
           END-EVALUATE.
      *
           DISPLAY TELA-LABEL-APROVACAO.
           DISPLAY PED-CCLIENTE-FDP    LINE 06 COL 19.
           DISPLAY WSS-CLI-CLASSE      LINE 06 COL 43.
           DISPLAY PED-CVENDEDOR-FDP   LINE 06 COL 61.
           DISPLAY WSS-DATA-EDT        LINE 07 COL 19.
           DISPLAY PED-SEQ-FDP         LINE 07 COL 43.
           DISPLAY WSS-VALOR-EDT       LINE 07 COL 61.
           DISPLAY WSS-RETENCAO-EDT    LINE 08 COL 19.
           DISPLAY CAB-ITEM-APROV      LINE 09 COL 05.
      *
           MOVE 10                     TO WSS-LINHA.
           MOVE ZEROS                  TO WSS-QTD-ITENS-TELA.
      *
           IF NOT PEDITEM-ABERTO
              GO                       TO RT-EXIBIR-PEDIDOX
           END-IF.
      *
           MOVE PED-CCLIENTE-FDP       TO ITM-CCLIENTE-FDI.
           MOVE PED-DATA-FDP           TO ITM-DATA-FDI.
           MOVE PED-SEQ-FDP            TO ITM-SEQ-FDI.
           MOVE ZEROS                  TO ITM-ITEM-FDI.
           MOVE 'N'                    TO WSS-FIM-ARQ-ITM.
      *
           START ARQ-PEDITEM           KEY IS NOT LESS ITM-CHAVE-FDI
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-ITM
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ITM
                                       EQUAL 'S' OR 's'
              PERFORM RT-EXIBIR-ITEM   THRU RT-EXIBIR-ITEMX
           END-PERFORM.
      *
       RT-EXIBIR-PEDIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXIBIR-ITEM                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDITEM            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-ITM
                GO                     TO RT-EXIBIR-ITEMX
           END-READ.
      *
           IF ITM-CCLIENTE-FDI         NOT EQUAL PED-CCLIENTE-FDP
              OR ITM-DATA-FDI          NOT EQUAL PED-DATA-FDP
              OR ITM-SEQ-FDI           NOT EQUAL PED-SEQ-FDP
              MOVE 'S'                 TO WSS-FIM-ARQ-ITM
              GO                       TO RT-EXIBIR-ITEMX
           END-IF.
      *
      *  ---> A tela comporta 10 itens; os demais so somam na contagem
           ADD 1                       TO WSS-QTD-ITENS-TELA.
           IF WSS-LINHA                GREATER 19
              DISPLAY "(mais itens...)" LINE 20 COL 05
              GO                       TO RT-EXIBIR-ITEMX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-PCT-DESC.
           IF ITM-PRECO-FDI            LESS ITM-PRECO-LISTA-FDI
              COMPUTE WSS-PCT-DESC ROUNDED =
                      (ITM-PRECO-LISTA-FDI - ITM-PRECO-FDI) * 100
                      / ITM-PRECO-LISTA-FDI
           END-IF.
      *
      *  ---> Maximo do segmento do cliente ou de todos os segmentos
           MOVE 'N'                    TO WSS-TEM-MAXIMO.
           MOVE ZEROS                  TO WSS-PCT-MAX.
           MOVE ITM-CPRODUTO-FDI       TO DSC-CPRODUTO-FDD.
           MOVE WSS-CLI-SEGMENTO       TO DSC-SEGMENTO-FDD.
           READ ARQ-DESCMAX            KEY IS DSC-CHAVE-FDD
                INVALID KEY
                    CONTINUE
           END-READ.
           IF FS-DESCMAX               NOT EQUAL '00'
              AND WSS-CLI-SEGMENTO     NOT EQUAL ZEROS
              MOVE ZEROS               TO DSC-SEGMENTO-FDD
              READ ARQ-DESCMAX         KEY IS DSC-CHAVE-FDD
                   INVALID KEY
                       CONTINUE
              END-READ
           END-IF.
           IF FS-DESCMAX               EQUAL '00'
              MOVE 'S'                 TO WSS-TEM-MAXIMO
              MOVE DSC-PCT-MAX-FDD     TO WSS-PCT-MAX
           END-IF.
      *
           MOVE ITM-ITEM-FDI           TO LIN-ITEM.
           MOVE ITM-CPRODUTO-FDI       TO LIN-CPRODUTO.
           MOVE ITM-QTDE-FDI           TO LIN-QTDE.
           MOVE ITM-PRECO-LISTA-FDI    TO LIN-PRECO-LISTA.
           MOVE ITM-PRECO-FDI          TO LIN-PRECO.
           MOVE WSS-PCT-DESC           TO LIN-PCT-DESC.
           MOVE WSS-PCT-MAX            TO LIN-PCT-MAX.
           MOVE SPACES                 TO LIN-ALERTA.
           IF WSS-TEM-MAXIMO           EQUAL 'S'
              AND WSS-PCT-DESC         GREATER WSS-PCT-MAX
              MOVE '*'                 TO LIN-ALERTA
           END-IF.
      *
           DISPLAY LINHA-ITEM-APROV    LINE WSS-LINHA COL 05.
      *
           ADD 1                       TO WSS-LINHA.
      *
       RT-EXIBIR-ITEMX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DECIDIR                      SECTION.
      *  ---> Aprova, reprova (com motivo), pula ou encerra a fila
      *----------------------------------------------------------------*
      *
           MOVE "A-Aprova  R-Reprova  P-Proximo  F-Fim da fila: "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE SPACES                 TO WSS-DECISAO.
           ACCEPT WSS-DECISAO          LINE 24 COL 60
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE TRUE
               WHEN DECISAO-APROVA
                    MOVE 'A'           TO PED-SITUACAO-FDP
                    MOVE ZEROS         TO PED-MOTIVO-REPROV-FDP
                    MOVE SPACES        TO WSS-AUD-ACAO
                    STRING 'APROV.COM. PED ' PED-CCLIENTE-FDP '/'
                           PED-DATA-FDP '/' PED-SEQ-FDP
                       DELIMITED BY SIZE
                                       INTO WSS-AUD-ACAO
                    END-STRING
                    PERFORM RT-GRAVAR-DECISAO
                                       THRU RT-GRAVAR-DECISAOX
               WHEN DECISAO-REPROVA
                    DISPLAY TELA-LABEL-MOTIVO
                    MOVE ZEROS         TO WSS-T-MOTIVO
                    MOVE "Informe o codigo do motivo da reprovacao: "
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-T-MOTIVO
                                       LINE 24 COL 56
                                            WITH PROMPT AUTO-SKIP
                    IF NOT MOTIVO-VALIDO
                       MOVE "Motivo invalido (01,02,03,04,05,99)."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                       MOVE SPACES     TO WSS-DECISAO
                       GO              TO RT-DECIDIRX
                    END-IF
                    MOVE 'R'           TO PED-SITUACAO-FDP
                    MOVE WSS-T-MOTIVO  TO PED-MOTIVO-REPROV-FDP
                    MOVE SPACES        TO WSS-AUD-ACAO
                    STRING 'REPROV.COM. PED ' PED-CCLIENTE-FDP '/'
                           PED-DATA-FDP '/' PED-SEQ-FDP ' M'
                           WSS-T-MOTIVO
                       DELIMITED BY SIZE
                                       INTO WSS-AUD-ACAO
                    END-STRING
                    PERFORM RT-GRAVAR-DECISAO
                                       THRU RT-GRAVAR-DECISAOX
               WHEN DECISAO-FIM
                    MOVE 'S'           TO WSS-FIM-ARQ-PED
               WHEN DECISAO-PROXIMO
                    CONTINUE
               WHEN OTHER
                    MOVE "Opcao invalida!!! Tente novamente."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-EVALUATE.
      *
       RT-DECIDIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-DECISAO               SECTION.
      *  ---> Regrava o pedido com o supervisor e a data da decisao
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS           TO WSS-DATA-AMD.
      *
      *  ---> Pedido de mes ja fechado (PT000058) nao e liberado
      *       nem reprovado; volta para a fila
           MOVE PED-DATA-FDP           TO WSP-PER-DATA.
           MOVE 'A'                    TO WSP-PER-OPERACAO.
           MOVE SPACES                 TO WSP-PER-CHAVE.
           STRING 'PEDIDO '            PED-CCLIENTE-FDP
                  ' '                  PED-DATA-FDP
                  ' '                  PED-SEQ-FDP
              DELIMITED BY SIZE        INTO WSP-PER-CHAVE
           END-STRING.
           PERFORM RT-CONFERIR-PERIODO THRU RT-CONFERIR-PERIODOX.
           IF WSP-PER-FECHADO
              GO                       TO RT-GRAVAR-DECISAOX
           END-IF.
      *
           MOVE LKS-OPERADOR           TO PED-APROVADOR-FDP.
           MOVE WSS-DATA-AMD           TO PED-DT-DECISAO-FDP.
      *
           REWRITE REG-FDP.
      *
           IF FS-PEDIDOS               NOT EQUAL '00'
              MOVE 'ao regravar'       TO WSS-DESCRICAO
              MOVE 'PEDIDOS'           TO WSS-ARQUIVO
              MOVE FS-PEDIDOS          TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
       RT-GRAVAR-DECISAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    TRAVA DE PERIODO: DECISAO SOBRE PEDIDO DATADO EM MES JA
      *    FECHADO PELO FECHAMENTO MENSAL (PT000058) E RECUSADA; O
      *    PRV00912 REGISTRA A RECUSA NO PERLOG. O CHAMADOR INFORMA
      *    DATA, OPERACAO E CHAVE E TESTA WSP-PER-FECHADO NA VOLTA.
      *----------------------------------------------------------------*
       RT-CONFERIR-PERIODO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'C'                    TO WSP-PER-FUNCAO.
           MOVE 'PT000084'             TO WSP-PER-PROGRAMA.
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
                  ' fechado - decisao recusada.'
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
           MOVE 'PT000084'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000084'              TO WSS-ERR-PROGRAMA.
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
           CLOSE ARQ-DESCMAX
                 ARQ-AUDITORIA.
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
           IF PRODUTO-ABERTO
              CLOSE ARQ-PRODUTO
              MOVE 'N'                 TO WSS-PRODUTO-ABERTO
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
