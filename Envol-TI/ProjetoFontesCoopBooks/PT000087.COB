      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000087.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000087 ---> DEVOLUCOES DE MERCADORIA        *
      *     *            CONTRA A NOTA FISCAL FATURADA                 *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : REGISTRO DAS DEVOLUCOES (ARQ DEVOLUCAO) POR   *
      *     *            CLIENTE + NOTA FISCAL + ITEM DO PEDIDO. A     *
      *     *            NOTA E LOCALIZADA NOS PEDIDOS DO CLIENTE      *
      *     *            (PED-NOTA DO RETORNO DO ERP): NOTA CANCELADA  *
      *     *            OU PEDIDO NAO FATURADO NAO ACEITA DEVOLUCAO,  *
      *     *            E A QUANTIDADE NAO PODE PASSAR DA FATURADA NO *
      *     *            ITEM (NO FATURAMENTO PARCIAL, A QUANTIDADE DO *
      *     *            ITEM MENOS A ENCOMENDA). EXCLUSAO RESTRITA AO *
      *     *            PERFIL ADMINISTRADOR. RELATORIO MENSAL DA     *
      *     *            TAXA DE DEVOLUCAO POR PRODUTO, POR VENDEDOR E *
      *     *            POR MOTIVO (DEVOLVIDO X FATURADO NO MES).     *
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    15.10.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            REGISTRO E EXCLUSAO DE DEVOLUCAO EM MES JA    *
      *     *            FECHADO PELO PT000058 SAO RECUSADOS E         *
      *     *            REGISTRADOS (TRAVA DE PERIODO - PRV00912).    *
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
           COPY 'SEL-DEVOLUCAO.CPY'    REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Pedidos (localizacao da nota fiscal e situacao no ERP)
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Itens do pedido (quantidade e preco faturados)
           COPY 'SEL-PEDITEM.CPY'      REPLACING ==::== BY ==-FDI==.
      *
      *  ---> Arquivo CLIENTES (validacao do cliente)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Catalogo de produtos (descricao no relatorio)
           COPY 'SEL-PRODUTO.CPY'      REPLACING ==::== BY ==-FDO==.
      *
      *  ---> Cadastro de vendedores (nome no relatorio)
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
      *  ---> Relatorio mensal de devolucoes (nome datado)
           SELECT  REL-DEVOLUCAO       ASSIGN TO WSS-ARQ-DEVOLUCAO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-REL-DEV.
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
       FD  ARQ-DEVOLUCAO               VALUE OF FILE-ID IS 'DEVOLUCAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DEVOLUCAO.CPY'         REPLACING ==::== BY ==-FDD==.
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
       FD  ARQ-VENDEDOR                VALUE OF FILE-ID IS 'VENDEDOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDV.
       COPY 'FD-VENDEDOR.CPY'          REPLACING ==::== BY ==-FDV==.
      *
       FD  REL-DEVOLUCAO.
       01  REG-REL-DEVOLUCAO           PIC  X(120).
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
       77  WSS-FIM-ARQ-PED             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-ITM             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-DEV             PIC  X(001)         VALUE 'N'.
       77  WSS-ACHOU-PED               PIC  X(001)         VALUE 'N'.
      *
       77  WSS-PEDIDOS-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PEDIDOS-ABERTO          VALUE 'S'.
       77  WSS-PEDITEM-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PEDITEM-ABERTO          VALUE 'S'.
       77  WSS-CLIENTES-ABERTO         PIC  X(001)         VALUE 'N'.
           88  CLIENTES-ABERTO         VALUE 'S'.
       77  WSS-PRODUTO-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PRODUTO-ABERTO          VALUE 'S'.
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
      *    VARIAVEIS - ENTRADA DA DEVOLUCAO
      *----------------------------------------------------------------*
           03  WSS-T-CLIENTE           PIC  9(007)         VALUE ZEROS.
           03  WSS-T-NOTA              PIC  9(009)         VALUE ZEROS.
           03  WSS-T-ITEM              PIC  9(003)         VALUE ZEROS.
           03  WSS-T-QTDE              PIC  9(005)         VALUE ZEROS.
           03  WSS-T-MOTIVO            PIC  9(002)         VALUE ZEROS.
               88  MOTIVO-VALIDO                   VALUE 01 02 03 04
                                                         05 99.
           03  WSS-QTD-FATURADA        PIC  9(005)         VALUE ZEROS.
           03  WSS-VLR-DEVOLVIDO       PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-DATA-AMD            PIC  9(008)         VALUE ZEROS.
           03  WSS-QTDE-EDT            PIC  ZZZZ9          VALUE ZEROS.
           03  WSS-VALOR-EDT           PIC  ZZZZZZZZ9,99   VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - RELATORIO MENSAL
      *----------------------------------------------------------------*
           03  WSS-ARQ-DEVOLUCAO       PIC  X(030)         VALUE SPACES.
           03  WSS-T-MESANO            PIC  9(006)         VALUE ZEROS.
           03  WSS-MESANO-R            REDEFINES WSS-T-MESANO.
               05  WSS-T-MES           PIC  9(002).
               05  WSS-T-ANO           PIC  9(004).
           03  WSS-DT-INI-AMD          PIC  9(008)         VALUE ZEROS.
           03  WSS-DT-FIM-AMD          PIC  9(008)         VALUE ZEROS.
           03  WSS-QTD-ITEM-FAT        PIC  9(005)         VALUE ZEROS.
           03  WSS-VLR-ITEM-FAT        PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-PCT-TAXA            PIC  9(005)V9(002)  VALUE ZEROS.
           03  WSS-TOT-VLR-FAT         PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-TOT-QTD-DEV         PIC  9(009)         VALUE ZEROS.
           03  WSS-TOT-VLR-DEV         PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-TOT-NUM-DEV         PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-DEVOLUCAO            PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-PEDITEM              PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-PRODUTO              PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-REL-DEV              PIC  X(002)         VALUE SPACES.
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
      *    TABELA - FATURADO E DEVOLVIDO NO MES POR PRODUTO
      *----------------------------------------------------------------*
       01  WSS-TAB-PRODUTO.
           03  WSS-QTD-PRODUTO         PIC  9(005) COMP-3  VALUE ZEROS.
           03  WSS-PRODUTO-OCR         OCCURS 3000 TIMES.
               05  WSS-PRD-CODIGO      PIC  9(005).
               05  WSS-PRD-QTD-FAT     PIC  9(009).
               05  WSS-PRD-VLR-FAT     PIC  9(011)V9(002).
               05  WSS-PRD-QTD-DEV     PIC  9(009).
               05  WSS-PRD-VLR-DEV     PIC  9(011)V9(002).
      *
      *----------------------------------------------------------------*
      *    TABELA - FATURADO E DEVOLVIDO NO MES POR VENDEDOR
      *----------------------------------------------------------------*
       01  WSS-TAB-VENDEDOR.
           03  WSS-QTD-VENDEDOR        PIC  9(005) COMP-3  VALUE ZEROS.
           03  WSS-VENDEDOR-OCR        OCCURS 5000 TIMES.
               05  WSS-VEN-CODIGO      PIC  9(007).
               05  WSS-VEN-VLR-FAT     PIC  9(011)V9(002).
               05  WSS-VEN-QTD-DEV     PIC  9(009).
               05  WSS-VEN-VLR-DEV     PIC  9(011)V9(002).
      *
      *----------------------------------------------------------------*
      *    TABELA - DEVOLVIDO NO MES POR MOTIVO (ORDEM DO RELATORIO)
      *----------------------------------------------------------------*
       01  WSS-TAB-MOTIVO-DESC.
           03  FILLER                  PIC  X(032)         VALUE
               '01AVARIA                        '.
           03  FILLER                  PIC  X(032)         VALUE
               '02PRODUTO ERRADO                '.
           03  FILLER                  PIC  X(032)         VALUE
               '03DESACORDO COMERCIAL           '.
           03  FILLER                  PIC  X(032)         VALUE
               '04VALIDADE                      '.
           03  FILLER                  PIC  X(032)         VALUE
               '05RECUSA NA ENTREGA             '.
           03  FILLER                  PIC  X(032)         VALUE
               '99OUTROS                        '.
       01  WSS-TAB-MOTIVO              REDEFINES WSS-TAB-MOTIVO-DESC.
           03  WSS-MOTIVO-OCR          OCCURS 6 TIMES.
               05  WSS-MOT-CODIGO      PIC  9(002).
               05  WSS-MOT-DESCRICAO   PIC  X(030).
      *
       01  WSS-TAB-MOTIVO-TOT.
           03  WSS-MOTIVO-TOT-OCR      OCCURS 6 TIMES.
               05  WSS-MOT-NUM-DEV     PIC  9(007).
               05  WSS-MOT-QTD-DEV     PIC  9(009).
               05  WSS-MOT-VLR-DEV     PIC  9(011)V9(002).
      *
       77  WSS-IDX-TAB                 PIC  9(005) COMP-3  VALUE ZEROS.
       77  WSS-IDX-ACHOU               PIC  9(005) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LINHA DA CONSULTA EM TELA
      *----------------------------------------------------------------*
       01  CAB-CONSULTA.
           03  FILLER                  PIC  X(035)         VALUE
               'CLIENTE NOTA FISC  ITM PROD.  QTDE '.
           03  FILLER                  PIC  X(037)         VALUE
               '      VALOR MT DATA       OPERADOR'.
      *
       01  LINHA-CONSULTA.
           03  LIN-CCLIENTE            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-NOTA                PIC  9(009)         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  LIN-ITEM                PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-CPRODUTO            PIC  9(005)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-QTDE                PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-VALOR               PIC  ZZZZZZZ9,99    VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-MOTIVO              PIC  9(002)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-DATA                PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  LIN-OPERADOR            PIC  X(010)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO RELATORIO
      *----------------------------------------------------------------*
       01  CAB-DEVOLUCAO-1.
           03  FILLER                  PIC  X(037)         VALUE
               'TAXA DE DEVOLUCAO DE MERCADORIA - MES'.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CAB-MESANO              PIC  X(007)         VALUE SPACES.
           03  FILLER                  PIC  X(012)         VALUE
               ' - EMISSAO '.
           03  CAB-DATA                PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(053)         VALUE SPACES.
      *
       01  CAB-DEVOLUCAO-2.
           03  FILLER                  PIC  X(009)         VALUE
               'CODIGO'.
           03  FILLER                  PIC  X(031)         VALUE
               'DESCRICAO'.
           03  FILLER                  PIC  X(010)         VALUE
               '  QTD.FAT.'.
           03  FILLER                  PIC  X(014)         VALUE
               '  VALOR FATUR.'.
           03  FILLER                  PIC  X(011)         VALUE
               '   QTD.DEV.'.
           03  FILLER                  PIC  X(014)         VALUE
               '  VALOR DEVOL.'.
           03  FILLER                  PIC  X(010)         VALUE
               '     %TAXA'.
           03  FILLER                  PIC  X(021)         VALUE SPACES.
      *
       01  CAB-DEVOLUCAO-3.
           03  FILLER                  PIC  X(009)         VALUE
               'MOTIVO'.
           03  FILLER                  PIC  X(031)         VALUE
               'DESCRICAO'.
           03  FILLER                  PIC  X(010)         VALUE
               '  DEVOLUC.'.
           03  FILLER                  PIC  X(014)         VALUE
               '  %S/DEVOLVIDO'.
           03  FILLER                  PIC  X(011)         VALUE
               '   QTD.DEV.'.
           03  FILLER                  PIC  X(014)         VALUE
               '  VALOR DEVOL.'.
           03  FILLER                  PIC  X(010)         VALUE
               '     %TAXA'.
           03  FILLER                  PIC  X(021)         VALUE SPACES.
      *
       01  DET-DEVOLUCAO.
           03  DET-CODIGO              PIC  X(007)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  DET-DESCRICAO           PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DET-QTD-FAT             PIC  ZZZZZZZZZ9     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DET-VLR-FAT             PIC  ZZZZZZZZZ9,99  VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DET-QTD-DEV             PIC  ZZZZZZZZZ9     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DET-VLR-DEV             PIC  ZZZZZZZZZ9,99  VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  DET-PCT-TAXA            PIC  ZZZZ9,99       VALUE ZEROS.
           03  FILLER                  PIC  X(021)         VALUE SPACES.
      *
       01  DET-MOTIVO.
           03  DMT-CODIGO              PIC  9(002)         VALUE ZEROS.
           03  FILLER                  PIC  X(007)         VALUE SPACES.
           03  DMT-DESCRICAO           PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DMT-NUM-DEV             PIC  ZZZZZZZZZ9     VALUE ZEROS.
           03  FILLER                  PIC  X(006)         VALUE SPACES.
           03  DMT-PCT-DEVOL           PIC  ZZZZ9,99       VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DMT-QTD-DEV             PIC  ZZZZZZZZZ9     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DMT-VLR-DEV             PIC  ZZZZZZZZZ9,99  VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  DMT-PCT-TAXA            PIC  ZZZZ9,99       VALUE ZEROS.
           03  FILLER                  PIC  X(021)         VALUE SPACES.
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
               ' ..... DEVOLUCOES DE MERCADORIA ..... '      BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Registrar Devolucao".
           03 F LINE 10 COL 28   VALUE " 2 - Excluir Devolucao  ".
           03 F LINE 12 COL 28   VALUE " 3 - Consulta Devolucoes".
           03 F LINE 14 COL 28   VALUE " 4 - Relatorio Mensal   ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair               ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]              ".
      *
       01  TELA-LABEL-DEVOLUCAO.
           03 F LINE 06 COL 20   VALUE " Cliente.............: ".
           03 F LINE 08 COL 20   VALUE " Nota fiscal.........: ".
           03 F LINE 10 COL 20   VALUE " Item do pedido......: ".
           03 F LINE 12 COL 20   VALUE " Quantidade devolvida: ".
           03 F LINE 14 COL 20   VALUE " Motivo..............: ".
           03 F LINE 16 COL 20   VALUE " Valor devolvido.....: ".
      *
       01  TELA-DADOS-DEVOLUCAO-T.
           03 T1V LINE 06 COL 44 PIC ZZZZZZ9     TO WSS-T-CLIENTE.
           03 T2V LINE 08 COL 44 PIC ZZZZZZZZ9   TO WSS-T-NOTA.
           03 T3V LINE 10 COL 44 PIC ZZ9         TO WSS-T-ITEM.
           03 T4V LINE 12 COL 44 PIC ZZZZ9       TO WSS-T-QTDE.
           03 T5V LINE 14 COL 44 PIC 99          TO WSS-T-MOTIVO.
      *
       01  TELA-LABEL-MOTIVO.
           03 F LINE 20 COL 05   VALUE
               " Motivo: 01 Avaria  02 Produto errado  03 Desacordo c".
           03 F LINE 20 COL 58   VALUE "omercial".
           03 F LINE 21 COL 05   VALUE
               "         04 Validade  05 Recusa na entrega  99 Outros".
      *
       01  TELA-LABEL-RELATORIO.
           03 F LINE 08 COL 20   VALUE " Mes/ano (MMAAAA)....: ".
      *
       01  TELA-DADOS-RELATORIO-T.
           03 T1R LINE 08 COL 44 PIC 999999      TO WSS-T-MESANO.
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
           OPEN I-O ARQ-DEVOLUCAO.
      *
           EVALUATE FS-DEVOLUCAO
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-DEVOLUCAO
                    OPEN OUTPUT ARQ-DEVOLUCAO
                    CLOSE ARQ-DEVOLUCAO
                    OPEN I-O ARQ-DEVOLUCAO
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'DEVOLUCAO'   TO WSS-ARQUIVO
                    MOVE FS-DEVOLUCAO  TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
      *  ---> Pedidos e itens ausentes = nenhuma nota para devolver
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
           OPEN INPUT ARQ-PRODUTO.
           IF FS-PRODUTO               EQUAL '00'
              MOVE 'S'                 TO WSS-PRODUTO-ABERTO
           END-IF.
      *
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
                    PERFORM RT-REGISTRAR
                                       THRU RT-REGISTRARX
               WHEN 2
                    IF LKS-PERFIL      NOT EQUAL 'A' AND 'a'
                       MOVE "Opcao restrita ao perfil administrador."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    ELSE
                       PERFORM RT-EXCLUSAO
                                       THRU RT-EXCLUSAOX
                    END-IF
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
       RT-PEDIR-CHAVE                  SECTION.
      *  ---> Recebe cliente (zeros sai), nota fiscal e item
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-CLIENTE
                                          WSS-T-NOTA
                                          WSS-T-ITEM
                                          WSS-T-QTDE
                                          WSS-T-MOTIVO.
      *
           DISPLAY TELA-LABEL-DEVOLUCAO.
      *
           MOVE "Informe o codigo do cliente (ZEROS sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1V.
      *
           IF WSS-T-CLIENTE            EQUAL ZEROS
              GO                       TO RT-PEDIR-CHAVEX
           END-IF.
      *
           IF CLIENTES-ABERTO
              MOVE WSS-T-CLIENTE       TO CODIGO-FDC
              READ ARQ-CLIENTES        KEY IS CODIGO-FDC
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-CLIENTES           NOT EQUAL '00'
                 MOVE "Cliente nao cadastrado."
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 MOVE ZEROS            TO WSS-T-CLIENTE
                 GO                    TO RT-PEDIR-CHAVEX
              END-IF
              DISPLAY RSOCIAL-FDC(1:28)
                                       LINE 06 COL 52
           END-IF.
      *
           MOVE "Informe o numero da nota fiscal (ZEROS sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2V.
      *
           IF WSS-T-NOTA               EQUAL ZEROS
              MOVE ZEROS               TO WSS-T-CLIENTE
              GO                       TO RT-PEDIR-CHAVEX
           END-IF.
      *
           MOVE "Informe o numero do item do pedido."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3V.
      *
           MOVE WSS-T-CLIENTE          TO DEV-CCLIENTE-FDD.
           MOVE WSS-T-NOTA             TO DEV-NOTA-FDD.
           MOVE WSS-T-ITEM             TO DEV-ITEM-FDD.
      *
       RT-PEDIR-CHAVEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR                    SECTION.
      *  ---> Registra a devolucao de um item da nota fiscal faturada
      *----------------------------------------------------------------*
      *
           PERFORM RT-PEDIR-CHAVE      THRU RT-PEDIR-CHAVEX.
      *
           IF WSS-T-CLIENTE            EQUAL ZEROS
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           READ ARQ-DEVOLUCAO          KEY IS DEV-CHAVE-FDD
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-DEVOLUCAO             EQUAL '00'
              MOVE "Item ja devolvido nesta nota (exclua p/ corrigir)."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           IF NOT PEDIDOS-ABERTO
              OR NOT PEDITEM-ABERTO
              MOVE "Nenhum pedido registrado ainda."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           PERFORM RT-LOCALIZAR-NOTA   THRU RT-LOCALIZAR-NOTAX.
      *
           IF WSS-ACHOU-PED            NOT EQUAL 'S'
              MOVE "Nota fiscal nao encontrada nos pedidos do cliente."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           IF PED-FAT-CANCELADO-FDP
              MOVE "Nota fiscal cancelada - devolucao nao permitida."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           IF NOT PED-FATURADO-FDP
              AND NOT PED-FAT-PARCIAL-FDP
              MOVE "Pedido da nota fiscal nao consta como faturado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           MOVE PED-CCLIENTE-FDP       TO ITM-CCLIENTE-FDI.
           MOVE PED-DATA-FDP           TO ITM-DATA-FDI.
           MOVE PED-SEQ-FDP            TO ITM-SEQ-FDI.
           MOVE WSS-T-ITEM             TO ITM-ITEM-FDI.
      *
           READ ARQ-PEDITEM            KEY IS ITM-CHAVE-FDI
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-PEDITEM               NOT EQUAL '00'
              MOVE "Item nao pertence ao pedido da nota fiscal."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REGISTRARX
           END-IF.
      *
      *  ---> No faturamento parcial a encomenda do item nao saiu
      *       na nota; o faturado e a quantidade menos a encomenda
           MOVE ITM-QTDE-FDI           TO WSS-QTD-FATURADA.
           IF PED-FAT-PARCIAL-FDP
              IF ITM-QTD-ENCOMENDA-FDI NOT LESS ITM-QTDE-FDI
                 MOVE ZEROS            TO WSS-QTD-FATURADA
              ELSE
                 SUBTRACT ITM-QTD-ENCOMENDA-FDI
                                       FROM WSS-QTD-FATURADA
              END-IF
           END-IF.
      *
           MOVE WSS-QTD-FATURADA       TO WSS-QTDE-EDT.
           DISPLAY "Prod."             LINE 10 COL 52.
           DISPLAY ITM-CPRODUTO-FDI    LINE 10 COL 58.
           DISPLAY "Fat.:"             LINE 12 COL 52.
           DISPLAY WSS-QTDE-EDT        LINE 12 COL 58.
      *
           MOVE "Informe a quantidade devolvida."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4V.
      *
           IF WSS-T-QTDE               EQUAL ZEROS
              OR WSS-T-QTDE            GREATER WSS-QTD-FATURADA
              MOVE "Quantidade invalida - maior que a faturada ou zero."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           DISPLAY TELA-LABEL-MOTIVO.
           MOVE "Informe o codigo do motivo da devolucao."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T5V.
      *
           IF NOT MOTIVO-VALIDO
              MOVE "Motivo invalido (01,02,03,04,05,99)."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           COMPUTE WSS-VLR-DEVOLVIDO ROUNDED =
                   WSS-T-QTDE * ITM-PRECO-FDI.
           MOVE WSS-VLR-DEVOLVIDO      TO WSS-VALOR-EDT.
           DISPLAY WSS-VALOR-EDT       LINE 16 COL 44.
      *
           MOVE "Confirma o registro da devolucao? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 56
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS           TO WSS-DATA-AMD.
      *
      *  ---> Devolucao nasce na data do sistema: mes ja fechado
      *       (PT000058) recusa o registro
           MOVE WSS-DATA-AMD           TO WSP-PER-DATA.
           MOVE 'I'                    TO WSP-PER-OPERACAO.
           MOVE SPACES                 TO WSP-PER-CHAVE.
           STRING 'DEVOLUCAO NF '      WSS-T-NOTA
                  ' IT '               WSS-T-ITEM
              DELIMITED BY SIZE        INTO WSP-PER-CHAVE
           END-STRING.
           PERFORM RT-CONFERIR-PERIODO THRU RT-CONFERIR-PERIODOX.
           IF WSP-PER-FECHADO
              GO                       TO RT-REGISTRARX
           END-IF.
      *
           MOVE WSS-T-CLIENTE          TO DEV-CCLIENTE-FDD.
           MOVE WSS-T-NOTA             TO DEV-NOTA-FDD.
           MOVE WSS-T-ITEM             TO DEV-ITEM-FDD.
           MOVE PED-DATA-FDP           TO DEV-DATA-PED-FDD.
           MOVE PED-SEQ-FDP            TO DEV-SEQ-PED-FDD.
           MOVE ITM-CPRODUTO-FDI       TO DEV-CPRODUTO-FDD.
           MOVE PED-CVENDEDOR-FDP      TO DEV-CVENDEDOR-FDD.
           MOVE WSS-T-QTDE             TO DEV-QTDE-FDD.
           MOVE WSS-VLR-DEVOLVIDO      TO DEV-VALOR-FDD.
           MOVE WSS-T-MOTIVO           TO DEV-MOTIVO-FDD.
           MOVE LKS-OPERADOR           TO DEV-OPERADOR-FDD.
           MOVE WSS-DATA-AMD           TO DEV-DATA-FDD.
      *
           WRITE REG-FDD.
      *
           IF FS-DEVOLUCAO             NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'DEVOLUCAO'         TO WSS-ARQUIVO
              MOVE FS-DEVOLUCAO        TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'DEVOLUCAO NF ' DEV-NOTA-FDD ' CLI '
                  DEV-CCLIENTE-FDD ' IT ' DEV-ITEM-FDD
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Devolucao registrada com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-REGISTRARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LOCALIZAR-NOTA               SECTION.
      *  ---> Percorre os pedidos do cliente ate o da nota informada;
      *       achando, o pedido fica na area do arquivo
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-ACHOU-PED
                                          WSS-FIM-ARQ-PED.
      *
           MOVE WSS-T-CLIENTE          TO PED-CCLIENTE-FDP.
           MOVE ZEROS                  TO PED-DATA-FDP
                                          PED-SEQ-FDP.
      *
           START ARQ-PEDIDOS           KEY IS NOT LESS PED-CHAVE-FDP
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-PED
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-PED
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-PEDIDO-NOTA
                                       THRU RT-LER-PEDIDO-NOTAX
           END-PERFORM.
      *
       RT-LOCALIZAR-NOTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-PEDIDO-NOTA              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDIDOS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-PED
                GO                     TO RT-LER-PEDIDO-NOTAX
           END-READ.
      *
           IF PED-CCLIENTE-FDP         NOT EQUAL WSS-T-CLIENTE
              MOVE 'S'                 TO WSS-FIM-ARQ-PED
              GO                       TO RT-LER-PEDIDO-NOTAX
           END-IF.
      *
           IF PED-NOTA-FDP             EQUAL WSS-T-NOTA
              MOVE 'S'                 TO WSS-ACHOU-PED
                                          WSS-FIM-ARQ-PED
           END-IF.
      *
       RT-LER-PEDIDO-NOTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXCLUSAO                     SECTION.
      *  ---> Exclui a devolucao (correcao de digitacao)
      *----------------------------------------------------------------*
      *
           PERFORM RT-PEDIR-CHAVE      THRU RT-PEDIR-CHAVEX.
      *
           IF WSS-T-CLIENTE            EQUAL ZEROS
              GO                       TO RT-EXCLUSAOX
           END-IF.
      *
           READ ARQ-DEVOLUCAO          KEY IS DEV-CHAVE-FDD
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-DEVOLUCAO             NOT EQUAL '00'
              MOVE "Devolucao nao registrada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EXCLUSAOX
           END-IF.
      *
           MOVE DEV-QTDE-FDD           TO WSS-QTDE-EDT.
           MOVE DEV-VALOR-FDD          TO WSS-VALOR-EDT.
           DISPLAY WSS-QTDE-EDT        LINE 12 COL 44.
           DISPLAY DEV-MOTIVO-FDD      LINE 14 COL 44.
           DISPLAY WSS-VALOR-EDT       LINE 16 COL 44.
      *
      *  ---> Devolucao de mes ja fechado (PT000058) nao se exclui
           MOVE DEV-DATA-FDD           TO WSP-PER-DATA.
           MOVE 'E'                    TO WSP-PER-OPERACAO.
           MOVE SPACES                 TO WSP-PER-CHAVE.
           STRING 'DEVOLUCAO NF '      DEV-NOTA-FDD
                  ' IT '               DEV-ITEM-FDD
              DELIMITED BY SIZE        INTO WSP-PER-CHAVE
           END-STRING.
           PERFORM RT-CONFERIR-PERIODO THRU RT-CONFERIR-PERIODOX.
           IF WSP-PER-FECHADO
              GO                       TO RT-EXCLUSAOX
           END-IF.
      *
           MOVE "Confirma a exclusao da devolucao? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 56
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              DELETE ARQ-DEVOLUCAO     RECORD
              IF FS-DEVOLUCAO          EQUAL '00'
                 MOVE SPACES           TO WSS-AUD-ACAO
                 STRING 'DEV.EXCLUIDA NF ' DEV-NOTA-FDD ' CLI '
                        DEV-CCLIENTE-FDD ' IT ' DEV-ITEM-FDD
                    DELIMITED BY SIZE  INTO WSS-AUD-ACAO
                 END-STRING
                 PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                 MOVE "Devolucao excluida com sucesso!"
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              ELSE
                 MOVE 'ao excluir '    TO WSS-DESCRICAO
                 MOVE 'DEVOLUCAO'      TO WSS-ARQUIVO
                 MOVE FS-DEVOLUCAO     TO WSS-FSTATUS
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
      *  ---> Lista as devolucoes a partir do cliente informado
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-CLIENTE.
           DISPLAY " Cliente.............: "
                                       LINE 06 COL 20.
           MOVE "Cliente inicial da consulta (ZEROS = todos)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1V.
      *
           MOVE WSS-T-CLIENTE          TO DEV-CCLIENTE-FDD.
           MOVE ZEROS                  TO DEV-NOTA-FDD
                                          DEV-ITEM-FDD.
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
      *
           START ARQ-DEVOLUCAO         KEY IS NOT LESS DEV-CHAVE-FDD
                INVALID KEY
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
           END-START.
      *
           IF WSS-FIM-ARQ-CON          EQUAL 'S'
              MOVE "Nenhuma devolucao registrada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CONSULTAX
           END-IF.
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
           DISPLAY CAB-CONSULTA        LINE 04 COL 05.
           MOVE 5                      TO WSS-LINHA.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CON
                                       EQUAL 'S' OR 's'
              PERFORM RT-EXIBIR-DEVOLUCAO
                                       THRU RT-EXIBIR-DEVOLUCAOX
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
       RT-EXIBIR-DEVOLUCAO             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-DEVOLUCAO          NEXT
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
                    GO                  TO RT-EXIBIR-DEVOLUCAOX
           END-READ.
      *
           MOVE DEV-CCLIENTE-FDD       TO LIN-CCLIENTE.
           MOVE DEV-NOTA-FDD           TO LIN-NOTA.
           MOVE DEV-ITEM-FDD           TO LIN-ITEM.
           MOVE DEV-CPRODUTO-FDD       TO LIN-CPRODUTO.
           MOVE DEV-QTDE-FDD           TO LIN-QTDE.
           MOVE DEV-VALOR-FDD          TO LIN-VALOR.
           MOVE DEV-MOTIVO-FDD         TO LIN-MOTIVO.
           MOVE DEV-OPERADOR-FDD       TO LIN-OPERADOR.
           MOVE SPACES                 TO LIN-DATA.
           STRING DEV-DATA-FDD(7:2) '/' DEV-DATA-FDD(5:2) '/'
                  DEV-DATA-FDD(1:4)    DELIMITED BY SIZE
                                       INTO LIN-DATA.
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
       RT-EXIBIR-DEVOLUCAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO MENSAL: TAXA DE DEVOLUCAO POR PRODUTO, VENDEDOR E
      *    MOTIVO. FATURADO = ITENS DOS PEDIDOS FATURADOS (TOTAL OU
      *    PARCIAL) COM DATA DO PEDIDO NO MES; DEVOLVIDO = DEVOLUCOES
      *    REGISTRADAS NO MES.
      *----------------------------------------------------------------*
       RT-RELATORIO                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-MESANO.
           DISPLAY TELA-LABEL-RELATORIO.
      *
           MOVE "Informe o mes de referencia (MMAAAA, ZEROS sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1R.
      *
           IF WSS-T-MESANO             EQUAL ZEROS
              GO                       TO RT-RELATORIOX
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
              GO                       TO RT-RELATORIOX
           END-IF.
      *
           COMPUTE WSS-DT-INI-AMD      = WSS-T-ANO * 10000
                                       + WSS-T-MES * 100 + 1.
           COMPUTE WSS-DT-FIM-AMD      = WSS-T-ANO * 10000
                                       + WSS-T-MES * 100 + 31.
      *
           MOVE ZEROS                  TO WSS-QTD-PRODUTO
                                          WSS-QTD-VENDEDOR
                                          WSS-TOT-VLR-FAT
                                          WSS-TOT-QTD-DEV
                                          WSS-TOT-VLR-DEV
                                          WSS-TOT-NUM-DEV.
           INITIALIZE WSS-TAB-MOTIVO-TOT.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE SPACES                 TO WSS-ARQ-DEVOLUCAO.
           STRING 'REL-DEVOLUCAO-'     DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
              INTO WSS-ARQ-DEVOLUCAO
           END-STRING.
      *
           OPEN OUTPUT REL-DEVOLUCAO.
      *
           IF FS-REL-DEV               NOT EQUAL '00'
              MOVE "Erro ao abrir o relatorio de devolucoes."
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
      *  ---> Faturado no mes, por produto e por vendedor
           IF PEDIDOS-ABERTO
              AND PEDITEM-ABERTO
              MOVE ZEROS               TO PED-CCLIENTE-FDP
                                          PED-DATA-FDP
                                          PED-SEQ-FDP
              MOVE 'N'                 TO WSS-FIM-ARQ-PED
              START ARQ-PEDIDOS        KEY IS NOT LESS PED-CHAVE-FDP
                   INVALID KEY
                       MOVE 'S'        TO WSS-FIM-ARQ-PED
              END-START
              PERFORM UNTIL WSS-FIM-ARQ-PED
                                       EQUAL 'S' OR 's'
                 PERFORM RT-SOMAR-FATURADO
                                       THRU RT-SOMAR-FATURADOX
              END-PERFORM
           END-IF.
      *
      *  ---> Devolvido no mes, por produto, vendedor e motivo
           MOVE ZEROS                  TO DEV-CCLIENTE-FDD
                                          DEV-NOTA-FDD
                                          DEV-ITEM-FDD.
           MOVE 'N'                    TO WSS-FIM-ARQ-DEV.
      *
           START ARQ-DEVOLUCAO         KEY IS NOT LESS DEV-CHAVE-FDD
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-DEV
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-DEV
                                       EQUAL 'S' OR 's'
              PERFORM RT-SOMAR-DEVOLVIDO
                                       THRU RT-SOMAR-DEVOLVIDOX
           END-PERFORM.
      *
           PERFORM RT-IMPRIMIR-RELATORIO
                                       THRU RT-IMPRIMIR-RELATORIOX.
      *
           CLOSE REL-DEVOLUCAO.
      *
           MOVE WSS-ARQ-DEVOLUCAO      TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'RELATORIO DE DEVOLUCOES EMITIDO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Relatorio gerado: ' WSS-ARQ-DEVOLUCAO
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
       RT-SOMAR-FATURADO               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDIDOS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-PED
                GO                     TO RT-SOMAR-FATURADOX
           END-READ.
      *
           IF PED-DATA-FDP             LESS WSS-DT-INI-AMD
              OR PED-DATA-FDP          GREATER WSS-DT-FIM-AMD
              GO                       TO RT-SOMAR-FATURADOX
           END-IF.
      *
           IF NOT PED-FATURADO-FDP
              AND NOT PED-FAT-PARCIAL-FDP
              GO                       TO RT-SOMAR-FATURADOX
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
              PERFORM RT-SOMAR-ITEM-FAT
                                       THRU RT-SOMAR-ITEM-FATX
           END-PERFORM.
      *
       RT-SOMAR-FATURADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SOMAR-ITEM-FAT               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDITEM            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-ITM
                GO                     TO RT-SOMAR-ITEM-FATX
           END-READ.
      *
           IF ITM-CCLIENTE-FDI         NOT EQUAL PED-CCLIENTE-FDP
              OR ITM-DATA-FDI          NOT EQUAL PED-DATA-FDP
              OR ITM-SEQ-FDI           NOT EQUAL PED-SEQ-FDP
              MOVE 'S'                 TO WSS-FIM-ARQ-ITM
              GO                       TO RT-SOMAR-ITEM-FATX
           END-IF.
      *
           MOVE ITM-QTDE-FDI           TO WSS-QTD-ITEM-FAT.
           IF PED-FAT-PARCIAL-FDP
              IF ITM-QTD-ENCOMENDA-FDI NOT LESS ITM-QTDE-FDI
                 MOVE ZEROS            TO WSS-QTD-ITEM-FAT
              ELSE
                 SUBTRACT ITM-QTD-ENCOMENDA-FDI
                                       FROM WSS-QTD-ITEM-FAT
              END-IF
           END-IF.
      *
           COMPUTE WSS-VLR-ITEM-FAT ROUNDED =
                   WSS-QTD-ITEM-FAT * ITM-PRECO-FDI.
      *
           ADD WSS-VLR-ITEM-FAT        TO WSS-TOT-VLR-FAT.
      *
           PERFORM RT-LOCALIZAR-PRODUTO
                                       THRU RT-LOCALIZAR-PRODUTOX.
           IF WSS-IDX-ACHOU            GREATER ZEROS
              ADD WSS-QTD-ITEM-FAT     TO WSS-PRD-QTD-FAT
                                          (WSS-IDX-ACHOU)
              ADD WSS-VLR-ITEM-FAT     TO WSS-PRD-VLR-FAT
                                          (WSS-IDX-ACHOU)
           END-IF.
      *
           PERFORM RT-LOCALIZAR-VENDEDOR
                                       THRU RT-LOCALIZAR-VENDEDORX.
           IF WSS-IDX-ACHOU            GREATER ZEROS
              ADD WSS-VLR-ITEM-FAT     TO WSS-VEN-VLR-FAT
                                          (WSS-IDX-ACHOU)
           END-IF.
      *
       RT-SOMAR-ITEM-FATX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SOMAR-DEVOLVIDO              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-DEVOLUCAO          NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-DEV
                GO                     TO RT-SOMAR-DEVOLVIDOX
           END-READ.
      *
           IF DEV-DATA-FDD             LESS WSS-DT-INI-AMD
              OR DEV-DATA-FDD          GREATER WSS-DT-FIM-AMD
              GO                       TO RT-SOMAR-DEVOLVIDOX
           END-IF.
      *
           ADD 1                       TO WSS-TOT-NUM-DEV.
           ADD DEV-QTDE-FDD            TO WSS-TOT-QTD-DEV.
           ADD DEV-VALOR-FDD           TO WSS-TOT-VLR-DEV.
      *
      *  ---> As tabelas sao localizadas pelo produto e vendedor da
      *       devolucao (mesmos campos do pedido/item de origem)
           MOVE DEV-CPRODUTO-FDD       TO ITM-CPRODUTO-FDI.
           MOVE DEV-CVENDEDOR-FDD      TO PED-CVENDEDOR-FDP.
      *
           PERFORM RT-LOCALIZAR-PRODUTO
                                       THRU RT-LOCALIZAR-PRODUTOX.
           IF WSS-IDX-ACHOU            GREATER ZEROS
              ADD DEV-QTDE-FDD         TO WSS-PRD-QTD-DEV
                                          (WSS-IDX-ACHOU)
              ADD DEV-VALOR-FDD        TO WSS-PRD-VLR-DEV
                                          (WSS-IDX-ACHOU)
           END-IF.
      *
           PERFORM RT-LOCALIZAR-VENDEDOR
                                       THRU RT-LOCALIZAR-VENDEDORX.
           IF WSS-IDX-ACHOU            GREATER ZEROS
              ADD DEV-QTDE-FDD         TO WSS-VEN-QTD-DEV
                                          (WSS-IDX-ACHOU)
              ADD DEV-VALOR-FDD        TO WSS-VEN-VLR-DEV
                                          (WSS-IDX-ACHOU)
           END-IF.
      *
      *  ---> Motivo fora da tabela entra em 99 - outros
           MOVE 6                      TO WSS-IDX-ACHOU.
           PERFORM VARYING WSS-IDX-TAB FROM 1 BY 1
                   UNTIL   WSS-IDX-TAB GREATER 5
              IF WSS-MOT-CODIGO (WSS-IDX-TAB)
                                       EQUAL DEV-MOTIVO-FDD
                 MOVE WSS-IDX-TAB      TO WSS-IDX-ACHOU
              END-IF
           END-PERFORM.
      *
           ADD 1                       TO WSS-MOT-NUM-DEV
                                          (WSS-IDX-ACHOU).
           ADD DEV-QTDE-FDD            TO WSS-MOT-QTD-DEV
                                          (WSS-IDX-ACHOU).
           ADD DEV-VALOR-FDD           TO WSS-MOT-VLR-DEV
                                          (WSS-IDX-ACHOU).
      *
       RT-SOMAR-DEVOLVIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    LOCALIZA (OU INCLUI) O PRODUTO (ITM-CPRODUTO) NA TABELA
      *----------------------------------------------------------------*
       RT-LOCALIZAR-PRODUTO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-IDX-ACHOU.
           MOVE 1                      TO WSS-IDX-TAB.
      *
           PERFORM UNTIL WSS-IDX-TAB   GREATER WSS-QTD-PRODUTO
                      OR WSS-IDX-ACHOU GREATER ZEROS
              IF WSS-PRD-CODIGO (WSS-IDX-TAB)
                                       EQUAL ITM-CPRODUTO-FDI
                 MOVE WSS-IDX-TAB      TO WSS-IDX-ACHOU
              ELSE
                 ADD 1                 TO WSS-IDX-TAB
              END-IF
           END-PERFORM.
      *
           IF WSS-IDX-ACHOU            EQUAL ZEROS
              AND WSS-QTD-PRODUTO      LESS 3000
              ADD 1                    TO WSS-QTD-PRODUTO
              MOVE WSS-QTD-PRODUTO     TO WSS-IDX-ACHOU
              MOVE ITM-CPRODUTO-FDI    TO WSS-PRD-CODIGO
                                          (WSS-IDX-ACHOU)
              MOVE ZEROS               TO WSS-PRD-QTD-FAT
                                          (WSS-IDX-ACHOU)
                                          WSS-PRD-VLR-FAT
                                          (WSS-IDX-ACHOU)
                                          WSS-PRD-QTD-DEV
                                          (WSS-IDX-ACHOU)
                                          WSS-PRD-VLR-DEV
                                          (WSS-IDX-ACHOU)
           END-IF.
      *
       RT-LOCALIZAR-PRODUTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    LOCALIZA (OU INCLUI) O VENDEDOR (PED-CVENDEDOR) NA TABELA
      *----------------------------------------------------------------*
       RT-LOCALIZAR-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-IDX-ACHOU.
           MOVE 1                      TO WSS-IDX-TAB.
      *
           PERFORM UNTIL WSS-IDX-TAB   GREATER WSS-QTD-VENDEDOR
                      OR WSS-IDX-ACHOU GREATER ZEROS
              IF WSS-VEN-CODIGO (WSS-IDX-TAB)
                                       EQUAL PED-CVENDEDOR-FDP
                 MOVE WSS-IDX-TAB      TO WSS-IDX-ACHOU
              ELSE
                 ADD 1                 TO WSS-IDX-TAB
              END-IF
           END-PERFORM.
      *
           IF WSS-IDX-ACHOU            EQUAL ZEROS
              AND WSS-QTD-VENDEDOR     LESS 5000
              ADD 1                    TO WSS-QTD-VENDEDOR
              MOVE WSS-QTD-VENDEDOR    TO WSS-IDX-ACHOU
              MOVE PED-CVENDEDOR-FDP   TO WSS-VEN-CODIGO
                                          (WSS-IDX-ACHOU)
              MOVE ZEROS               TO WSS-VEN-VLR-FAT
                                          (WSS-IDX-ACHOU)
                                          WSS-VEN-QTD-DEV
                                          (WSS-IDX-ACHOU)
                                          WSS-VEN-VLR-DEV
                                          (WSS-IDX-ACHOU)
           END-IF.
      *
       RT-LOCALIZAR-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIMIR-RELATORIO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO CAB-MESANO
                                          CAB-DATA.
           STRING WSS-T-MESANO(1:2) '/' WSS-T-MESANO(3:4)
              DELIMITED BY SIZE        INTO CAB-MESANO.
           STRING WSS-DATA-SIS-DIA '/' WSS-DATA-SIS-MES '/'
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                                       INTO CAB-DATA.
      *
           WRITE REG-REL-DEVOLUCAO     FROM CAB-DEVOLUCAO-1.
      *
      *  ---> Parte 1: por produto
           MOVE SPACES                 TO REG-REL-DEVOLUCAO.
           WRITE REG-REL-DEVOLUCAO.
           WRITE REG-REL-DEVOLUCAO     FROM LINHA-TRACO.
           MOVE 'POR PRODUTO'          TO REG-REL-DEVOLUCAO.
           WRITE REG-REL-DEVOLUCAO.
           WRITE REG-REL-DEVOLUCAO     FROM LINHA-TRACO.
           WRITE REG-REL-DEVOLUCAO     FROM CAB-DEVOLUCAO-2.
      *
           PERFORM VARYING WSS-IDX-TAB FROM 1 BY 1
                   UNTIL   WSS-IDX-TAB GREATER WSS-QTD-PRODUTO
              PERFORM RT-IMPRIME-PRODUTO
                                       THRU RT-IMPRIME-PRODUTOX
           END-PERFORM.
      *
      *  ---> Parte 2: por vendedor
           MOVE SPACES                 TO REG-REL-DEVOLUCAO.
           WRITE REG-REL-DEVOLUCAO.
           WRITE REG-REL-DEVOLUCAO     FROM LINHA-TRACO.
           MOVE 'POR VENDEDOR'         TO REG-REL-DEVOLUCAO.
           WRITE REG-REL-DEVOLUCAO.
           WRITE REG-REL-DEVOLUCAO     FROM LINHA-TRACO.
           WRITE REG-REL-DEVOLUCAO     FROM CAB-DEVOLUCAO-2.
      *
           PERFORM VARYING WSS-IDX-TAB FROM 1 BY 1
                   UNTIL   WSS-IDX-TAB GREATER WSS-QTD-VENDEDOR
              PERFORM RT-IMPRIME-VENDEDOR
                                       THRU RT-IMPRIME-VENDEDORX
           END-PERFORM.
      *
      *  ---> Parte 3: por motivo (% sobre o total devolvido e sobre
      *       o total faturado no mes)
           MOVE SPACES                 TO REG-REL-DEVOLUCAO.
           WRITE REG-REL-DEVOLUCAO.
           WRITE REG-REL-DEVOLUCAO     FROM LINHA-TRACO.
           MOVE 'POR MOTIVO'           TO REG-REL-DEVOLUCAO.
           WRITE REG-REL-DEVOLUCAO.
           WRITE REG-REL-DEVOLUCAO     FROM LINHA-TRACO.
           WRITE REG-REL-DEVOLUCAO     FROM CAB-DEVOLUCAO-3.
      *
           PERFORM VARYING WSS-IDX-TAB FROM 1 BY 1
                   UNTIL   WSS-IDX-TAB GREATER 6
              PERFORM RT-IMPRIME-MOTIVO
                                       THRU RT-IMPRIME-MOTIVOX
           END-PERFORM.
      *
      *  ---> Total geral
           WRITE REG-REL-DEVOLUCAO     FROM LINHA-TRACO.
      *
           MOVE SPACES                 TO DET-CODIGO.
           MOVE 'TOTAL DO MES'         TO DET-DESCRICAO.
           MOVE ZEROS                  TO DET-QTD-FAT.
           MOVE WSS-TOT-VLR-FAT        TO DET-VLR-FAT.
           MOVE WSS-TOT-QTD-DEV        TO DET-QTD-DEV.
           MOVE WSS-TOT-VLR-DEV        TO DET-VLR-DEV.
           MOVE WSS-TOT-VLR-FAT        TO WSS-VLR-ITEM-FAT.
           MOVE WSS-TOT-VLR-DEV        TO WSS-VLR-DEVOLVIDO.
           PERFORM RT-CALCULAR-TAXA    THRU RT-CALCULAR-TAXAX.
           MOVE WSS-PCT-TAXA           TO DET-PCT-TAXA.
      *
           WRITE REG-REL-DEVOLUCAO     FROM DET-DEVOLUCAO.
      *
       RT-IMPRIMIR-RELATORIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-PRODUTO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO DET-CODIGO
                                          DET-DESCRICAO.
           MOVE WSS-PRD-CODIGO (WSS-IDX-TAB)
                                       TO DET-CODIGO.
      *
           IF PRODUTO-ABERTO
              MOVE WSS-PRD-CODIGO (WSS-IDX-TAB)
                                       TO PRO-CODIGO-FDO
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
           MOVE WSS-PRD-QTD-FAT (WSS-IDX-TAB)
                                       TO DET-QTD-FAT.
           MOVE WSS-PRD-VLR-FAT (WSS-IDX-TAB)
                                       TO DET-VLR-FAT.
           MOVE WSS-PRD-QTD-DEV (WSS-IDX-TAB)
                                       TO DET-QTD-DEV.
           MOVE WSS-PRD-VLR-DEV (WSS-IDX-TAB)
                                       TO DET-VLR-DEV.
      *
           MOVE WSS-PRD-VLR-FAT (WSS-IDX-TAB)
                                       TO WSS-VLR-ITEM-FAT.
           MOVE WSS-PRD-VLR-DEV (WSS-IDX-TAB)
                                       TO WSS-VLR-DEVOLVIDO.
           PERFORM RT-CALCULAR-TAXA    THRU RT-CALCULAR-TAXAX.
           MOVE WSS-PCT-TAXA           TO DET-PCT-TAXA.
      *
           WRITE REG-REL-DEVOLUCAO     FROM DET-DEVOLUCAO.
      *
       RT-IMPRIME-PRODUTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO DET-CODIGO
                                          DET-DESCRICAO.
           MOVE WSS-VEN-CODIGO (WSS-IDX-TAB)
                                       TO DET-CODIGO.
      *
           IF VENDEDOR-ABERTO
              MOVE WSS-VEN-CODIGO (WSS-IDX-TAB)
                                       TO CODIGO-FDV
              READ ARQ-VENDEDOR        KEY IS CODIGO-FDV
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-VENDEDOR           EQUAL '00'
                 MOVE NOME-FDV         TO DET-DESCRICAO
              END-IF
           END-IF.
      *
      *  ---> Quantidade faturada so faz sentido por produto
           MOVE ZEROS                  TO DET-QTD-FAT.
           MOVE WSS-VEN-VLR-FAT (WSS-IDX-TAB)
                                       TO DET-VLR-FAT.
           MOVE WSS-VEN-QTD-DEV (WSS-IDX-TAB)
                                       TO DET-QTD-DEV.
           MOVE WSS-VEN-VLR-DEV (WSS-IDX-TAB)
                                       TO DET-VLR-DEV.
      *
           MOVE WSS-VEN-VLR-FAT (WSS-IDX-TAB)
                                       TO WSS-VLR-ITEM-FAT.
           MOVE WSS-VEN-VLR-DEV (WSS-IDX-TAB)
                                       TO WSS-VLR-DEVOLVIDO.
           PERFORM RT-CALCULAR-TAXA    THRU RT-CALCULAR-TAXAX.
           MOVE WSS-PCT-TAXA           TO DET-PCT-TAXA.
      *
           WRITE REG-REL-DEVOLUCAO     FROM DET-DEVOLUCAO.
      *
       RT-IMPRIME-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-MOTIVO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-MOT-CODIGO (WSS-IDX-TAB)
                                       TO DMT-CODIGO.
           MOVE WSS-MOT-DESCRICAO (WSS-IDX-TAB)
                                       TO DMT-DESCRICAO.
           MOVE WSS-MOT-NUM-DEV (WSS-IDX-TAB)
                                       TO DMT-NUM-DEV.
           MOVE WSS-MOT-QTD-DEV (WSS-IDX-TAB)
                                       TO DMT-QTD-DEV.
           MOVE WSS-MOT-VLR-DEV (WSS-IDX-TAB)
                                       TO DMT-VLR-DEV.
      *
      *  ---> Participacao do motivo no total devolvido
           MOVE WSS-TOT-VLR-DEV        TO WSS-VLR-ITEM-FAT.
           MOVE WSS-MOT-VLR-DEV (WSS-IDX-TAB)
                                       TO WSS-VLR-DEVOLVIDO.
           PERFORM RT-CALCULAR-TAXA    THRU RT-CALCULAR-TAXAX.
           MOVE WSS-PCT-TAXA           TO DMT-PCT-DEVOL.
      *
      *  ---> Taxa do motivo sobre o faturado no mes
           MOVE WSS-TOT-VLR-FAT        TO WSS-VLR-ITEM-FAT.
           PERFORM RT-CALCULAR-TAXA    THRU RT-CALCULAR-TAXAX.
           MOVE WSS-PCT-TAXA           TO DMT-PCT-TAXA.
      *
           WRITE REG-REL-DEVOLUCAO     FROM DET-MOTIVO.
      *
       RT-IMPRIME-MOTIVOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CALCULAR-TAXA                SECTION.
      *  ---> Taxa (%) = valor devolvido / valor de base; base zerada
      *       (devolucao de nota faturada em outro mes) = 100%
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-PCT-TAXA.
      *
           IF WSS-VLR-DEVOLVIDO        EQUAL ZEROS
              GO                       TO RT-CALCULAR-TAXAX
           END-IF.
      *
           IF WSS-VLR-ITEM-FAT         EQUAL ZEROS
              MOVE 100                 TO WSS-PCT-TAXA
              GO                       TO RT-CALCULAR-TAXAX
           END-IF.
      *
           COMPUTE WSS-PCT-TAXA ROUNDED =
                   WSS-VLR-DEVOLVIDO * 100 / WSS-VLR-ITEM-FAT
              ON SIZE ERROR
                   MOVE 99999,99       TO WSS-PCT-TAXA
           END-COMPUTE.
      *
       RT-CALCULAR-TAXAX.
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
           MOVE 'PT000087'             TO WSP-PER-PROGRAMA.
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
           MOVE 'PT000087'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000087'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE SPACES                 TO CAT-FILTROS-FDK.
           STRING 'DEVOLUCOES ' CAB-MESANO
              DELIMITED BY SIZE        INTO CAT-FILTROS-FDK
           END-STRING.
           MOVE WSS-ARQ-DEVOLUCAO      TO CAT-ARQUIVO-FDK.
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
           MOVE 'PT000087'             TO WSS-ERR-PROGRAMA.
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
           CLOSE ARQ-DEVOLUCAO
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
           IF VENDEDOR-ABERTO
              CLOSE ARQ-VENDEDOR
              MOVE 'N'                 TO WSS-VENDEDOR-ABERTO
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
