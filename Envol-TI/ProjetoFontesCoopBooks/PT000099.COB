      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000099.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000099 ---> MANUTENCAO -> PESQUISA DE PRECO *
      *     *            DA CONCORRENCIA                               *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : CADASTRO DOS CONCORRENTES (ARQUIVO            *
      *     *            CONCORRENTE, SO PERFIL ADMINISTRADOR) E DA    *
      *     *            PESQUISA DE PRECO DE GONDOLA OBSERVADA NA     *
      *     *            VISITA (ARQUIVO PESQPRECO: CLIENTE, DATA,     *
      *     *            PRODUTO, CONCORRENTE E PRECO), DIGITADA NA    *
      *     *            TELA OU IMPORTADA DO RETORNO DA CARTEIRA DE   *
      *     *            CAMPO (PT000066). RELATORIO COMPARATIVO POR   *
      *     *            PRODUTO, UF/CIDADE E SEGMENTO DO CLIENTE: A   *
      *     *            MEDIA DA CONCORRENCIA CONTRA O PRO-PRECO E O  *
      *     *            PRECO DE TABELA VIGENTE, SINALIZANDO PRODUTO  *
      *     *            ACIMA DO MERCADO EM MAIS QUE PARM-PESQ-PCT %. *
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    15.10.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA DE PROCESSAMENTO.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PESQUISA DATADA EM MES JA FECHADO (PT000058)  *
      *     *            NAO E INCLUIDA, ALTERADA NEM EXCLUIDA.        *
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
      *  ---> Concorrentes e pesquisa de preco da concorrencia
           COPY 'SEL-CONCORRENTE.CPY'  REPLACING ==::== BY ==-FDO==.
           COPY 'SEL-PESQPRECO.CPY'    REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Clientes (cidade, UF, filial e segmento do cliente)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Catalogo de produtos (descricao e preco de catalogo)
           COPY 'SEL-PRODUTO.CPY'      REPLACING ==::== BY ==-FDT==.
      *
      *  ---> Tabelas de preco por filial/segmento com vigencia
           COPY 'SEL-TABPRECO.CPY'     REPLACING ==::== BY ==-FDR==.
      *
      *  ---> Distribuicao (vendedor da carteira do cliente)
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Arquivo de PARAMETROS (% acima da media que sinaliza)
           COPY 'SEL-PARAMETROS.CPY'.
      *
      *  ---> Arquivo SORT (pesquisas por produto, UF, cidade e
      *       segmento)
           SELECT SRT-PESQUISA         ASSIGN TO
                                        'SRT-PESQPRECO.TMP'
                  FILE STATUS          IS FS-PESQ-SRT.
      *
      *  ---> Relatorio comparativo de precos (nome datado)
           SELECT  REL-PESQPRECO       ASSIGN TO WSS-ARQ-RELPESQ
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-RELPESQ.
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
       FD  ARQ-CONCORRENTE             VALUE OF FILE-ID IS
                                                        'CONCORRENTE'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-CONCORRENTE.CPY'       REPLACING ==::== BY ==-FDO==.
      *
       FD  ARQ-PESQPRECO               VALUE OF FILE-ID IS 'PESQPRECO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PESQPRECO.CPY'         REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-PRODUTO                 VALUE OF FILE-ID IS 'PRODUTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDT.
       COPY 'FD-PRODUTO.CPY'           REPLACING ==::== BY ==-FDT==.
      *
       FD  ARQ-TABPRECO                VALUE OF FILE-ID IS 'TABPRECO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-TABPRECO.CPY'          REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-DISTRIBUIR              VALUE OF FILE-ID IS
                                                       'DISTRIBUICAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DISTRIBUIR.CPY'        REPLACING ==::== BY ==-FDD==.
      *
       COPY 'FD-PARAMETROS.CPY'.
      *
       SD  SRT-PESQUISA.
       01  REG-SRTP.
           03  CPRODUTO-SRTP           PIC  9(005).
           03  UF-SRTP                 PIC  X(002).
           03  CIDADE-SRTP             PIC  X(030).
           03  SEGMENTO-SRTP           PIC  9(003).
           03  FILIAL-SRTP             PIC  9(003).
           03  PRECO-SRTP              PIC  9(007)V9(002).
      *
       FD  REL-PESQPRECO.
       01  REG-RELPESQ                 PIC  X(200).
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
      *  ---> Versao do PARAMDIST em vigor na data de processamento
       77  WSS-PVG-DATA                PIC  9(008)         VALUE ZEROS.
       77  WSS-PVG-LIDOS               PIC  9(004)         VALUE ZEROS.
       77  WSS-PVG-VIGENTE             PIC  9(004)         VALUE ZEROS.
      *
       77  WSS-SON                     PIC  X(001)         VALUE 'N'.
           88 SON                      VALUE 'S' 's' 'N' 'n'.
      *
       77  WSS-FIM-ARQ                 PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-TPR             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-SORT                PIC  X(001)         VALUE 'N'.
      *
      *  ---> Janela da pesquisa considerada no comparativo quando o
      *       operador nao informa outra (em dias) e percentual acima
      *       da media que sinaliza o produto sem PARM-PESQ-PCT
       77  WSS-DIAS-PADRAO             PIC  9(003)         VALUE 090.
       77  WSS-PCT-PADRAO              PIC  9(003)         VALUE 010.
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
           03  WSS-ARQ-RELPESQ         PIC  X(030)         VALUE SPACES.
           03  WSS-FILTRO-REL          PIC  X(020)         VALUE SPACES.
           03  WSS-NOVO                PIC  X(001)         VALUE 'N'.
           03  WSS-T-DATA              PIC  X(008)         VALUE SPACES.
           03  WSS-DATA-AMD            PIC  9(008)         VALUE ZEROS.
           03  WSS-DIAS-PESQ           PIC  9(003)         VALUE ZEROS.
           03  WSS-DT-CORTE            PIC  9(008)         VALUE ZEROS.
           03  WSS-PCT-LIMITE          PIC  9(003)         VALUE ZEROS.
           03  WSS-REG-LISTADOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-REG-ACIMA           PIC  9(005)         VALUE ZEROS.
      *
      *  ---> Busca do preco de tabela vigente (filial/segmento do
      *       grupo, com retorno a TODAS/TODOS como no PT000041)
           03  WSS-BUSCA-FILIAL        PIC  9(003)         VALUE ZEROS.
           03  WSS-BUSCA-SEGMENTO      PIC  9(003)         VALUE ZEROS.
           03  WSS-ACHOU-TABELA        PIC  X(001)         VALUE 'N'.
           03  WSS-PRECO-TABELA        PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-TABELA-GRUPO        PIC  X(006)         VALUE SPACES.
      *
      *  ---> Acumuladores do grupo produto/UF/cidade/segmento
           03  WSS-QTD-OBS             PIC  9(005)         VALUE ZEROS.
           03  WSS-SOMA-PRECO          PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-MENOR-PRECO         PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-MAIOR-PRECO         PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-MEDIA-PRECO         PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-PRECO-REF           PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-DIF-PCT             PIC S9(005)V9(002)  VALUE ZEROS.
           03  WSS-GRP-FILIAL          PIC  9(003)         VALUE ZEROS.
      *
      *  ---> CLIENTES e PRODUTO sao exigidos pela pesquisa e pelo
      *       comparativo; TABPRECO e DISTRIBUIR sao opcionais (sem
      *       eles o comparativo sai sem preco de tabela e a pesquisa
      *       sem vendedor sugerido)
           03  WSS-CLIENTES-ABERTO     PIC  X(001)         VALUE 'N'.
               88  CLIENTES-ABERTO     VALUE 'S'.
           03  WSS-PRODUTO-ABERTO      PIC  X(001)         VALUE 'N'.
               88  PRODUTO-ABERTO      VALUE 'S'.
           03  WSS-TABPRECO-ABERTO     PIC  X(001)         VALUE 'N'.
               88  TABPRECO-ABERTO     VALUE 'S'.
           03  WSS-DISTRIBUIR-ABERTO   PIC  X(001)         VALUE 'N'.
               88  DISTRIBUIR-ABERTO   VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-CONCORRENTE          PIC  X(002)         VALUE SPACES.
           03  FS-PESQPRECO            PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-PRODUTO              PIC  X(002)         VALUE SPACES.
           03  FS-TABPRECO             PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-PARAMETROS           PIC  X(002)         VALUE SPACES.
           03  FS-PESQ-SRT             PIC  X(002)         VALUE SPACES.
           03  FS-RELPESQ              PIC  X(002)         VALUE SPACES.
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
      *    VARIAVEIS - QUEBRA DO COMPARATIVO (GRUPO LIDO X ATUAL)
      *----------------------------------------------------------------*
       01  WSS-GRP-LIDO.
           03  WSS-GRP-LIDO-PRO        PIC  9(005)         VALUE ZEROS.
           03  WSS-GRP-LIDO-UF         PIC  X(002)         VALUE SPACES.
           03  WSS-GRP-LIDO-CID        PIC  X(030)         VALUE SPACES.
           03  WSS-GRP-LIDO-SEG        PIC  9(003)         VALUE ZEROS.
      *
       01  WSS-GRP-ATUAL.
           03  WSS-GRP-ATUAL-PRO       PIC  9(005)         VALUE ZEROS.
           03  WSS-GRP-ATUAL-UF        PIC  X(002)         VALUE SPACES.
           03  WSS-GRP-ATUAL-CID       PIC  X(030)         VALUE SPACES.
           03  WSS-GRP-ATUAL-SEG       PIC  9(003)         VALUE ZEROS.
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
      *    AREAS DOS ARQUIVOS CONCORRENTE E PESQPRECO NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-CONCORRENTE.CPY'       REPLACING ==::== BY ==-WSO==.
      *
       COPY 'FD-PESQPRECO.CPY'         REPLACING ==::== BY ==-WSP==.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO COMPARATIVO (CSV SEPARADO POR ';')
      *----------------------------------------------------------------*
       01  CAB-COMPARATIVO             PIC  X(200)         VALUE
           'PRODUTO;DESCRICAO;UF;CIDADE;SEGMENTO;OBSERVACOES;MENOR CONC
      -    'ORRENCIA;MEDIA CONCORRENCIA;MAIOR CONCORRENCIA;PRECO CATALOG
      -    'O;PRECO TABELA;TABELA;DIF % S/ MEDIA;ACIMA DO MERCADO'.
      *
       01  DET-COMPARATIVO.
           03  CMP-CPRODUTO            PIC  9(005)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CMP-DESCRICAO           PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CMP-UF                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CMP-CIDADE              PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CMP-SEGMENTO            PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CMP-OBSERVACOES         PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CMP-MENOR               PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CMP-MEDIA               PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CMP-MAIOR               PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CMP-CATALOGO            PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CMP-TABELA              PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CMP-NOME-TABELA         PIC  X(006)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CMP-DIF-PCT             PIC  -ZZZZ9,99      VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CMP-ACIMA               PIC  X(001)         VALUE SPACES.
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
               ' ..... PESQUISA DE PRECO DA CONCORRENCIA ..... '
                                                               BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Concorrente     ".
           03 F LINE 10 COL 28   VALUE " 2 - Excluir Concorr.".
           03 F LINE 12 COL 28   VALUE " 3 - Pesquisa Preco  ".
           03 F LINE 08 COL 52   VALUE " 4 - Excluir Pesquisa".
           03 F LINE 10 COL 52   VALUE " 5 - Comparativo     ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair            ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]           ".
      *
       01  TELA-LABEL-CONCORRENTE.
           03 F LINE 08 COL 20   VALUE " Codigo..............: ".
           03 F LINE 10 COL 20   VALUE " Nome................: ".
           03 F LINE 12 COL 20   VALUE " Situacao (A/I)......: ".
      *
       01  TELA-DADOS-CONCORRENTE-T.
           03 T1O LINE 08 COL 44 PIC ZZZ9    USING CCR-CODIGO-WSO.
           03 T2O LINE 10 COL 44 PIC X(030)  USING CCR-NOME-WSO.
           03 T3O LINE 12 COL 44 PIC X(001)  USING CCR-SITUACAO-WSO.
      *
       01  TELA-LABEL-PESQUISA.
           03 F LINE 08 COL 20   VALUE " Cliente.............: ".
           03 F LINE 10 COL 20   VALUE " Data (DDMMAAAA).....: ".
           03 F LINE 12 COL 20   VALUE " Produto.............: ".
           03 F LINE 14 COL 20   VALUE " Concorrente.........: ".
           03 F LINE 16 COL 20   VALUE " Preco observado.....: ".
           03 F LINE 18 COL 20   VALUE " Vendedor............: ".
      *
       01  TELA-DADOS-PESQUISA-T.
           03 T1P LINE 08 COL 44 PIC ZZZZZZ9 USING PPR-CCLIENTE-WSP.
           03 T2P LINE 10 COL 44 PIC X(008)  USING WSS-T-DATA.
           03 T3P LINE 12 COL 44 PIC ZZZZ9   USING PPR-CPRODUTO-WSP.
           03 T4P LINE 14 COL 44 PIC ZZZ9    USING PPR-CONCORRENTE-WSP.
           03 T5P LINE 16 COL 44 PIC ZZZZZZ9,99
                                             USING PPR-PRECO-WSP.
           03 T6P LINE 18 COL 44 PIC ZZZZZZ9 USING PPR-CVENDEDOR-WSP.
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
                      REG-WSO
                      REG-WSP
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           MOVE 'N'                    TO WSS-CLIENTES-ABERTO
                                          WSS-PRODUTO-ABERTO
                                          WSS-TABPRECO-ABERTO
                                          WSS-DISTRIBUIR-ABERTO.
      *
           OPEN I-O ARQ-CONCORRENTE.
      *
           EVALUATE FS-CONCORRENTE
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-CONCORRENTE
                    OPEN OUTPUT ARQ-CONCORRENTE
                    CLOSE ARQ-CONCORRENTE
                    OPEN I-O ARQ-CONCORRENTE
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'CONCORRENT'  TO WSS-ARQUIVO
                    MOVE FS-CONCORRENTE
                                       TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-PESQPRECO.
      *
           EVALUATE FS-PESQPRECO
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-PESQPRECO
                    OPEN OUTPUT ARQ-PESQPRECO
                    CLOSE ARQ-PESQPRECO
                    OPEN I-O ARQ-PESQPRECO
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'PESQPRECO'   TO WSS-ARQUIVO
                    MOVE FS-PESQPRECO  TO WSS-FSTATUS
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
           OPEN INPUT ARQ-PRODUTO.
           IF FS-PRODUTO               EQUAL '00'
              MOVE 'S'                 TO WSS-PRODUTO-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-TABPRECO.
           IF FS-TABPRECO              EQUAL '00'
              MOVE 'S'                 TO WSS-TABPRECO-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-DISTRIBUIR.
           IF FS-DISTRIBUIR            EQUAL '00'
              MOVE 'S'                 TO WSS-DISTRIBUIR-ABERTO
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
                       IF WSS-FUN      EQUAL 1
                          PERFORM RT-CONCORRENTE
                                       THRU RT-CONCORRENTEX
                       ELSE
                          PERFORM RT-EXCLUIR-CONCORRENTE
                                       THRU RT-EXCLUIR-CONCORRENTEX
                       END-IF
                    END-IF
               WHEN 3
                    PERFORM RT-PESQUISA
                                       THRU RT-PESQUISAX
               WHEN 4
                    PERFORM RT-EXCLUIR-PESQUISA
                                       THRU RT-EXCLUIR-PESQUISAX
               WHEN 5
                    PERFORM RT-REL-COMPARATIVO
                                       THRU RT-REL-COMPARATIVOX
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
      *    INCLUSAO/ALTERACAO DE CONCORRENTE
      *----------------------------------------------------------------*
       RT-CONCORRENTE                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSO
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           DISPLAY TELA-LABEL-CONCORRENTE.
      *
           MOVE "Informe o codigo do concorrente (zeros sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1O.
      *
           IF CCR-CODIGO-WSO           EQUAL ZEROS
              GO                       TO RT-CONCORRENTEX
           END-IF.
      *
           MOVE CCR-CODIGO-WSO         TO CCR-CODIGO-FDO.
      *
           READ ARQ-CONCORRENTE        KEY IS CCR-CODIGO-FDO
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CONCORRENTE           EQUAL '00'
              MOVE 'N'                 TO WSS-NOVO
              MOVE REG-FDO             TO REG-WSO
           ELSE
              MOVE 'S'                 TO WSS-NOVO
              MOVE 'A'                 TO CCR-SITUACAO-WSO
           END-IF.
      *
           DISPLAY TELA-DADOS-CONCORRENTE-T.
      *
           MOVE "Informe o nome do concorrente."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2O.
      *
           MOVE "Situacao: A = ativo, I = inativo (sem novas pesquisas)
      -         "."                    TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3O.
      *
           INSPECT CCR-SITUACAO-WSO    CONVERTING 'ai' TO 'AI'.
      *
           EVALUATE TRUE
               WHEN CCR-NOME-WSO       EQUAL SPACES
                    MOVE "Nome do concorrente e obrigatorio - nao grava
      -                  "do."         TO WSS-MENSAGEM
               WHEN NOT CONCORRENTE-ATIVO-WSO
                AND NOT CONCORRENTE-INATIVO-WSO
                    MOVE "Situacao invalida (A/I) - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN OTHER
                    MOVE SPACES        TO WSS-MENSAGEM
           END-EVALUATE.
      *
           IF WSS-MENSAGEM             NOT EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CONCORRENTEX
           END-IF.
      *
           MOVE "Confirma a gravacao do concorrente? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 56
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-CONCORRENTEX
           END-IF.
      *
           IF WSS-NOVO                 EQUAL 'S'
              PERFORM RT-DATA-SISTEMA  THRU RT-DATA-SISTEMAX
              MOVE WSS-HOJE-AMD        TO CCR-DT-INCLUSAO-WSO
              MOVE REG-WSO             TO REG-FDO
              WRITE REG-FDO
              MOVE 'CONCORRENTE INCLUIDO'
                                       TO WSS-AUD-ACAO
           ELSE
              MOVE REG-WSO             TO REG-FDO
              REWRITE REG-FDO
              MOVE 'CONCORRENTE ALTERADO'
                                       TO WSS-AUD-ACAO
           END-IF.
      *
           IF FS-CONCORRENTE           NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'CONCORRENT'        TO WSS-ARQUIVO
              MOVE FS-CONCORRENTE      TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Concorrente gravado com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-CONCORRENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EXCLUSAO DE CONCORRENTE (AS PESQUISAS JA GRAVADAS CONTINUAM
      *    NO COMPARATIVO; PARA PARAR DE RECEBER PESQUISAS BASTA
      *    INATIVAR O CONCORRENTE)
      *----------------------------------------------------------------*
       RT-EXCLUIR-CONCORRENTE          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSO
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           DISPLAY TELA-LABEL-CONCORRENTE.
      *
           MOVE "Informe o codigo do concorrente (zeros sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1O.
      *
           IF CCR-CODIGO-WSO           EQUAL ZEROS
              GO                       TO RT-EXCLUIR-CONCORRENTEX
           END-IF.
      *
           MOVE CCR-CODIGO-WSO         TO CCR-CODIGO-FDO.
      *
           READ ARQ-CONCORRENTE        KEY IS CCR-CODIGO-FDO
                INVALID KEY
                    MOVE "Concorrente nao cadastrado."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    GO                 TO RT-EXCLUIR-CONCORRENTEX
           END-READ.
      *
           MOVE REG-FDO                TO REG-WSO.
           DISPLAY TELA-DADOS-CONCORRENTE-T.
      *
           MOVE "Confirma a exclusao do concorrente? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 56
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-EXCLUIR-CONCORRENTEX
           END-IF.
      *
           DELETE ARQ-CONCORRENTE.
      *
           IF FS-CONCORRENTE           NOT EQUAL '00'
              MOVE 'ao excluir '       TO WSS-DESCRICAO
              MOVE 'CONCORRENT'        TO WSS-ARQUIVO
              MOVE FS-CONCORRENTE      TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'CONCORRENTE EXCLUIDO' TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Concorrente excluido."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-EXCLUIR-CONCORRENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    INCLUSAO/ALTERACAO DE PRECO PESQUISADO (DIGITACAO EM TELA)
      *----------------------------------------------------------------*
       RT-PESQUISA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           IF NOT CLIENTES-ABERTO
              OR NOT PRODUTO-ABERTO
              MOVE "Arquivo CLIENTES/PRODUTO indisponivel - pesquisa nao
      -            " gravada."         TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-PESQUISAX
           END-IF.
      *
           INITIALIZE REG-WSP
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
           MOVE SPACES                 TO WSS-T-DATA.
      *
           DISPLAY TELA-LABEL-PESQUISA.
      *
           MOVE "Informe o codigo do cliente (zeros sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1P.
      *
           IF PPR-CCLIENTE-WSP         EQUAL ZEROS
              GO                       TO RT-PESQUISAX
           END-IF.
      *
           PERFORM RT-LER-CLIENTE      THRU RT-LER-CLIENTEX.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              GO                       TO RT-PESQUISAX
           END-IF.
      *
           MOVE "Informe a data da pesquisa (DDMMAAAA, branco = hoje)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2P.
      *
           PERFORM RT-VALIDAR-DATA     THRU RT-VALIDAR-DATAX.
      *
           IF WSS-DATA-AMD             EQUAL ZEROS
              OR WSS-DATA-AMD          GREATER WSS-HOJE-AMD
              MOVE "Data da pesquisa invalida ou futura."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-PESQUISAX
           END-IF.
      *
           MOVE WSS-DATA-AMD           TO PPR-DATA-WSP.
      *
           MOVE "Informe o codigo do produto."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3P.
      *
           PERFORM RT-LER-PRODUTO      THRU RT-LER-PRODUTOX.
      *
           IF FS-PRODUTO               NOT EQUAL '00'
              GO                       TO RT-PESQUISAX
           END-IF.
      *
           MOVE "Informe o codigo do concorrente."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4P.
      *
           PERFORM RT-LER-CONCORRENTE  THRU RT-LER-CONCORRENTEX.
      *
           IF FS-CONCORRENTE           NOT EQUAL '00'
              GO                       TO RT-PESQUISAX
           END-IF.
      *
           MOVE PPR-CHAVE-WSP          TO PPR-CHAVE-FDP.
      *
           READ ARQ-PESQPRECO          KEY IS PPR-CHAVE-FDP
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-PESQPRECO             EQUAL '00'
              MOVE 'N'                 TO WSS-NOVO
              MOVE REG-FDP             TO REG-WSP
           ELSE
              MOVE 'S'                 TO WSS-NOVO
              PERFORM RT-SUGERIR-VENDEDOR
                                       THRU RT-SUGERIR-VENDEDORX
           END-IF.
      *
           DISPLAY TELA-DADOS-PESQUISA-T.
      *
           MOVE "Informe o preco de gondola observado no concorrente."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T5P.
      *
           MOVE "Informe o vendedor que fez a pesquisa."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T6P.
      *
           IF PPR-PRECO-WSP            EQUAL ZEROS
              MOVE "Preco observado e obrigatorio - nao gravado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-PESQUISAX
           END-IF.
      *
      *  ---> Pesquisa datada em mes ja fechado (PT000058) nao e
      *       incluida nem alterada
           MOVE PPR-DATA-WSP           TO WSP-PER-DATA.
           IF WSS-NOVO                 EQUAL 'S'
              MOVE 'I'                 TO WSP-PER-OPERACAO
           ELSE
              MOVE 'A'                 TO WSP-PER-OPERACAO
           END-IF.
           MOVE SPACES                 TO WSP-PER-CHAVE.
           STRING 'PESQ '              PPR-CHAVE-WSP
              DELIMITED BY SIZE        INTO WSP-PER-CHAVE
           END-STRING.
           PERFORM RT-CONFERIR-PERIODO THRU RT-CONFERIR-PERIODOX.
           IF WSP-PER-FECHADO
              GO                       TO RT-PESQUISAX
           END-IF.
      *
           MOVE "Confirma a gravacao da pesquisa? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 53
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-PESQUISAX
           END-IF.
      *
           MOVE 'T'                    TO PPR-ORIGEM-WSP.
           MOVE LKS-OPERADOR           TO PPR-OPERADOR-WSP.
           MOVE REG-WSP                TO REG-FDP.
      *
           IF WSS-NOVO                 EQUAL 'S'
              WRITE REG-FDP
              MOVE 'PESQUISA DE PRECO INCLUIDA'
                                       TO WSS-AUD-ACAO
           ELSE
              REWRITE REG-FDP
              MOVE 'PESQUISA DE PRECO ALTERADA'
                                       TO WSS-AUD-ACAO
           END-IF.
      *
           IF FS-PESQPRECO             NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'PESQPRECO'         TO WSS-ARQUIVO
              MOVE FS-PESQPRECO        TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Pesquisa gravada com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-PESQUISAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EXCLUSAO DE PRECO PESQUISADO (DIGITADO OU IMPORTADO)
      *----------------------------------------------------------------*
       RT-EXCLUIR-PESQUISA             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSP
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
           MOVE SPACES                 TO WSS-T-DATA.
      *
           DISPLAY TELA-LABEL-PESQUISA.
      *
           MOVE "Informe o codigo do cliente (zeros sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1P.
      *
           IF PPR-CCLIENTE-WSP         EQUAL ZEROS
              GO                       TO RT-EXCLUIR-PESQUISAX
           END-IF.
      *
           MOVE "Informe a data da pesquisa (DDMMAAAA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2P.
      *
           PERFORM RT-VALIDAR-DATA     THRU RT-VALIDAR-DATAX.
           MOVE WSS-DATA-AMD           TO PPR-DATA-WSP.
      *
           MOVE "Informe o codigo do produto."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3P.
      *
           MOVE "Informe o codigo do concorrente."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4P.
      *
           MOVE PPR-CHAVE-WSP          TO PPR-CHAVE-FDP.
      *
           READ ARQ-PESQPRECO          KEY IS PPR-CHAVE-FDP
                INVALID KEY
                    MOVE "Pesquisa nao cadastrada."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    GO                 TO RT-EXCLUIR-PESQUISAX
           END-READ.
      *
           MOVE REG-FDP                TO REG-WSP.
           DISPLAY TELA-DADOS-PESQUISA-T.
      *
      *  ---> Pesquisa de mes ja fechado (PT000058) nao se exclui
           MOVE PPR-DATA-WSP           TO WSP-PER-DATA.
           MOVE 'E'                    TO WSP-PER-OPERACAO.
           MOVE SPACES                 TO WSP-PER-CHAVE.
           STRING 'PESQ '              PPR-CHAVE-WSP
              DELIMITED BY SIZE        INTO WSP-PER-CHAVE
           END-STRING.
           PERFORM RT-CONFERIR-PERIODO THRU RT-CONFERIR-PERIODOX.
           IF WSP-PER-FECHADO
              GO                       TO RT-EXCLUIR-PESQUISAX
           END-IF.
      *
           MOVE "Confirma a exclusao da pesquisa? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 53
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-EXCLUIR-PESQUISAX
           END-IF.
      *
           DELETE ARQ-PESQPRECO.
      *
           IF FS-PESQPRECO             NOT EQUAL '00'
              MOVE 'ao excluir '       TO WSS-DESCRICAO
              MOVE 'PESQPRECO'         TO WSS-ARQUIVO
              MOVE FS-PESQPRECO        TO WSS-FSTATUS
              MOVE 7                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'PESQUISA DE PRECO EXCLUIDA'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Pesquisa excluida."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-EXCLUIR-PESQUISAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VALIDAR-DATA                 SECTION.
      *  ---> Converte a data DDMMAAAA da tela para AAAAMMDD (branco =
      *       hoje); data invalida devolve zeros
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE ZEROS                  TO WSS-DATA-AMD.
      *
           IF WSS-T-DATA               EQUAL SPACES
              MOVE WSS-HOJE-AMD        TO WSS-DATA-AMD
              GO                       TO RT-VALIDAR-DATAX
           END-IF.
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
       RT-LER-CLIENTE                  SECTION.
      *  ---> Le o cliente de PPR-CCLIENTE-WSP e mostra a razao
      *       social; cliente inexistente avisa o operador
      *----------------------------------------------------------------*
      *
           MOVE PPR-CCLIENTE-WSP       TO CODIGO-FDC.
      *
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE "Cliente nao cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-LER-CLIENTEX
           END-IF.
      *
           DISPLAY RSOCIAL-FDC         LINE 09 COL 44.
      *
       RT-LER-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-PRODUTO                  SECTION.
      *  ---> Le o produto de PPR-CPRODUTO-WSP e mostra a descricao
      *----------------------------------------------------------------*
      *
           MOVE PPR-CPRODUTO-WSP       TO PRO-CODIGO-FDT.
      *
           READ ARQ-PRODUTO            KEY IS PRO-CODIGO-FDT
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
              GO                       TO RT-LER-PRODUTOX
           END-IF.
      *
           DISPLAY PRO-DESCRICAO-FDT   LINE 13 COL 44.
      *
       RT-LER-PRODUTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-CONCORRENTE              SECTION.
      *  ---> Le o concorrente de PPR-CONCORRENTE-WSP e mostra o
      *       nome; inexistente ou inativo nao aceita pesquisa
      *----------------------------------------------------------------*
      *
           MOVE PPR-CONCORRENTE-WSP    TO CCR-CODIGO-FDO.
      *
           READ ARQ-CONCORRENTE        KEY IS CCR-CODIGO-FDO
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CONCORRENTE           NOT EQUAL '00'
              MOVE "Concorrente nao cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-LER-CONCORRENTEX
           END-IF.
      *
           DISPLAY CCR-NOME-FDO        LINE 15 COL 44.
      *
           IF CONCORRENTE-INATIVO-FDO
              MOVE "Concorrente inativo - nao aceita novas pesquisas."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              MOVE '23'                TO FS-CONCORRENTE
           END-IF.
      *
       RT-LER-CONCORRENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SUGERIR-VENDEDOR             SECTION.
      *  ---> Pesquisa nova sugere o vendedor da carteira do cliente
      *----------------------------------------------------------------*
      *
           IF NOT DISTRIBUIR-ABERTO
              GO                       TO RT-SUGERIR-VENDEDORX
           END-IF.
      *
           MOVE PPR-CCLIENTE-WSP       TO CCLIENTE-FDD.
      *
           READ ARQ-DISTRIBUIR         KEY IS CCLIENTE-FDD
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-DISTRIBUIR            EQUAL '00'
              MOVE CVENDEDOR-FDD       TO PPR-CVENDEDOR-WSP
           END-IF.
      *
       RT-SUGERIR-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO COMPARATIVO DE PRECOS: MEDIA DA CONCORRENCIA POR
      *    PRODUTO, UF/CIDADE E SEGMENTO DO CLIENTE NA JANELA DE DIAS,
      *    CONTRA O PRECO DE CATALOGO E O DE TABELA VIGENTE HOJE
      *----------------------------------------------------------------*
       RT-REL-COMPARATIVO              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           IF NOT CLIENTES-ABERTO
              OR NOT PRODUTO-ABERTO
              MOVE "Arquivo CLIENTES/PRODUTO indisponivel - relatorio na
      -            "o gerado."         TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REL-COMPARATIVOX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-DIAS-PESQ.
           MOVE "Dias de pesquisa a considerar (zeros = 90): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-DIAS-PESQ        LINE 24 COL 57
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-DIAS-PESQ            NOT NUMERIC
              OR WSS-DIAS-PESQ         EQUAL ZEROS
              MOVE WSS-DIAS-PADRAO     TO WSS-DIAS-PESQ
           END-IF.
      *
           MOVE "Gerando relatorio comparativo. Aguarde..."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           COMPUTE WSS-DT-CORTE         =
                   FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WSS-HOJE-AMD)
                 - WSS-DIAS-PESQ).
      *
           PERFORM RT-LER-PARAMETROS   THRU RT-LER-PARAMETROSX.
      *
           MOVE SPACES                 TO WSS-ARQ-RELPESQ.
           STRING 'REL-PESQPRECO-'     DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-RELPESQ
           END-STRING.
      *
           OPEN OUTPUT REL-PESQPRECO.
      *
           IF FS-RELPESQ               NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELPESQ'           TO WSS-ARQUIVO
              MOVE FS-RELPESQ          TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           WRITE REG-RELPESQ           FROM CAB-COMPARATIVO.
      *
           MOVE ZEROS                  TO WSS-REG-LISTADOS
                                          WSS-REG-ACIMA.
      *
           SORT SRT-PESQUISA
                ON ASCENDING            KEY CPRODUTO-SRTP
                                            UF-SRTP
                                            CIDADE-SRTP
                                            SEGMENTO-SRTP
                   INPUT PROCEDURE      IS RT-SELECIONAR-PESQUISAS
                   OUTPUT PROCEDURE     IS RT-EMITIR-COMPARATIVO.
      *
           CLOSE REL-PESQPRECO.
      *
           MOVE WSS-ARQ-RELPESQ        TO LKS-ARQ-REL.
      *
           MOVE SPACES                 TO WSS-FILTRO-REL.
           STRING 'DIAS ' WSS-DIAS-PESQ ' LIMITE ' WSS-PCT-LIMITE '%'
              DELIMITED BY SIZE        INTO WSS-FILTRO-REL
           END-STRING.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'RELATORIO COMPARATIVO DE CONCORRENCIA'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Relatorio gerado: ' DELIMITED BY SIZE
                  WSS-ARQ-RELPESQ      DELIMITED BY SPACE
                  ' - linhas: '        DELIMITED BY SIZE
                  WSS-REG-LISTADOS     DELIMITED BY SIZE
                  ' acima: '           DELIMITED BY SIZE
                  WSS-REG-ACIMA        DELIMITED BY SIZE
              INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-REL-COMPARATIVOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SELECIONAR-PESQUISAS         SECTION.
      *  ---> Entrada do SORT: pesquisas a partir da data de corte,
      *       com UF, cidade, segmento e filial do cliente (cliente
      *       fora do cadastro entra sem localizacao)
      *----------------------------------------------------------------*
      *
           MOVE LOW-VALUES             TO PPR-CHAVE-FDP.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-PESQPRECO         KEY IS NOT LESS PPR-CHAVE-FDP
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S'
              READ ARQ-PESQPRECO       NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF PPR-DATA-FDP     NOT LESS WSS-DT-CORTE
                      PERFORM RT-LIBERAR-PESQUISA
                                       THRU RT-LIBERAR-PESQUISAX
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-SELECIONAR-PESQUISASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LIBERAR-PESQUISA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PPR-CCLIENTE-FDP       TO CODIGO-FDC.
      *
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    MOVE SPACES        TO UF-FDC
                                          CIDADE-FDC
                    MOVE ZEROS         TO SEGMENTO-FDC
                                          FILIAL-FDC
           END-READ.
      *
           MOVE PPR-CPRODUTO-FDP       TO CPRODUTO-SRTP.
           MOVE UF-FDC                 TO UF-SRTP.
           MOVE CIDADE-FDC             TO CIDADE-SRTP.
           MOVE SEGMENTO-FDC           TO SEGMENTO-SRTP.
           MOVE FILIAL-FDC             TO FILIAL-SRTP.
           MOVE PPR-PRECO-FDP          TO PRECO-SRTP.
      *
           RELEASE REG-SRTP.
      *
       RT-LIBERAR-PESQUISAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EMITIR-COMPARATIVO           SECTION.
      *  ---> Saida do SORT: uma linha por produto, UF, cidade e
      *       segmento
      *----------------------------------------------------------------*
      *
           INITIALIZE WSS-GRP-ATUAL.
           MOVE ZEROS                  TO WSS-QTD-OBS.
           MOVE 'N'                    TO WSS-FIM-SORT.
      *
           PERFORM UNTIL WSS-FIM-SORT  EQUAL 'S'
              PERFORM RT-ACUMULAR-PESQUISA
                                       THRU RT-ACUMULAR-PESQUISAX
           END-PERFORM.
      *
           IF WSS-QTD-OBS              GREATER ZEROS
              PERFORM RT-GRAVAR-GRUPO  THRU RT-GRAVAR-GRUPOX
           END-IF.
      *
       RT-EMITIR-COMPARATIVOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ACUMULAR-PESQUISA            SECTION.
      *----------------------------------------------------------------*
      *
           RETURN SRT-PESQUISA         INTO REG-SRTP
             AT END
                MOVE 'S'               TO WSS-FIM-SORT
                GO                     TO RT-ACUMULAR-PESQUISAX
           END-RETURN.
      *
           MOVE CPRODUTO-SRTP          TO WSS-GRP-LIDO-PRO.
           MOVE UF-SRTP                TO WSS-GRP-LIDO-UF.
           MOVE CIDADE-SRTP            TO WSS-GRP-LIDO-CID.
           MOVE SEGMENTO-SRTP          TO WSS-GRP-LIDO-SEG.
      *
           IF WSS-GRP-LIDO             NOT EQUAL WSS-GRP-ATUAL
              OR WSS-QTD-OBS           EQUAL ZEROS
              IF WSS-QTD-OBS           GREATER ZEROS
                 PERFORM RT-GRAVAR-GRUPO
                                       THRU RT-GRAVAR-GRUPOX
              END-IF
              MOVE WSS-GRP-LIDO        TO WSS-GRP-ATUAL
              MOVE FILIAL-SRTP         TO WSS-GRP-FILIAL
              MOVE ZEROS               TO WSS-QTD-OBS
                                          WSS-SOMA-PRECO
                                          WSS-MAIOR-PRECO
              MOVE PRECO-SRTP          TO WSS-MENOR-PRECO
           END-IF.
      *
           ADD 1                       TO WSS-QTD-OBS.
           ADD PRECO-SRTP              TO WSS-SOMA-PRECO.
      *
           IF PRECO-SRTP               LESS WSS-MENOR-PRECO
              MOVE PRECO-SRTP          TO WSS-MENOR-PRECO
           END-IF.
      *
           IF PRECO-SRTP               GREATER WSS-MAIOR-PRECO
              MOVE PRECO-SRTP          TO WSS-MAIOR-PRECO
           END-IF.
      *
       RT-ACUMULAR-PESQUISAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-GRUPO                 SECTION.
      *  ---> Media da concorrencia do grupo contra o nosso preco: o
      *       de tabela vigente quando houver, senao o de catalogo.
      *       Acima da media em mais que WSS-PCT-LIMITE % = 'S'.
      *----------------------------------------------------------------*
      *
           MOVE WSS-GRP-ATUAL-PRO      TO PRO-CODIGO-FDT.
      *
           READ ARQ-PRODUTO            KEY IS PRO-CODIGO-FDT
                INVALID KEY
                    MOVE '*** PRODUTO NAO CADASTRADO'
                                       TO PRO-DESCRICAO-FDT
                    MOVE ZEROS         TO PRO-PRECO-FDT
           END-READ.
      *
           COMPUTE WSS-MEDIA-PRECO ROUNDED =
                   WSS-SOMA-PRECO / WSS-QTD-OBS.
      *
           PERFORM RT-PRECO-TABELA     THRU RT-PRECO-TABELAX.
      *
           IF WSS-ACHOU-TABELA         EQUAL 'S'
              MOVE WSS-PRECO-TABELA    TO WSS-PRECO-REF
           ELSE
              MOVE PRO-PRECO-FDT       TO WSS-PRECO-REF
           END-IF.
      *
           MOVE ZEROS                  TO WSS-DIF-PCT.
           IF WSS-MEDIA-PRECO          GREATER ZEROS
              AND WSS-PRECO-REF        GREATER ZEROS
              COMPUTE WSS-DIF-PCT ROUNDED =
                      (WSS-PRECO-REF - WSS-MEDIA-PRECO) * 100
                    / WSS-MEDIA-PRECO
           END-IF.
      *
           MOVE WSS-GRP-ATUAL-PRO      TO CMP-CPRODUTO.
           MOVE PRO-DESCRICAO-FDT      TO CMP-DESCRICAO.
           MOVE WSS-GRP-ATUAL-UF       TO CMP-UF.
           MOVE WSS-GRP-ATUAL-CID      TO CMP-CIDADE.
           MOVE WSS-GRP-ATUAL-SEG      TO CMP-SEGMENTO.
           MOVE WSS-QTD-OBS            TO CMP-OBSERVACOES.
           MOVE WSS-MENOR-PRECO        TO CMP-MENOR.
           MOVE WSS-MEDIA-PRECO        TO CMP-MEDIA.
           MOVE WSS-MAIOR-PRECO        TO CMP-MAIOR.
           MOVE PRO-PRECO-FDT          TO CMP-CATALOGO.
           MOVE WSS-PRECO-TABELA       TO CMP-TABELA.
           MOVE WSS-TABELA-GRUPO       TO CMP-NOME-TABELA.
           MOVE WSS-DIF-PCT            TO CMP-DIF-PCT.
      *
           IF WSS-DIF-PCT              GREATER WSS-PCT-LIMITE
              MOVE 'S'                 TO CMP-ACIMA
              ADD 1                    TO WSS-REG-ACIMA
           ELSE
              MOVE 'N'                 TO CMP-ACIMA
           END-IF.
      *
           WRITE REG-RELPESQ           FROM DET-COMPARATIVO.
           ADD 1                       TO WSS-REG-LISTADOS.
      *
       RT-GRAVAR-GRUPOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    PRECO DE TABELA VIGENTE HOJE PARA O PRODUTO DO GRUPO: FILIAL
      *    (DO PRIMEIRO CLIENTE PESQUISADO) + SEGMENTO, FILIAL +
      *    TODOS, TODAS + SEGMENTO E TODAS + TODOS, COMO NO PEDIDO
      *----------------------------------------------------------------*
       RT-PRECO-TABELA                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-PRECO-TABELA.
           MOVE SPACES                 TO WSS-TABELA-GRUPO.
           MOVE 'N'                    TO WSS-ACHOU-TABELA.
      *
           IF NOT TABPRECO-ABERTO
              GO                       TO RT-PRECO-TABELAX
           END-IF.
      *
           MOVE WSS-GRP-FILIAL         TO WSS-BUSCA-FILIAL.
           MOVE WSS-GRP-ATUAL-SEG      TO WSS-BUSCA-SEGMENTO.
           PERFORM RT-BUSCAR-TABELA    THRU RT-BUSCAR-TABELAX.
      *
           IF WSS-ACHOU-TABELA         EQUAL 'N'
              AND WSS-GRP-ATUAL-SEG    NOT EQUAL ZEROS
              MOVE WSS-GRP-FILIAL      TO WSS-BUSCA-FILIAL
              MOVE ZEROS               TO WSS-BUSCA-SEGMENTO
              PERFORM RT-BUSCAR-TABELA THRU RT-BUSCAR-TABELAX
           END-IF.
      *
           IF WSS-ACHOU-TABELA         EQUAL 'N'
              AND WSS-GRP-FILIAL       NOT EQUAL ZEROS
              MOVE ZEROS               TO WSS-BUSCA-FILIAL
              MOVE WSS-GRP-ATUAL-SEG   TO WSS-BUSCA-SEGMENTO
              PERFORM RT-BUSCAR-TABELA THRU RT-BUSCAR-TABELAX
           END-IF.
      *
           IF WSS-ACHOU-TABELA         EQUAL 'N'
              AND WSS-GRP-FILIAL       NOT EQUAL ZEROS
              AND WSS-GRP-ATUAL-SEG    NOT EQUAL ZEROS
              MOVE ZEROS               TO WSS-BUSCA-FILIAL
                                          WSS-BUSCA-SEGMENTO
              PERFORM RT-BUSCAR-TABELA THRU RT-BUSCAR-TABELAX
           END-IF.
      *
       RT-PRECO-TABELAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-BUSCAR-TABELA                SECTION.
      *  ---> Le as vigencias do produto para WSS-BUSCA-FILIAL/
      *       SEGMENTO com inicio ate hoje; fica com a ultima ativa
      *       cujo fim alcanca hoje
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-FIM-ARQ-TPR.
      *
           MOVE WSS-GRP-ATUAL-PRO      TO TPR-CPRODUTO-FDR.
           MOVE WSS-BUSCA-FILIAL       TO TPR-FILIAL-FDR.
           MOVE WSS-BUSCA-SEGMENTO     TO TPR-SEGMENTO-FDR.
           MOVE ZEROS                  TO TPR-DT-INICIO-FDR.
      *
           START ARQ-TABPRECO          KEY IS NOT LESS TPR-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-TPR
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-TPR
                                       EQUAL 'S'
              PERFORM RT-LER-TABELA    THRU RT-LER-TABELAX
           END-PERFORM.
      *
       RT-BUSCAR-TABELAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-TABELA                   SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-TABPRECO           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-TPR
                GO                     TO RT-LER-TABELAX
           END-READ.
      *
           IF TPR-CPRODUTO-FDR         NOT EQUAL WSS-GRP-ATUAL-PRO
              OR TPR-FILIAL-FDR        NOT EQUAL WSS-BUSCA-FILIAL
              OR TPR-SEGMENTO-FDR      NOT EQUAL WSS-BUSCA-SEGMENTO
              OR TPR-DT-INICIO-FDR     GREATER WSS-HOJE-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-TPR
              GO                       TO RT-LER-TABELAX
           END-IF.
      *
           IF TABELA-ATIVA-FDR
              AND TPR-DT-FIM-FDR       NOT LESS WSS-HOJE-AMD
              MOVE TPR-PRECO-FDR       TO WSS-PRECO-TABELA
              MOVE TPR-TABELA-FDR      TO WSS-TABELA-GRUPO
              MOVE 'S'                 TO WSS-ACHOU-TABELA
           END-IF.
      *
       RT-LER-TABELAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-PARAMETROS               SECTION.
      *  ---> Percentual acima da media que sinaliza o produto; zerado
      *       (ou sem PARAMDIST) assume o padrao
      *----------------------------------------------------------------*
      *
           MOVE WSS-PCT-PADRAO         TO WSS-PCT-LIMITE.
      *
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS            NOT EQUAL '00'
              GO                       TO RT-LER-PARAMETROSX
           END-IF.
      *
           PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX.
      *
           IF FS-PARAMETROS            EQUAL '00'
              AND PARM-PESQ-PCT        NUMERIC
              AND PARM-PESQ-PCT        GREATER ZEROS
              MOVE PARM-PESQ-PCT       TO WSS-PCT-LIMITE
           END-IF.
      *
           CLOSE ARQ-PARAMETROS.
      *
       RT-LER-PARAMETROSX.
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
           MOVE 'PT000099'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE WSS-FILTRO-REL         TO CAT-FILTROS-FDK.
           MOVE WSS-ARQ-RELPESQ        TO CAT-ARQUIVO-FDK.
      *
           WRITE REG-FDK.
      *
           CLOSE ARQ-CATALOGO.
      *
       RT-REGISTRAR-CATALOGOX.
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
           MOVE 'PT000099'             TO WSP-PER-PROGRAMA.
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
           MOVE 'PT000099'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000099'             TO WSS-ERR-PROGRAMA.
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
           CLOSE ARQ-CONCORRENTE
                 ARQ-PESQPRECO
                 ARQ-AUDITORIA.
      *
           IF CLIENTES-ABERTO
              CLOSE ARQ-CLIENTES
           END-IF.
      *
           IF PRODUTO-ABERTO
              CLOSE ARQ-PRODUTO
           END-IF.
      *
           IF TABPRECO-ABERTO
              CLOSE ARQ-TABPRECO
           END-IF.
      *
           IF DISTRIBUIR-ABERTO
              CLOSE ARQ-DISTRIBUIR
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
      *    A PARTIR DO ARQUIVO ABERTO, POSICIONA NA VERSAO DO PARAMDIST
      *    EM VIGOR NA DATA DE PROCESSAMENTO: A ULTIMA LINHA COM
      *    VIGENCIA ATE A DATA (LINHA SEM VIGENCIA VALE DESDE SEMPRE).
      *    FS-PARAMETROS '00' COM A VERSAO EM REG-PARAMETROS; '10'
      *    QUANDO NENHUMA VERSAO VALE NA DATA.
      *----------------------------------------------------------------*
       RT-LER-PARM-VIGENTE             SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-PARAMETROS            NOT EQUAL '00'
              GO                       TO RT-LER-PARM-VIGENTEX
           END-IF.
      *
           IF LKS-DATA-PROC            EQUAL SPACES
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WSS-PVG-DATA
           ELSE
              MOVE LKS-DATA-PROC(5:4)  TO WSS-PVG-DATA(1:4)
              MOVE LKS-DATA-PROC(3:2)  TO WSS-PVG-DATA(5:2)
              MOVE LKS-DATA-PROC(1:2)  TO WSS-PVG-DATA(7:2)
           END-IF.
      *
      *  ---> Primeira passada: numero da linha da versao em vigor
           MOVE ZEROS                  TO WSS-PVG-LIDOS
                                          WSS-PVG-VIGENTE.
      *
           PERFORM UNTIL FS-PARAMETROS NOT EQUAL '00'
              READ ARQ-PARAMETROS
                 AT END
                    CONTINUE
              END-READ
              IF FS-PARAMETROS         EQUAL '00'
                 ADD 1                 TO WSS-PVG-LIDOS
                 IF PARM-DT-VIGENCIA   NOT NUMERIC
                    OR PARM-DT-VIGENCIA
                                       NOT GREATER WSS-PVG-DATA
                    MOVE WSS-PVG-LIDOS TO WSS-PVG-VIGENTE
                 END-IF
              END-IF
           END-PERFORM.
      *
      *  ---> Segunda passada: rele ate a versao em vigor
           CLOSE ARQ-PARAMETROS.
           OPEN INPUT ARQ-PARAMETROS.
      *
           MOVE ZEROS                  TO WSS-PVG-LIDOS.
      *
           PERFORM UNTIL WSS-PVG-LIDOS EQUAL WSS-PVG-VIGENTE
                      OR FS-PARAMETROS NOT EQUAL '00'
              READ ARQ-PARAMETROS
                 AT END
                    CONTINUE
              END-READ
              ADD 1                    TO WSS-PVG-LIDOS
           END-PERFORM.
      *
           IF WSS-PVG-VIGENTE          EQUAL ZEROS
              AND FS-PARAMETROS        EQUAL '00'
              MOVE '10'                TO FS-PARAMETROS
           END-IF.
      *
       RT-LER-PARM-VIGENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
