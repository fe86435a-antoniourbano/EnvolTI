      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            IMPORTACAO DA POSICAO DIARIA DE ESTOQUE DO    *
      *     *            ERP (ESTOQUE.ERP): CONFERIDA E REGISTRADA NO  *
      *     *            MANIFESTO COMO TODA ENTRADA E CARREGADA NO    *
      *     *            ARQUIVO ESTOQUE (DISPONIVEL E A CAMINHO POR   *
      *     *            PRODUTO E FILIAL) USADO NA CAPTACAO DE        *
      *     *            PEDIDOS (PT000041).                           *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            IMPORTACAO DE PEDIDOS WEB/B2B E TELEVENDAS    *
      *     *            (PEDIDOS.WEB, CABECALHO 'P' E ITENS 'I'):     *
      *     *            CONFERIDA NO MANIFESTO, VALIDADA CONTRA       *
      *     *            CLIENTES E PRODUTO E GRAVADA EM PEDIDOS/      *
      *     *            PEDITEM COM A ORIGEM (PED-ORIGEM W/T) E O     *
      *     *            VENDEDOR DA CARTEIRA NA DATA DO PEDIDO        *
      *     *            (DISTRIBUICAO OU SNAPSHOT HISTDIST). PEDIDOS  *
      *     *            RECUSADOS SAEM NO REL-PEDWEB-AAAAMMDD.TXT.    *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PEDIDO WEB/B2B GRAVA A DATA DE ENTREGA        *
      *     *            PROMETIDA (PRV00905, PELA CIDADE/UF DO        *
      *     *            CLIENTE) E A DATA DE FATURAMENTO EM ZEROS.    *
      *     *----------------------------------------------------------*
      *     * VERSAO 05    -    Amarildo M Borges      -    15.10.2026 *
      *     *            IMPORTACAO DO ARQUIVO DIARIO DO RH            *
      *     *            (EVENTOS.RH): ADMISSAO VAI PARA O LOTE EM     *
      *     *            ESTAGIO ESTAGVEN (REVISAO NO PT000027),       *
      *     *            DESLIGAMENTO GRAVA A SOLICITACAO DO PT000017  *
      *     *            NA FILA DE APROVACAO E FERIAS GRAVA A JANELA  *
      *     *            NA AGENDA AUSENCIA. CPF SEM CORRESPONDENCIA   *
      *     *            SAI NO REL-EXCRH-AAAAMMDD.TXT.                *
      *     *----------------------------------------------------------*
      *     * VERSAO 06    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PEDIDO WEB/B2B DATADO EM MES JA FECHADO PELO  *
      *     *            PT000058 SAI NO RELATORIO DE RECUSADOS E NO   *
      *     *            PERLOG (TRAVA DE PERIODO - PRV00912).         *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *  ---> Manifesto das transmissoes
           COPY 'SEL-GTWMANIF.CPY'.
      *
      *  ---> Posicao de estoque do ERP (carga do ESTOQUE.ERP)
           COPY 'SEL-ESTOQUE.CPY'      REPLACING ==::== BY ==-FDE==.
      *
      *  ---> Pedidos web/B2B importados (cabecalho e itens)
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
           COPY 'SEL-PEDITEM.CPY'      REPLACING ==::== BY ==-FDI==.
      *
      *  ---> Validacao do cliente e do produto do pedido importado
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
           COPY 'SEL-PRODUTO.CPY'      REPLACING ==::== BY ==-FDT==.
      *
      *  ---> Vendedor da carteira (DTVINCULO do par cliente-vendedor)
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDB==.
      *
      *  ---> Snapshot de historico datado (vendedor da carteira em
      *       pedido anterior ao vinculo atual)
           SELECT  ARQ-HISTORICO       ASSIGN TO WSS-ARQ-HISTORICO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-HISTORICO.
      *
      *  ---> Pedidos web recusados na importacao
           SELECT  REL-PEDWEB          ASSIGN TO WSS-ARQ-PEDWEB
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   FILE STATUS         IS FS-PEDWEB.
      *
      *  ---> Interface do RH: vendedor pelo CPF, agenda de ferias,
      *       fila de aprovacao do desligamento, lote de admissoes em
      *       estagio e relatorio de excecoes
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
           COPY 'SEL-AUSENCIA.CPY'     REPLACING ==::== BY ==-FDU==.
      *
           COPY 'SEL-APROVACAO.CPY'    REPLACING ==::== BY ==-FDQ==.
      *
           SELECT  ARQ-ESTAGVEN        ASSIGN TO 'ESTAGVEN'
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-ESTAGVEN.
      *
           SELECT  REL-EXCRH           ASSIGN TO WSS-ARQ-EXCRH
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   FILE STATUS         IS FS-EXCRH.
      *
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-GTWMANIF.CPY'          REPLACING ==::== BY ==-FDW==.
      *
       FD  ARQ-ESTOQUE                 VALUE OF FILE-ID IS 'ESTOQUE'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDE.
       COPY 'FD-ESTOQUE.CPY'           REPLACING ==::== BY ==-FDE==.
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
           DATA RECORD                 IS REG-FDT.
       COPY 'FD-PRODUTO.CPY'           REPLACING ==::== BY ==-FDT==.
      *
       FD  ARQ-DISTRIBUIR              VALUE OF FILE-ID IS
                                                       'DISTRIBUICAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDB.
       COPY 'FD-DISTRIBUIR.CPY'        REPLACING ==::== BY ==-FDB==.
      *
       FD  ARQ-HISTORICO
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDH.
       COPY 'FD-DISTRIBUIR.CPY'        REPLACING ==::== BY ==-FDH==.
      *
       FD  REL-PEDWEB
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-PEDWEB                  PIC  X(100).
      *
       FD  ARQ-VENDEDOR                VALUE OF FILE-ID IS 'VENDEDOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDV.
       COPY 'FD-VENDEDOR.CPY'          REPLACING ==::== BY ==-FDV==.
      *
       FD  ARQ-AUSENCIA                VALUE OF FILE-ID IS 'AUSENCIA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDU.
       COPY 'FD-AUSENCIA.CPY'          REPLACING ==::== BY ==-FDU==.
      *
       FD  ARQ-APROVACAO               VALUE OF FILE-ID IS 'APROVACAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDQ.
       COPY 'FD-APROVACAO.CPY'         REPLACING ==::== BY ==-FDQ==.
      *
       FD  ARQ-ESTAGVEN
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
      *  ---> Acao ('I' inclui / 'A' atualiza) e imagem do vendedor
       01  REG-ESTAGVEN.
           03  ESV-ACAO                PIC  X(001).
           03  ESV-DADOS               PIC  X(300).
      *
       FD  REL-EXCRH
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-EXCRH                   PIC  X(100).
      *
       FD  ARQ-AUDITORIA
           LABEL RECORD                IS STANDARD
      *
       77  WSS-FIM-ARQ                 PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-MAN             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-PED             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-HIS             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-VEN             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-APR             PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-ULT-LINHA1          PIC  X(001)         VALUE SPACES.
           03  WSS-DUPLICADO           PIC  X(001)         VALUE 'N'.
           03  WSS-HOJE-AMD            PIC  9(008)         VALUE ZEROS.
           03  WSS-ENTRADA-ACEITA      PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CARGA DA POSICAO DE ESTOQUE (ESTOQUE.ERP:
      *    PRODUTO;FILIAL;DISPONIVEL;A CAMINHO, ZEROS A ESQUERDA)
      *----------------------------------------------------------------*
           03  WSS-ETQ-PRODUTO         PIC  X(005)         VALUE SPACES.
           03  WSS-ETQ-FILIAL          PIC  X(003)         VALUE SPACES.
           03  WSS-ETQ-DISPON          PIC  X(007)         VALUE SPACES.
           03  WSS-ETQ-CAMINHO         PIC  X(007)         VALUE SPACES.
           03  WSS-QTD-CARGA           PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-RECUSA          PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - IMPORTACAO DE PEDIDOS WEB/B2B (PEDIDOS.WEB, ZEROS
      *    A ESQUERDA): P;CLIENTE;DATA AAAAMMDD;ORIGEM W/T;NUMERO WEB
      *                 I;PRODUTO;QUANTIDADE;PRECO UNITARIO EM CENTAVOS
      *----------------------------------------------------------------*
           03  WSS-PW-TIPO             PIC  X(001)         VALUE SPACES.
           03  WSS-PW-CLIENTE          PIC  X(007)         VALUE SPACES.
           03  WSS-PW-DATA             PIC  X(008)         VALUE SPACES.
           03  WSS-PW-ORIGEM           PIC  X(001)         VALUE SPACES.
           03  WSS-PW-NUMERO           PIC  X(020)         VALUE SPACES.
           03  WSS-PW-PRODUTO          PIC  X(005)         VALUE SPACES.
           03  WSS-PW-QTDE             PIC  X(005)         VALUE SPACES.
           03  WSS-PW-PRECO            PIC  X(009)         VALUE SPACES.
           03  WSS-PW-CENTAVOS         PIC  9(009)         VALUE ZEROS.
      *  ---> Pedido corrente (acumulado ate o proximo cabecalho)
           03  WSS-PW-ABERTO           PIC  X(001)         VALUE 'N'.
           03  WSS-PW-VALIDO           PIC  X(001)         VALUE 'N'.
           03  WSS-PW-MOTIVO           PIC  X(030)         VALUE SPACES.
           03  WSS-PW-H-CLIENTE        PIC  9(007)         VALUE ZEROS.
           03  WSS-PW-H-DATA           PIC  9(008)         VALUE ZEROS.
           03  WSS-PW-H-ORIGEM         PIC  X(001)         VALUE SPACES.
           03  WSS-PW-H-NUMERO         PIC  X(020)         VALUE SPACES.
           03  WSS-PW-VENDEDOR         PIC  9(007)         VALUE ZEROS.
           03  WSS-PW-CIDADE           PIC  X(030)         VALUE SPACES.
           03  WSS-PW-UF               PIC  X(002)         VALUE SPACES.
           03  WSS-PW-VEN-DATA         PIC  9(007)         VALUE ZEROS.
           03  WSS-PW-VALOR            PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-PW-PROX-SEQ         PIC  9(003)         VALUE ZEROS.
           03  WSS-PW-QTD-ITENS        PIC  9(003)         VALUE ZEROS.
           03  WSS-PW-IDX              PIC  9(003)         VALUE ZEROS.
           03  WSS-PW-ITENS            OCCURS 99 TIMES.
               05  WSS-PW-I-PRODUTO    PIC  9(005).
               05  WSS-PW-I-QTDE       PIC  9(005).
               05  WSS-PW-I-PRECO      PIC  9(007)V9(002).
               05  WSS-PW-I-TOTAL      PIC  9(009)V9(002).
      *  ---> Busca do vendedor da carteira nos snapshots HISTDIST
           03  WSS-PW-PED-INT          PIC  9(007)         VALUE ZEROS.
           03  WSS-PW-PROBE-INT        PIC  9(007)         VALUE ZEROS.
           03  WSS-PW-PROBE-FIM        PIC  9(007)         VALUE ZEROS.
           03  WSS-PW-SNAP-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-ARQ-HISTORICO       PIC  X(030)         VALUE SPACES.
           03  WSS-ARQ-PEDWEB          PIC  X(030)         VALUE SPACES.
           03  WSS-QTD-PED-CARGA       PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-PED-RECUSA      PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-ITM-CARGA       PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - INTERFACE DO RH (EVENTOS.RH, ZEROS A ESQUERDA):
      *    E;TIPO A/D/F;CPF;DATA EFETIVA AAAAMMDD;FIM DAS FERIAS
      *      AAAAMMDD;NOME;FILIAL;TELEFONE;E-MAIL
      *----------------------------------------------------------------*
           03  WSS-RH-REGISTRO         PIC  X(001)         VALUE SPACES.
           03  WSS-RH-TIPO             PIC  X(001)         VALUE SPACES.
           03  WSS-RH-CPF              PIC  X(011)         VALUE SPACES.
           03  WSS-RH-DT-EFETIVA       PIC  X(008)         VALUE SPACES.
           03  WSS-RH-DT-FIM           PIC  X(008)         VALUE SPACES.
           03  WSS-RH-NOME             PIC  X(040)         VALUE SPACES.
           03  WSS-RH-FILIAL           PIC  X(003)         VALUE SPACES.
           03  WSS-RH-TELEFONE         PIC  X(015)         VALUE SPACES.
           03  WSS-RH-EMAIL            PIC  X(040)         VALUE SPACES.
           03  WSS-RH-MOTIVO           PIC  X(030)         VALUE SPACES.
           03  WSS-RH-VENDEDOR         PIC  9(007)         VALUE ZEROS.
           03  WSS-RH-ATIVO            PIC  X(001)         VALUE 'N'.
           03  WSS-RH-ACAO             PIC  X(001)         VALUE SPACES.
           03  WSS-RH-MAX-CODIGO       PIC  9(007)         VALUE ZEROS.
           03  WSS-RH-APR-CHAVE        PIC  X(022)         VALUE SPACES.
           03  WSS-RH-APR-MAXSEQ       PIC  9(007)         VALUE ZEROS.
           03  WSS-RH-APR-EXISTE       PIC  X(001)         VALUE 'N'.
           03  WSS-ARQ-EXCRH           PIC  X(030)         VALUE SPACES.
           03  WSS-QTD-RH-ADM          PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-RH-DES          PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-RH-FER          PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-RH-EXC          PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
           03  FS-INTERFACE            PIC  X(002)         VALUE SPACES.
           03  FS-QUARENTENA           PIC  X(002)         VALUE SPACES.
           03  FS-GTWMANIF             PIC  X(002)         VALUE SPACES.
           03  FS-ESTOQUE              PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-PEDITEM              PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-PRODUTO              PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-HISTORICO            PIC  X(002)         VALUE SPACES.
           03  FS-PEDWEB               PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-AUSENCIA             PIC  X(002)         VALUE SPACES.
           03  FS-APROVACAO            PIC  X(002)         VALUE SPACES.
           03  FS-ESTAGVEN             PIC  X(002)         VALUE SPACES.
           03  FS-EXCRH                PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
           03  WSS-AUD-SEG             PIC  9(002)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LINHA DO RELATORIO DE PEDIDOS WEB RECUSADOS
      *----------------------------------------------------------------*
       01  PW-DETALHE.
           03  PW-DET-CLIENTE          PIC  9(007).
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  PW-DET-DATA             PIC  9(008).
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  PW-DET-ORIGEM           PIC  X(001).
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  PW-DET-NUMERO           PIC  X(020).
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  PW-DET-MOTIVO           PIC  X(030).
      *
       01  PW-CABECALHO.
           03  FILLER                  PIC  X(040)         VALUE
               'PEDIDOS WEB/B2B RECUSADOS NA IMPORTACAO '.
           03  FILLER                  PIC  X(010)         VALUE
               'ARQUIVO: '.
           03  PW-CAB-ARQUIVO          PIC  X(030).
      *
       01  PW-CABECALHO-2.
           03  FILLER                  PIC  X(044)         VALUE
               'CLIENTE  DATA      O  NUMERO WEB'.
           03  FILLER                  PIC  X(006)         VALUE
               'MOTIVO'.
      *
      *----------------------------------------------------------------*
      *    LINHA DO RELATORIO DE EXCECOES DA INTERFACE DO RH
      *----------------------------------------------------------------*
       01  RH-DETALHE.
           03  RH-DET-TIPO             PIC  X(001).
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RH-DET-CPF              PIC  X(011).
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RH-DET-DATA             PIC  X(008).
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RH-DET-NOME             PIC  X(040).
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RH-DET-MOTIVO           PIC  X(030).
      *
       01  RH-CABECALHO.
           03  FILLER                  PIC  X(040)         VALUE
               'EVENTOS DO RH NAO PROCESSADOS           '.
           03  FILLER                  PIC  X(010)         VALUE
               'ARQUIVO: '.
           03  RH-CAB-ARQUIVO          PIC  X(030).
      *
       01  RH-CABECALHO-2.
           03  FILLER                  PIC  X(068)         VALUE
               'T  CPF          DATA      NOME'.
           03  FILLER                  PIC  X(006)         VALUE
               'MOTIVO'.
      *
      *----------------------------------------------------------------*
      *    IMAGEM DO VENDEDOR GRAVADA NO LOTE EM ESTAGIO
      *----------------------------------------------------------------*
       COPY 'FD-VENDEDOR.CPY'          REPLACING ==::== BY ==-WSV==.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - DATA DO SISTEMA (OU DATA DE PROCESSAMENTO)
      *----------------------------------------------------------------*
       01  WSS-DATA-SIS.
                                                            'PT000901'.
      *
           COPY 'SUB-ERRO.CPY'         REPLACING ==::== BY ==WSS==.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00905
      *    - Data de entrega prometida do pedido
      *----------------------------------------------------------------*
      *
       01  WPT00906                    PIC X(08)           VALUE
                                                            'PT000906'.
      *
           COPY 'SUB-ENT.CPY'          REPLACING ==::== BY ==WSN==.
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
           03 F LINE 08 COL 28   VALUE " 1 - Registrar Entrada ".
           03 F LINE 10 COL 28   VALUE " 2 - Registrar Saida   ".
           03 F LINE 12 COL 28   VALUE " 3 - Consulta Manifesto".
           03 F LINE 14 COL 28   VALUE " 4 - Importar Estoque  ".
           03 F LINE 08 COL 52   VALUE " 5 - Importar Pedidos Web".
           03 F LINE 10 COL 52   VALUE " 6 - Importar Eventos RH ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]             ".
      *
       01  TELA-LABEL-REGISTRO.
           03 F LINE 08 COL 18   VALUE " Arquivo.................: ".
           DISPLAY TELA-MANUTENCAO
                   TELA-MENSAGENS.
      *
           ACCEPT WSS-FUN              LINE 18 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
               WHEN 3
                    PERFORM RT-CONSULTA
                                       THRU RT-CONSULTAX
               WHEN 4
                    PERFORM RT-IMPORTAR-ESTOQUE
                                       THRU RT-IMPORTAR-ESTOQUEX
               WHEN 5
                    PERFORM RT-IMPORTAR-PEDIDOS
                                       THRU RT-IMPORTAR-PEDIDOSX
               WHEN 6
                    PERFORM RT-IMPORTAR-RH
                                       THRU RT-IMPORTAR-RHX
               WHEN 9
                    CONTINUE
               WHEN OTHER
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2G.
      *
           PERFORM RT-ACEITAR-ENTRADA  THRU RT-ACEITAR-ENTRADAX.
      *
           IF WSS-ENTRADA-ACEITA       NOT EQUAL 'S'
              GO                       TO RT-REGISTRAR-ENTRADAX
           END-IF.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Aceito: ' WSS-QTD-LINHAS
                  ' registros, checksum gravado no manifesto.'
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-REGISTRAR-ENTRADAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ACEITAR-ENTRADA              SECTION.
      *  ---> Confere o arquivo WSS-NOME-INTERFACE: quarentena se
      *       truncado, recusa se ja processado; aceito, registra no
      *       manifesto e liga WSS-ENTRADA-ACEITA
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-ENTRADA-ACEITA.
      *
           PERFORM RT-CONFERIR-ARQUIVO THRU RT-CONFERIR-ARQUIVOX.
      *
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ACEITAR-ENTRADAX
           END-IF.
      *
      *  ---> Arquivo truncado (sem o trailer) vai para a quarentena
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ACEITAR-ENTRADAX
           END-IF.
      *
      *  ---> Arquivo ja processado (mesmo nome, contagem e checksum)
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ACEITAR-ENTRADAX
           END-IF.
      *
           MOVE 'A'                    TO GTW-SITUACAO-FDW.
           MOVE 'ENTRADA REGISTRADA NO GATEWAY'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE 'S'                    TO WSS-ENTRADA-ACEITA.
      *
       RT-ACEITAR-ENTRADAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    IMPORTACAO DA POSICAO DIARIA DE ESTOQUE DO ERP: O ARQUIVO
      *    ESTOQUE.ERP (COM TRAILER 'T') PASSA PELA CONFERENCIA DE
      *    ENTRADA E, ACEITO, SUBSTITUI A POSICAO DO ARQUIVO ESTOQUE
      *----------------------------------------------------------------*
       RT-IMPORTAR-ESTOQUE             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE 'ESTOQUE.ERP'          TO WSS-NOME-INTERFACE.
           MOVE 'S'                    TO WSS-T-TRAILER.
      *
           DISPLAY TELA-LABEL-REGISTRO
                   TELA-DADOS-REGISTRO-T.
      *
           MOVE "Confirma a importacao da posicao de estoque? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-ENT.
           ACCEPT WSS-ENT              LINE 24 COL 66
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-ENT                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-IMPORTAR-ESTOQUEX
           END-IF.
      *
           PERFORM RT-ACEITAR-ENTRADA  THRU RT-ACEITAR-ENTRADAX.
      *
           IF WSS-ENTRADA-ACEITA       NOT EQUAL 'S'
              GO                       TO RT-IMPORTAR-ESTOQUEX
           END-IF.
      *
      *  ---> Posicao do dia substitui integralmente a anterior
           OPEN OUTPUT ARQ-ESTOQUE.
           IF FS-ESTOQUE               EQUAL '00'
              CLOSE ARQ-ESTOQUE
              OPEN I-O ARQ-ESTOQUE
           END-IF.
      *
           IF FS-ESTOQUE               NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'ESTOQUE'           TO WSS-ARQUIVO
              MOVE FS-ESTOQUE          TO WSS-FSTATUS
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-QTD-CARGA
                                          WSS-QTD-RECUSA.
      *
           OPEN INPUT ARQ-INTERFACE.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ.
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              PERFORM RT-CARREGAR-POSICAO
                                       THRU RT-CARREGAR-POSICAOX
           END-PERFORM.
      *
           CLOSE ARQ-INTERFACE
                 ARQ-ESTOQUE.
      *
           MOVE 'POSICAO DE ESTOQUE DO ERP CARREGADA'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Estoque carregado: ' WSS-QTD-CARGA
                  ' posicoes, ' WSS-QTD-RECUSA ' recusadas.'
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-IMPORTAR-ESTOQUEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARREGAR-POSICAO             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-INTERFACE
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ
                GO                     TO RT-CARREGAR-POSICAOX
           END-READ.
      *
      *  ---> Cabecalho/trailer da interface sao ignorados
           IF REG-INTERFACE(1:1)       EQUAL 'H' OR 'T'
              GO                       TO RT-CARREGAR-POSICAOX
           END-IF.
      *
           MOVE SPACES                 TO WSS-ETQ-PRODUTO
                                          WSS-ETQ-FILIAL
                                          WSS-ETQ-DISPON
                                          WSS-ETQ-CAMINHO.
      *
           UNSTRING REG-INTERFACE      DELIMITED BY ';'
              INTO WSS-ETQ-PRODUTO
                   WSS-ETQ-FILIAL
                   WSS-ETQ-DISPON
                   WSS-ETQ-CAMINHO
           END-UNSTRING.
      *
           IF WSS-ETQ-PRODUTO          NOT NUMERIC
              OR WSS-ETQ-FILIAL        NOT NUMERIC
              OR WSS-ETQ-DISPON        NOT NUMERIC
              OR WSS-ETQ-CAMINHO       NOT NUMERIC
              ADD 1                    TO WSS-QTD-RECUSA
              GO                       TO RT-CARREGAR-POSICAOX
           END-IF.
      *
           MOVE WSS-ETQ-PRODUTO        TO ETQ-CPRODUTO-FDE.
           MOVE WSS-ETQ-FILIAL         TO ETQ-FILIAL-FDE.
           MOVE WSS-ETQ-DISPON         TO ETQ-QTD-DISPON-FDE.
           MOVE WSS-ETQ-CAMINHO        TO ETQ-QTD-CAMINHO-FDE.
           MOVE WSS-HOJE-AMD           TO ETQ-DT-POSICAO-FDE.
      *
           WRITE REG-FDE.
      *
      *  ---> Produto/filial repetido no arquivo: vale a ultima linha
           IF FS-ESTOQUE               EQUAL '22'
              REWRITE REG-FDE
           END-IF.
      *
           IF FS-ESTOQUE               EQUAL '00'
              ADD 1                    TO WSS-QTD-CARGA
           ELSE
              ADD 1                    TO WSS-QTD-RECUSA
           END-IF.
      *
       RT-CARREGAR-POSICAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    IMPORTACAO DE PEDIDOS WEB/B2B E TELEVENDAS: O ARQUIVO
      *    PEDIDOS.WEB (COM TRAILER 'T') PASSA PELA CONFERENCIA DE
      *    ENTRADA E, ACEITO, CADA PEDIDO VALIDO E GRAVADO EM PEDIDOS/
      *    PEDITEM CREDITADO AO VENDEDOR DA CARTEIRA NA DATA DO PEDIDO.
      *    PEDIDO COM QUALQUER ITEM INVALIDO E RECUSADO POR INTEIRO.
      *----------------------------------------------------------------*
       RT-IMPORTAR-PEDIDOS             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE 'PEDIDOS.WEB'          TO WSS-NOME-INTERFACE.
           MOVE 'S'                    TO WSS-T-TRAILER.
      *
           DISPLAY TELA-LABEL-REGISTRO
                   TELA-DADOS-REGISTRO-T.
      *
           MOVE "Confirma a importacao dos pedidos web/B2B? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-ENT.
           ACCEPT WSS-ENT              LINE 24 COL 66
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-ENT                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-IMPORTAR-PEDIDOSX
           END-IF.
      *
           PERFORM RT-ACEITAR-ENTRADA  THRU RT-ACEITAR-ENTRADAX.
      *
           IF WSS-ENTRADA-ACEITA       NOT EQUAL 'S'
              GO                       TO RT-IMPORTAR-PEDIDOSX
           END-IF.
      *
           PERFORM RT-ABRIR-PEDIDOS    THRU RT-ABRIR-PEDIDOSX.
      *
           MOVE ZEROS                  TO WSS-QTD-PED-CARGA
                                          WSS-QTD-PED-RECUSA
                                          WSS-QTD-ITM-CARGA.
           MOVE 'N'                    TO WSS-PW-ABERTO.
      *
           OPEN INPUT ARQ-INTERFACE.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ.
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              PERFORM RT-CARREGAR-PEDIDO-WEB
                                       THRU RT-CARREGAR-PEDIDO-WEBX
           END-PERFORM.
      *
      *  ---> Ultimo pedido do arquivo
           IF WSS-PW-ABERTO            EQUAL 'S'
              PERFORM RT-GRAVAR-PEDIDO-WEB
                                       THRU RT-GRAVAR-PEDIDO-WEBX
           END-IF.
      *
           CLOSE ARQ-INTERFACE
                 ARQ-PEDIDOS
                 ARQ-PEDITEM
                 ARQ-CLIENTES
                 ARQ-PRODUTO
                 ARQ-DISTRIBUIR
                 REL-PEDWEB.
      *
      *  ---> Fecha MUNICIPIO/CALENDARIO abertos pelo PRV00905
           MOVE 'F'                    TO WSN-ENT-FUNCAO.
           CALL WPT00906               USING WSN-ENT-PARM.
      *
           MOVE 'F'                    TO WSP-PER-FUNCAO.
           CALL WPT00913               USING WSP-PER-PARM.
      *
           MOVE 'PEDIDOS WEB/B2B CARREGADOS'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           IF WSS-QTD-PED-RECUSA       EQUAL ZEROS
              STRING 'Pedidos web carregados: ' WSS-QTD-PED-CARGA
                     ' (' WSS-QTD-ITM-CARGA ' itens).'
                 DELIMITED BY SIZE     INTO WSS-MENSAGEM
              END-STRING
           ELSE
              STRING 'Pedidos web: ' WSS-QTD-PED-CARGA
                     ' carregados, ' WSS-QTD-PED-RECUSA
                     ' recusados - ver ' WSS-ARQ-PEDWEB
                 DELIMITED BY SIZE     INTO WSS-MENSAGEM
              END-STRING
           END-IF.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-IMPORTAR-PEDIDOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR-PEDIDOS                SECTION.
      *  ---> CLIENTES, PRODUTO e DISTRIBUICAO sao obrigatorios para
      *       validar e creditar o pedido; PEDIDOS/PEDITEM sao criados
      *       se ainda nao existirem
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-CLIENTES.
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CLIENTES'          TO WSS-ARQUIVO
              MOVE FS-CLIENTES         TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN INPUT ARQ-PRODUTO.
           IF FS-PRODUTO               NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'PRODUTO'           TO WSS-ARQUIVO
              MOVE FS-PRODUTO          TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN INPUT ARQ-DISTRIBUIR.
           IF FS-DISTRIBUIR            NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'DISTRIBUIC'        TO WSS-ARQUIVO
              MOVE FS-DISTRIBUIR       TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN I-O ARQ-PEDIDOS.
      *
           EVALUATE FS-PEDIDOS
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-PEDIDOS
                    OPEN OUTPUT ARQ-PEDIDOS
                    CLOSE ARQ-PEDIDOS
                    OPEN I-O ARQ-PEDIDOS
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'PEDIDOS'     TO WSS-ARQUIVO
                    MOVE FS-PEDIDOS    TO WSS-FSTATUS
                    MOVE 6             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-PEDITEM.
      *
           EVALUATE FS-PEDITEM
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-PEDITEM
                    OPEN OUTPUT ARQ-PEDITEM
                    CLOSE ARQ-PEDITEM
                    OPEN I-O ARQ-PEDITEM
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'PEDITEM'     TO WSS-ARQUIVO
                    MOVE FS-PEDITEM    TO WSS-FSTATUS
                    MOVE 7             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           MOVE SPACES                 TO WSS-ARQ-PEDWEB.
           STRING 'REL-PEDWEB-' WSS-HOJE-AMD '.TXT'
              DELIMITED BY SIZE        INTO WSS-ARQ-PEDWEB
           END-STRING.
      *
           OPEN OUTPUT REL-PEDWEB.
           IF FS-PEDWEB                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'REL-PEDWEB'        TO WSS-ARQUIVO
              MOVE FS-PEDWEB           TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE WSS-NOME-INTERFACE     TO PW-CAB-ARQUIVO.
           WRITE REG-PEDWEB            FROM PW-CABECALHO.
           MOVE SPACES                 TO REG-PEDWEB.
           WRITE REG-PEDWEB.
           WRITE REG-PEDWEB            FROM PW-CABECALHO-2.
      *
       RT-ABRIR-PEDIDOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARREGAR-PEDIDO-WEB          SECTION.
      *  ---> 'P' fecha o pedido anterior e abre o proximo; 'I' soma
      *       um item ao pedido aberto; cabecalho/trailer ignorados
      *----------------------------------------------------------------*
      *
           READ ARQ-INTERFACE
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ
                GO                     TO RT-CARREGAR-PEDIDO-WEBX
           END-READ.
      *
           EVALUATE REG-INTERFACE(1:1)
               WHEN 'P'
                    IF WSS-PW-ABERTO   EQUAL 'S'
                       PERFORM RT-GRAVAR-PEDIDO-WEB
                                       THRU RT-GRAVAR-PEDIDO-WEBX
                    END-IF
                    PERFORM RT-INICIAR-PEDIDO-WEB
                                       THRU RT-INICIAR-PEDIDO-WEBX
               WHEN 'I'
                    PERFORM RT-ACUMULAR-ITEM-WEB
                                       THRU RT-ACUMULAR-ITEM-WEBX
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *
       RT-CARREGAR-PEDIDO-WEBX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-INICIAR-PEDIDO-WEB           SECTION.
      *  ---> Cabecalho: cliente ativo no CLIENTES, data valida e
      *       vendedor da carteira na data do pedido
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WSS-PW-ABERTO
                                          WSS-PW-VALIDO.
           MOVE SPACES                 TO WSS-PW-MOTIVO
                                          WSS-PW-CLIENTE
                                          WSS-PW-DATA
                                          WSS-PW-ORIGEM
                                          WSS-PW-NUMERO.
           MOVE ZEROS                  TO WSS-PW-H-CLIENTE
                                          WSS-PW-H-DATA
                                          WSS-PW-VENDEDOR
                                          WSS-PW-VALOR
                                          WSS-PW-QTD-ITENS.
      *
           UNSTRING REG-INTERFACE      DELIMITED BY ';'
              INTO WSS-PW-TIPO
                   WSS-PW-CLIENTE
                   WSS-PW-DATA
                   WSS-PW-ORIGEM
                   WSS-PW-NUMERO
           END-UNSTRING.
      *
           MOVE WSS-PW-NUMERO          TO WSS-PW-H-NUMERO.
      *
      *  ---> Origem 'T' = televendas; qualquer outra = web/B2B
           IF WSS-PW-ORIGEM            EQUAL 'T' OR 't'
              MOVE 'T'                 TO WSS-PW-H-ORIGEM
           ELSE
              MOVE 'W'                 TO WSS-PW-H-ORIGEM
           END-IF.
      *
           IF WSS-PW-CLIENTE           NOT NUMERIC
              OR WSS-PW-DATA           NOT NUMERIC
              MOVE 'N'                 TO WSS-PW-VALIDO
              MOVE 'CABECALHO INVALIDO'
                                       TO WSS-PW-MOTIVO
              GO                       TO RT-INICIAR-PEDIDO-WEBX
           END-IF.
      *
           MOVE WSS-PW-CLIENTE         TO WSS-PW-H-CLIENTE.
           MOVE WSS-PW-DATA            TO WSS-PW-H-DATA.
      *
           IF WSS-PW-H-DATA            LESS 20000101
              OR WSS-PW-H-DATA(5:2)    LESS '01'
              OR WSS-PW-H-DATA(5:2)    GREATER '12'
              OR WSS-PW-H-DATA(7:2)    LESS '01'
              OR WSS-PW-H-DATA(7:2)    GREATER '31'
              MOVE 'N'                 TO WSS-PW-VALIDO
              MOVE 'DATA DO PEDIDO INVALIDA'
                                       TO WSS-PW-MOTIVO
              GO                       TO RT-INICIAR-PEDIDO-WEBX
           END-IF.
      *
           COMPUTE WSS-PW-PED-INT =
                   FUNCTION INTEGER-OF-DATE (WSS-PW-H-DATA).
      *
           IF WSS-PW-PED-INT           EQUAL ZEROS
              OR FUNCTION DATE-OF-INTEGER (WSS-PW-PED-INT)
                                       NOT EQUAL WSS-PW-H-DATA
              MOVE 'N'                 TO WSS-PW-VALIDO
              MOVE 'DATA DO PEDIDO INVALIDA'
                                       TO WSS-PW-MOTIVO
              GO                       TO RT-INICIAR-PEDIDO-WEBX
           END-IF.
      *
           MOVE WSS-PW-H-CLIENTE       TO CODIGO-FDC.
           READ ARQ-CLIENTES
             INVALID KEY
                MOVE 'N'               TO WSS-PW-VALIDO
                MOVE 'CLIENTE NAO CADASTRADO'
                                       TO WSS-PW-MOTIVO
                GO                     TO RT-INICIAR-PEDIDO-WEBX
           END-READ.
      *
           IF NOT ATIVO-FDC
              MOVE 'N'                 TO WSS-PW-VALIDO
              MOVE 'CLIENTE NAO ATIVO'
                                       TO WSS-PW-MOTIVO
              GO                       TO RT-INICIAR-PEDIDO-WEBX
           END-IF.
      *
           MOVE CIDADE-FDC             TO WSS-PW-CIDADE.
           MOVE UF-FDC                 TO WSS-PW-UF.
      *
           PERFORM RT-VENDEDOR-CARTEIRA
                                       THRU RT-VENDEDOR-CARTEIRAX.
      *
           IF WSS-PW-VENDEDOR          EQUAL ZEROS
              MOVE 'N'                 TO WSS-PW-VALIDO
              MOVE 'CLIENTE SEM VENDEDOR NA CARTEIRA'
                                       TO WSS-PW-MOTIVO
           END-IF.
      *
       RT-INICIAR-PEDIDO-WEBX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VENDEDOR-CARTEIRA            SECTION.
      *  ---> Vendedor atual da DISTRIBUICAO; pedido anterior ao
      *       vinculo atual (DTVINCULO) vai ao vendedor do snapshot
      *       HISTDIST mais recente ate a data do pedido (ate 60 dias
      *       antes), e sem snapshot fica com o vendedor atual
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-PW-VENDEDOR.
      *
           MOVE WSS-PW-H-CLIENTE       TO CCLIENTE-FDB.
           READ ARQ-DISTRIBUIR
             INVALID KEY
                GO                     TO RT-VENDEDOR-CARTEIRAX
           END-READ.
      *
           MOVE CVENDEDOR-FDB          TO WSS-PW-VENDEDOR.
      *
           IF DTVINCULO-FDB            NOT NUMERIC
              OR DTVINCULO-FDB         EQUAL ZEROS
              OR DTVINCULO-FDB         NOT GREATER WSS-PW-H-DATA
              GO                       TO RT-VENDEDOR-CARTEIRAX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-PW-VEN-DATA.
           MOVE WSS-PW-PED-INT         TO WSS-PW-PROBE-INT.
           COMPUTE WSS-PW-PROBE-FIM    = WSS-PW-PED-INT - 60.
      *
           PERFORM UNTIL WSS-PW-PROBE-INT
                                       LESS WSS-PW-PROBE-FIM
                      OR WSS-PW-VEN-DATA
                                       GREATER ZEROS
              COMPUTE WSS-PW-SNAP-AMD =
                      FUNCTION DATE-OF-INTEGER (WSS-PW-PROBE-INT)
              MOVE SPACES              TO WSS-ARQ-HISTORICO
              STRING 'HISTDIST'        DELIMITED BY SIZE
                     WSS-PW-SNAP-AMD   DELIMITED BY SIZE
                 INTO WSS-ARQ-HISTORICO
              END-STRING
              PERFORM RT-LER-SNAPSHOT  THRU RT-LER-SNAPSHOTX
              SUBTRACT 1               FROM WSS-PW-PROBE-INT
           END-PERFORM.
      *
           IF WSS-PW-VEN-DATA          GREATER ZEROS
              MOVE WSS-PW-VEN-DATA     TO WSS-PW-VENDEDOR
           END-IF.
      *
       RT-VENDEDOR-CARTEIRAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-SNAPSHOT                 SECTION.
      *  ---> Snapshot inexistente na data e simplesmente ignorado
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-HISTORICO.
      *
           IF FS-HISTORICO             NOT EQUAL '00'
              GO                       TO RT-LER-SNAPSHOTX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ-HIS.
      *
           PERFORM UNTIL WSS-FIM-ARQ-HIS
                                       EQUAL 'S' OR 's'
              READ ARQ-HISTORICO
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-HIS
                NOT AT END
                   IF CCLIENTE-FDH     EQUAL WSS-PW-H-CLIENTE
                      AND CVENDEDOR-FDH
                                       NOT EQUAL ZEROS
                      MOVE CVENDEDOR-FDH
                                       TO WSS-PW-VEN-DATA
                      MOVE 'S'         TO WSS-FIM-ARQ-HIS
                   END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-HISTORICO.
      *
       RT-LER-SNAPSHOTX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ACUMULAR-ITEM-WEB            SECTION.
      *  ---> Item: produto ativo no catalogo, quantidade positiva e
      *       preco em centavos; guardado ate o fim do pedido
      *----------------------------------------------------------------*
      *
      *  ---> Item sem cabecalho antes dele nao tem a quem pertencer
           IF WSS-PW-ABERTO            NOT EQUAL 'S'
              MOVE ZEROS               TO WSS-PW-H-CLIENTE
                                          WSS-PW-H-DATA
              MOVE SPACES              TO WSS-PW-H-ORIGEM
                                          WSS-PW-H-NUMERO
              MOVE 'ITEM SEM CABECALHO DE PEDIDO'
                                       TO WSS-PW-MOTIVO
              PERFORM RT-IMPRIME-RECUSA
                                       THRU RT-IMPRIME-RECUSAX
              GO                       TO RT-ACUMULAR-ITEM-WEBX
           END-IF.
      *
           IF WSS-PW-VALIDO            NOT EQUAL 'S'
              GO                       TO RT-ACUMULAR-ITEM-WEBX
           END-IF.
      *
           MOVE SPACES                 TO WSS-PW-PRODUTO
                                          WSS-PW-QTDE
                                          WSS-PW-PRECO.
      *
           UNSTRING REG-INTERFACE      DELIMITED BY ';'
              INTO WSS-PW-TIPO
                   WSS-PW-PRODUTO
                   WSS-PW-QTDE
                   WSS-PW-PRECO
           END-UNSTRING.
      *
           IF WSS-PW-PRODUTO           NOT NUMERIC
              OR WSS-PW-QTDE           NOT NUMERIC
              OR WSS-PW-PRECO          NOT NUMERIC
              MOVE 'N'                 TO WSS-PW-VALIDO
              MOVE 'ITEM INVALIDO'     TO WSS-PW-MOTIVO
              GO                       TO RT-ACUMULAR-ITEM-WEBX
           END-IF.
      *
           IF WSS-PW-QTDE              EQUAL ZEROS
              MOVE 'N'                 TO WSS-PW-VALIDO
              MOVE 'ITEM COM QUANTIDADE ZERO'
                                       TO WSS-PW-MOTIVO
              GO                       TO RT-ACUMULAR-ITEM-WEBX
           END-IF.
      *
           IF WSS-PW-QTD-ITENS         NOT LESS 99
              MOVE 'N'                 TO WSS-PW-VALIDO
              MOVE 'PEDIDO COM MAIS DE 99 ITENS'
                                       TO WSS-PW-MOTIVO
              GO                       TO RT-ACUMULAR-ITEM-WEBX
           END-IF.
      *
           MOVE WSS-PW-PRODUTO         TO PRO-CODIGO-FDT.
           READ ARQ-PRODUTO
             INVALID KEY
                MOVE 'N'               TO WSS-PW-VALIDO
                MOVE 'PRODUTO NAO CADASTRADO'
                                       TO WSS-PW-MOTIVO
                GO                     TO RT-ACUMULAR-ITEM-WEBX
           END-READ.
      *
           IF PRODUTO-INATIVO-FDT
              MOVE 'N'                 TO WSS-PW-VALIDO
              MOVE 'PRODUTO INATIVO'   TO WSS-PW-MOTIVO
              GO                       TO RT-ACUMULAR-ITEM-WEBX
           END-IF.
      *
           ADD 1                       TO WSS-PW-QTD-ITENS.
           MOVE WSS-PW-QTD-ITENS       TO WSS-PW-IDX.
           MOVE WSS-PW-PRECO           TO WSS-PW-CENTAVOS.
      *
           MOVE PRO-CODIGO-FDT         TO WSS-PW-I-PRODUTO
                                          (WSS-PW-IDX).
           MOVE WSS-PW-QTDE            TO WSS-PW-I-QTDE (WSS-PW-IDX).
           COMPUTE WSS-PW-I-PRECO (WSS-PW-IDX) =
                   WSS-PW-CENTAVOS / 100.
           COMPUTE WSS-PW-I-TOTAL (WSS-PW-IDX) =
                   WSS-PW-I-QTDE (WSS-PW-IDX) *
                   WSS-PW-I-PRECO (WSS-PW-IDX).
           ADD WSS-PW-I-TOTAL (WSS-PW-IDX)
                                       TO WSS-PW-VALOR.
      *
       RT-ACUMULAR-ITEM-WEBX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-PEDIDO-WEB            SECTION.
      *  ---> Fecha o pedido corrente: valido e com itens, grava o
      *       cabecalho na proxima sequencia livre do cliente na data
      *       e os itens; senao, lista no relatorio de recusados
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-PW-ABERTO.
      *
           IF WSS-PW-VALIDO            EQUAL 'S'
              AND WSS-PW-QTD-ITENS     EQUAL ZEROS
              MOVE 'N'                 TO WSS-PW-VALIDO
              MOVE 'PEDIDO SEM ITENS'  TO WSS-PW-MOTIVO
           END-IF.
      *
           IF WSS-PW-VALIDO            NOT EQUAL 'S'
              PERFORM RT-IMPRIME-RECUSA
                                       THRU RT-IMPRIME-RECUSAX
              GO                       TO RT-GRAVAR-PEDIDO-WEBX
           END-IF.
      *
      *  ---> Pedido datado em mes ja fechado (PT000058) e recusado
           MOVE 'C'                    TO WSP-PER-FUNCAO.
           MOVE WSS-PW-H-DATA          TO WSP-PER-DATA.
           MOVE 'PT000065'             TO WSP-PER-PROGRAMA.
           MOVE LKS-OPERADOR           TO WSP-PER-OPERADOR.
           MOVE 'M'                    TO WSP-PER-OPERACAO.
           MOVE SPACES                 TO WSP-PER-CHAVE.
           STRING 'PEDIDO WEB '        WSS-PW-H-NUMERO
              DELIMITED BY SIZE        INTO WSP-PER-CHAVE
           END-STRING.
           CALL WPT00913               USING WSP-PER-PARM.
      *
           IF WSP-PER-FECHADO
              MOVE 'PERIODO FECHADO (PT000058)'
                                       TO WSS-PW-MOTIVO
              PERFORM RT-IMPRIME-RECUSA
                                       THRU RT-IMPRIME-RECUSAX
              GO                       TO RT-GRAVAR-PEDIDO-WEBX
           END-IF.
      *
           PERFORM RT-PROXIMA-SEQ      THRU RT-PROXIMA-SEQX.
      *
           MOVE WSS-PW-H-CLIENTE       TO PED-CCLIENTE-FDP.
           MOVE WSS-PW-H-DATA          TO PED-DATA-FDP.
           MOVE WSS-PW-PROX-SEQ        TO PED-SEQ-FDP.
           MOVE WSS-PW-VENDEDOR        TO PED-CVENDEDOR-FDP.
           MOVE WSS-PW-VALOR           TO PED-VALOR-FDP.
           MOVE 'A'                    TO PED-SITUACAO-FDP.
           MOVE WSS-PW-H-ORIGEM        TO PED-ORIGEM-FDP.
           MOVE SPACES                 TO PED-OBS-FDP.
           IF ORIGEM-TELEFONE-FDP
              STRING 'TEL ' WSS-PW-H-NUMERO
                 DELIMITED BY SIZE     INTO PED-OBS-FDP
              END-STRING
           ELSE
              STRING 'WEB ' WSS-PW-H-NUMERO
                 DELIMITED BY SIZE     INTO PED-OBS-FDP
              END-STRING
           END-IF.
      *  ---> Pedido novo nasce sem historico de faturamento (a area
      *       do registro pode trazer restos do pedido lido na busca
      *       da sequencia)
           MOVE SPACES                 TO PED-SIT-ERP-FDP
                                          PED-APROVADOR-FDP
                                          PED-RETENCAO-FDP.
           MOVE ZEROS                  TO PED-NOTA-FDP
                                          PED-DT-DECISAO-FDP
                                          PED-MOTIVO-REPROV-FDP
                                          PED-DT-FATURA-FDP
                                          PED-SEQ-ENTREGA-FDP.
      *
      *  ---> Entrega prometida pela cidade/UF do cliente
           MOVE 'C'                    TO WSN-ENT-FUNCAO.
           MOVE WSS-PW-CIDADE          TO WSN-ENT-CIDADE.
           MOVE WSS-PW-UF              TO WSN-ENT-UF.
           MOVE WSS-PW-H-DATA          TO WSN-ENT-DT-PEDIDO.
           CALL WPT00906               USING WSN-ENT-PARM.
           MOVE WSN-ENT-DT-ENTREGA     TO PED-DT-ENTREGA-FDP.
      *
           WRITE REG-FDP.
      *
           IF FS-PEDIDOS               NOT EQUAL '00'
              MOVE 'ERRO NA GRAVACAO DO PEDIDO'
                                       TO WSS-PW-MOTIVO
              PERFORM RT-IMPRIME-RECUSA
                                       THRU RT-IMPRIME-RECUSAX
              GO                       TO RT-GRAVAR-PEDIDO-WEBX
           END-IF.
      *
           PERFORM RT-GRAVAR-ITEM-WEB  THRU RT-GRAVAR-ITEM-WEBX
              VARYING WSS-PW-IDX       FROM 1 BY 1
              UNTIL   WSS-PW-IDX       GREATER WSS-PW-QTD-ITENS.
      *
           ADD 1                       TO WSS-QTD-PED-CARGA.
      *
       RT-GRAVAR-PEDIDO-WEBX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-ITEM-WEB              SECTION.
      *  ---> Preco do pedido web vale tambem como preco de lista (sem
      *       tabela nem campanha)
      *----------------------------------------------------------------*
      *
           MOVE PED-CCLIENTE-FDP       TO ITM-CCLIENTE-FDI.
           MOVE PED-DATA-FDP           TO ITM-DATA-FDI.
           MOVE PED-SEQ-FDP            TO ITM-SEQ-FDI.
           MOVE WSS-PW-IDX             TO ITM-ITEM-FDI.
           MOVE WSS-PW-I-PRODUTO (WSS-PW-IDX)
                                       TO ITM-CPRODUTO-FDI.
           MOVE WSS-PW-I-QTDE (WSS-PW-IDX)
                                       TO ITM-QTDE-FDI.
           MOVE WSS-PW-I-PRECO (WSS-PW-IDX)
                                       TO ITM-PRECO-FDI
                                          ITM-PRECO-LISTA-FDI.
           MOVE WSS-PW-I-TOTAL (WSS-PW-IDX)
                                       TO ITM-TOTAL-FDI.
           MOVE SPACES                 TO ITM-TABELA-FDI
                                          ITM-CAMPANHA-FDI.
           MOVE ZEROS                  TO ITM-QTD-ENCOMENDA-FDI.
      *
           WRITE REG-FDI.
      *
           IF FS-PEDITEM               EQUAL '00'
              ADD 1                    TO WSS-QTD-ITM-CARGA
           END-IF.
      *
       RT-GRAVAR-ITEM-WEBX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PROXIMA-SEQ                  SECTION.
      *  ---> Determina a proxima sequencia livre do pedido para o
      *       cliente na data (varios pedidos no mesmo dia)
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO WSS-PW-PROX-SEQ.
      *
           MOVE WSS-PW-H-CLIENTE       TO PED-CCLIENTE-FDP.
           MOVE WSS-PW-H-DATA          TO PED-DATA-FDP.
           MOVE ZEROS                  TO PED-SEQ-FDP.
           MOVE 'N'                    TO WSS-FIM-ARQ-PED.
      *
           START ARQ-PEDIDOS           KEY IS NOT LESS PED-CHAVE-FDP
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-PED
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-PED
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-SEQ-PEDIDO
                                       THRU RT-LER-SEQ-PEDIDOX
           END-PERFORM.
      *
       RT-PROXIMA-SEQX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-SEQ-PEDIDO               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDIDOS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-PED
                GO                     TO RT-LER-SEQ-PEDIDOX
           END-READ.
      *
           IF PED-CCLIENTE-FDP         NOT EQUAL WSS-PW-H-CLIENTE
              OR PED-DATA-FDP          NOT EQUAL WSS-PW-H-DATA
              MOVE 'S'                 TO WSS-FIM-ARQ-PED
              GO                       TO RT-LER-SEQ-PEDIDOX
           END-IF.
      *
           COMPUTE WSS-PW-PROX-SEQ = PED-SEQ-FDP + 1.
      *
       RT-LER-SEQ-PEDIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-RECUSA               SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WSS-QTD-PED-RECUSA.
      *
           MOVE WSS-PW-H-CLIENTE       TO PW-DET-CLIENTE.
           MOVE WSS-PW-H-DATA          TO PW-DET-DATA.
           MOVE WSS-PW-H-ORIGEM        TO PW-DET-ORIGEM.
           MOVE WSS-PW-H-NUMERO        TO PW-DET-NUMERO.
           MOVE WSS-PW-MOTIVO          TO PW-DET-MOTIVO.
      *
           WRITE REG-PEDWEB            FROM PW-DETALHE.
      *
       RT-IMPRIME-RECUSAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    IMPORTACAO DO ARQUIVO DIARIO DO RH (EVENTOS.RH, COM TRAILER
      *    'T'): CONFERIDO NO MANIFESTO COMO TODA ENTRADA, CADA EVENTO
      *    E LOCALIZADO PELO CPF NO VENDEDOR. ADMISSAO VAI PARA O LOTE
      *    EM ESTAGIO ESTAGVEN (REVISAO DO SUPERVISOR NO PT000027);
      *    DESLIGAMENTO GRAVA A SOLICITACAO DO PT000017 NA FILA DE
      *    APROVACAO; FERIAS GRAVA A JANELA NA AGENDA AUSENCIA. EVENTO
      *    SEM CORRESPONDENCIA SAI NO REL-EXCRH-AAAAMMDD.TXT.
      *----------------------------------------------------------------*
       RT-IMPORTAR-RH                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE 'EVENTOS.RH'           TO WSS-NOME-INTERFACE.
           MOVE 'S'                    TO WSS-T-TRAILER.
      *
           DISPLAY TELA-LABEL-REGISTRO
                   TELA-DADOS-REGISTRO-T.
      *
           MOVE "Confirma a importacao dos eventos do RH? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-ENT.
           ACCEPT WSS-ENT              LINE 24 COL 66
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-ENT                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-IMPORTAR-RHX
           END-IF.
      *
           PERFORM RT-ACEITAR-ENTRADA  THRU RT-ACEITAR-ENTRADAX.
      *
           IF WSS-ENTRADA-ACEITA       NOT EQUAL 'S'
              GO                       TO RT-IMPORTAR-RHX
           END-IF.
      *
           PERFORM RT-ABRIR-RH         THRU RT-ABRIR-RHX.
      *
           MOVE ZEROS                  TO WSS-QTD-RH-ADM
                                          WSS-QTD-RH-DES
                                          WSS-QTD-RH-FER
                                          WSS-QTD-RH-EXC.
      *
           OPEN INPUT ARQ-INTERFACE.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ.
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              PERFORM RT-CARREGAR-EVENTO-RH
                                       THRU RT-CARREGAR-EVENTO-RHX
           END-PERFORM.
      *
           CLOSE ARQ-INTERFACE
                 ARQ-VENDEDOR
                 ARQ-AUSENCIA
                 ARQ-APROVACAO
                 ARQ-ESTAGVEN
                 REL-EXCRH.
      *
           MOVE 'EVENTOS DO RH CARREGADOS'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'RH: adm ' WSS-QTD-RH-ADM ' desl ' WSS-QTD-RH-DES
                  ' fer ' WSS-QTD-RH-FER ' exc ' WSS-QTD-RH-EXC
                  ' - ' WSS-ARQ-EXCRH
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-IMPORTAR-RHX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR-RH                     SECTION.
      *  ---> VENDEDOR e obrigatorio para localizar o CPF; AUSENCIA e
      *       APROVACAO sao criados se ainda nao existirem. O maior
      *       codigo do VENDEDOR e do lote em estagio numera as
      *       admissoes; o ESTAGVEN recebe os novos no fim do lote.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-VENDEDOR.
           IF FS-VENDEDOR              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'VENDEDOR'          TO WSS-ARQUIVO
              MOVE FS-VENDEDOR         TO WSS-FSTATUS
              MOVE 9                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN I-O ARQ-AUSENCIA.
      *
           EVALUATE FS-AUSENCIA
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-AUSENCIA
                    OPEN OUTPUT ARQ-AUSENCIA
                    CLOSE ARQ-AUSENCIA
                    OPEN I-O ARQ-AUSENCIA
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'AUSENCIA'    TO WSS-ARQUIVO
                    MOVE FS-AUSENCIA   TO WSS-FSTATUS
                    MOVE 10            TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-APROVACAO.
      *
           EVALUATE FS-APROVACAO
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-APROVACAO
                    OPEN OUTPUT ARQ-APROVACAO
                    CLOSE ARQ-APROVACAO
                    OPEN I-O ARQ-APROVACAO
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'APROVACAO'   TO WSS-ARQUIVO
                    MOVE FS-APROVACAO  TO WSS-FSTATUS
                    MOVE 11            TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
      *  ---> Maior codigo ja cadastrado
           MOVE ZEROS                  TO WSS-RH-MAX-CODIGO
                                          CODIGO-FDV.
           MOVE 'N'                    TO WSS-FIM-ARQ-VEN.
      *
           START ARQ-VENDEDOR          KEY IS NOT LESS CODIGO-FDV
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-VEN
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-VEN
                                       EQUAL 'S' OR 's'
              READ ARQ-VENDEDOR        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-VEN
                NOT AT END
                   MOVE CODIGO-FDV     TO WSS-RH-MAX-CODIGO
              END-READ
           END-PERFORM.
      *
      *  ---> Codigos ja reservados no lote pendente de revisao
           OPEN INPUT ARQ-ESTAGVEN.
      *
           IF FS-ESTAGVEN              EQUAL '00'
              MOVE 'N'                 TO WSS-FIM-ARQ-VEN
              PERFORM UNTIL WSS-FIM-ARQ-VEN
                                       EQUAL 'S' OR 's'
                 READ ARQ-ESTAGVEN
                   AT END
                      MOVE 'S'         TO WSS-FIM-ARQ-VEN
                   NOT AT END
                      MOVE ESV-DADOS   TO REG-WSV
                      IF CODIGO-WSV    NUMERIC
                         AND CODIGO-WSV
                                       GREATER WSS-RH-MAX-CODIGO
                         MOVE CODIGO-WSV
                                       TO WSS-RH-MAX-CODIGO
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQ-ESTAGVEN
           END-IF.
      *
           OPEN EXTEND ARQ-ESTAGVEN.
           IF FS-ESTAGVEN              EQUAL '05' OR '35'
              CLOSE ARQ-ESTAGVEN
              OPEN OUTPUT ARQ-ESTAGVEN
           END-IF.
      *
           IF FS-ESTAGVEN              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'ESTAGVEN'          TO WSS-ARQUIVO
              MOVE FS-ESTAGVEN         TO WSS-FSTATUS
              MOVE 12                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE SPACES                 TO WSS-ARQ-EXCRH.
           STRING 'REL-EXCRH-' WSS-HOJE-AMD '.TXT'
              DELIMITED BY SIZE        INTO WSS-ARQ-EXCRH
           END-STRING.
      *
           OPEN OUTPUT REL-EXCRH.
           IF FS-EXCRH                 NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'REL-EXCRH'         TO WSS-ARQUIVO
              MOVE FS-EXCRH            TO WSS-FSTATUS
              MOVE 13                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE WSS-NOME-INTERFACE     TO RH-CAB-ARQUIVO.
           WRITE REG-EXCRH             FROM RH-CABECALHO.
           MOVE SPACES                 TO REG-EXCRH.
           WRITE REG-EXCRH.
           WRITE REG-EXCRH             FROM RH-CABECALHO-2.
      *
       RT-ABRIR-RHX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARREGAR-EVENTO-RH           SECTION.
      *  ---> 'E' e um evento; cabecalho/trailer sao ignorados
      *----------------------------------------------------------------*
      *
           READ ARQ-INTERFACE
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ
                GO                     TO RT-CARREGAR-EVENTO-RHX
           END-READ.
      *
           IF REG-INTERFACE(1:1)       EQUAL 'H' OR 'T'
              GO                       TO RT-CARREGAR-EVENTO-RHX
           END-IF.
      *
           MOVE SPACES                 TO WSS-RH-REGISTRO
                                          WSS-RH-TIPO
                                          WSS-RH-CPF
                                          WSS-RH-DT-EFETIVA
                                          WSS-RH-DT-FIM
                                          WSS-RH-NOME
                                          WSS-RH-FILIAL
                                          WSS-RH-TELEFONE
                                          WSS-RH-EMAIL
                                          WSS-RH-MOTIVO.
      *
           UNSTRING REG-INTERFACE      DELIMITED BY ';'
              INTO WSS-RH-REGISTRO
                   WSS-RH-TIPO
                   WSS-RH-CPF
                   WSS-RH-DT-EFETIVA
                   WSS-RH-DT-FIM
                   WSS-RH-NOME
                   WSS-RH-FILIAL
                   WSS-RH-TELEFONE
                   WSS-RH-EMAIL
           END-UNSTRING.
      *
           IF WSS-RH-REGISTRO          NOT EQUAL 'E'
              OR WSS-RH-CPF            NOT NUMERIC
              OR WSS-RH-DT-EFETIVA     NOT NUMERIC
              MOVE 'REGISTRO INVALIDO'  TO WSS-RH-MOTIVO
              PERFORM RT-IMPRIME-EXCECAO-RH
                                       THRU RT-IMPRIME-EXCECAO-RHX
              GO                       TO RT-CARREGAR-EVENTO-RHX
           END-IF.
      *
           PERFORM RT-LOCALIZAR-CPF    THRU RT-LOCALIZAR-CPFX.
      *
           EVALUATE WSS-RH-TIPO
               WHEN 'A'
                    PERFORM RT-RH-ADMISSAO
                                       THRU RT-RH-ADMISSAOX
               WHEN 'D'
                    PERFORM RT-RH-DESLIGAMENTO
                                       THRU RT-RH-DESLIGAMENTOX
               WHEN 'F'
                    PERFORM RT-RH-FERIAS
                                       THRU RT-RH-FERIASX
               WHEN OTHER
                    MOVE 'TIPO DE EVENTO INVALIDO'
                                       TO WSS-RH-MOTIVO
                    PERFORM RT-IMPRIME-EXCECAO-RH
                                       THRU RT-IMPRIME-EXCECAO-RHX
           END-EVALUATE.
      *
       RT-CARREGAR-EVENTO-RHX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LOCALIZAR-CPF                SECTION.
      *  ---> Percorre os vendedores do CPF (chave alternativa com
      *       duplicidade): fica com o ativo, se houver, ou com o
      *       ultimo cadastro inativo
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-RH-VENDEDOR.
           MOVE 'N'                    TO WSS-RH-ATIVO.
      *
           MOVE WSS-RH-CPF             TO CPF-FDV.
           MOVE 'N'                    TO WSS-FIM-ARQ-VEN.
      *
           START ARQ-VENDEDOR          KEY IS EQUAL CPF-FDV
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-VEN
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-VEN
                                       EQUAL 'S' OR 's'
              READ ARQ-VENDEDOR        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-VEN
                NOT AT END
                   IF CPF-FDV          NOT EQUAL WSS-RH-CPF
                      MOVE 'S'         TO WSS-FIM-ARQ-VEN
                   ELSE
                      IF WSS-RH-ATIVO  NOT EQUAL 'S'
                         MOVE CODIGO-FDV
                                       TO WSS-RH-VENDEDOR
                         IF ATIVO-FDV
                            MOVE 'S'   TO WSS-RH-ATIVO
                         END-IF
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
      *  ---> Deixa no REG-FDV o cadastro escolhido
           IF WSS-RH-VENDEDOR          GREATER ZEROS
              MOVE WSS-RH-VENDEDOR     TO CODIGO-FDV
              READ ARQ-VENDEDOR        KEY IS CODIGO-FDV
                   INVALID KEY
                       MOVE ZEROS      TO WSS-RH-VENDEDOR
              END-READ
           END-IF.
      *
       RT-LOCALIZAR-CPFX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RH-ADMISSAO                  SECTION.
      *  ---> CPF sem cadastro ativo: inclusao no lote em estagio com
      *       o proximo codigo livre e o regime de rampa a partir da
      *       data de admissao; readmissao reativa o cadastro antigo.
      *       Coordenadas, raio e capacidade sao completados pelo
      *       supervisor na revisao do lote.
      *----------------------------------------------------------------*
      *
           IF WSS-RH-ATIVO             EQUAL 'S'
              MOVE 'CPF JA CADASTRADO ATIVO'
                                       TO WSS-RH-MOTIVO
              PERFORM RT-IMPRIME-EXCECAO-RH
                                       THRU RT-IMPRIME-EXCECAO-RHX
              GO                       TO RT-RH-ADMISSAOX
           END-IF.
      *
           IF WSS-RH-NOME              EQUAL SPACES
              MOVE 'ADMISSAO SEM NOME'  TO WSS-RH-MOTIVO
              PERFORM RT-IMPRIME-EXCECAO-RH
                                       THRU RT-IMPRIME-EXCECAO-RHX
              GO                       TO RT-RH-ADMISSAOX
           END-IF.
      *
           IF WSS-RH-VENDEDOR          GREATER ZEROS
              MOVE REG-FDV             TO REG-WSV
              MOVE 'A'                 TO WSS-RH-ACAO
           ELSE
              INITIALIZE REG-WSV
              ADD 1                    TO WSS-RH-MAX-CODIGO
              MOVE WSS-RH-MAX-CODIGO   TO CODIGO-WSV
              MOVE WSS-RH-CPF          TO CPF-WSV
              MOVE WSS-HOJE-AMD        TO DTINCLUSAO-WSV
              MOVE 'C'                 TO TIPO-CONTRATO-WSV
                                          CANAL-WSV
              MOVE 'I'                 TO WSS-RH-ACAO
           END-IF.
      *
           MOVE WSS-RH-NOME            TO NOME-WSV.
           MOVE 'A'                    TO SITUACAO-WSV.
           MOVE WSS-HOJE-AMD           TO DTALTERACAO-WSV.
           MOVE 'S'                    TO TREINAMENTO-WSV.
           MOVE WSS-RH-DT-EFETIVA      TO DT-INICIO-TREIN-WSV.
      *
           IF WSS-RH-FILIAL            NUMERIC
              MOVE WSS-RH-FILIAL       TO FILIAL-WSV
           END-IF.
      *
           IF WSS-RH-TELEFONE          NOT EQUAL SPACES
              MOVE WSS-RH-TELEFONE     TO TELEFONE-WSV
           END-IF.
      *
           IF WSS-RH-EMAIL             NOT EQUAL SPACES
              MOVE WSS-RH-EMAIL        TO EMAIL-WSV
           END-IF.
      *
           MOVE WSS-RH-ACAO            TO ESV-ACAO.
           MOVE REG-WSV                TO ESV-DADOS.
      *
           WRITE REG-ESTAGVEN.
      *
           IF FS-ESTAGVEN              NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'ESTAGVEN'          TO WSS-ARQUIVO
              MOVE FS-ESTAGVEN         TO WSS-FSTATUS
              MOVE 14                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-RH-ADM.
      *
       RT-RH-ADMISSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RH-DESLIGAMENTO              SECTION.
      *  ---> Grava a solicitacao 'P' do PT000017 (mesma chave do
      *       desligamento feito na tela) para a aprovacao a quatro
      *       olhos no PT000073; aprovada, o PT000017 executa a
      *       redistribuicao da carteira
      *----------------------------------------------------------------*
      *
           IF WSS-RH-VENDEDOR          EQUAL ZEROS
              MOVE 'CPF NAO ENCONTRADO' TO WSS-RH-MOTIVO
              PERFORM RT-IMPRIME-EXCECAO-RH
                                       THRU RT-IMPRIME-EXCECAO-RHX
              GO                       TO RT-RH-DESLIGAMENTOX
           END-IF.
      *
           IF WSS-RH-ATIVO             NOT EQUAL 'S'
              MOVE 'VENDEDOR JA INATIVO' TO WSS-RH-MOTIVO
              PERFORM RT-IMPRIME-EXCECAO-RH
                                       THRU RT-IMPRIME-EXCECAO-RHX
              GO                       TO RT-RH-DESLIGAMENTOX
           END-IF.
      *
           MOVE SPACES                 TO WSS-RH-APR-CHAVE.
           STRING WSS-RH-VENDEDOR
              DELIMITED BY SIZE        INTO WSS-RH-APR-CHAVE
           END-STRING.
      *
           MOVE ZEROS                  TO WSS-RH-APR-MAXSEQ.
           MOVE 'N'                    TO WSS-RH-APR-EXISTE.
           MOVE ZEROS                  TO APR-SEQ-FDQ.
           MOVE 'N'                    TO WSS-FIM-ARQ-APR.
      *
           START ARQ-APROVACAO         KEY IS NOT LESS APR-SEQ-FDQ
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-APR
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-APR
                                       EQUAL 'S' OR 's'
              READ ARQ-APROVACAO       NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-APR
                NOT AT END
                   MOVE APR-SEQ-FDQ    TO WSS-RH-APR-MAXSEQ
                   IF APR-PROGRAMA-FDQ EQUAL 'PT000017'
                      AND APR-CHAVE-FDQ
                                       EQUAL WSS-RH-APR-CHAVE
                      AND (APR-PENDENTE-FDQ OR APR-APROVADA-FDQ)
                      MOVE 'S'         TO WSS-RH-APR-EXISTE
                   END-IF
              END-READ
           END-PERFORM.
      *
           IF WSS-RH-APR-EXISTE        EQUAL 'S'
              MOVE 'DESLIGAMENTO JA SOLICITADO'
                                       TO WSS-RH-MOTIVO
              PERFORM RT-IMPRIME-EXCECAO-RH
                                       THRU RT-IMPRIME-EXCECAO-RHX
              GO                       TO RT-RH-DESLIGAMENTOX
           END-IF.
      *
           COMPUTE APR-SEQ-FDQ          = WSS-RH-APR-MAXSEQ + 1.
           MOVE 'PT000017'             TO APR-PROGRAMA-FDQ.
           MOVE SPACES                 TO APR-DESCRICAO-FDQ.
           STRING 'DESLIGAMENTO RH ' WSS-RH-DT-EFETIVA
              DELIMITED BY SIZE        INTO APR-DESCRICAO-FDQ
           END-STRING.
           MOVE WSS-RH-APR-CHAVE       TO APR-CHAVE-FDQ.
           MOVE LKS-OPERADOR           TO APR-SOLICITANTE-FDQ.
           MOVE WSS-HOJE-AMD           TO APR-DT-SOLICIT-FDQ.
           MOVE 'P'                    TO APR-SITUACAO-FDQ.
           MOVE SPACES                 TO APR-APROVADOR-FDQ
                                          APR-EXECUTOR-FDQ.
           MOVE ZEROS                  TO APR-DT-DECISAO-FDQ
                                          APR-DT-EXECUCAO-FDQ.
      *
           WRITE REG-FDQ.
      *
           IF FS-APROVACAO             NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'APROVACAO'         TO WSS-ARQUIVO
              MOVE FS-APROVACAO        TO WSS-FSTATUS
              MOVE 15                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'DESLIGAMENTO RH SOLICITADO ' WSS-RH-VENDEDOR
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           ADD 1                       TO WSS-QTD-RH-DES.
      *
       RT-RH-DESLIGAMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RH-FERIAS                    SECTION.
      *  ---> Janela de ferias na agenda AUSENCIA (inicio = data
      *       efetiva); janela ja gravada com o mesmo inicio tem o fim
      *       atualizado, preservando o substituto ja nomeado
      *----------------------------------------------------------------*
      *
           IF WSS-RH-VENDEDOR          EQUAL ZEROS
              MOVE 'CPF NAO ENCONTRADO' TO WSS-RH-MOTIVO
              PERFORM RT-IMPRIME-EXCECAO-RH
                                       THRU RT-IMPRIME-EXCECAO-RHX
              GO                       TO RT-RH-FERIASX
           END-IF.
      *
           IF WSS-RH-DT-FIM            NOT NUMERIC
              OR WSS-RH-DT-FIM         LESS WSS-RH-DT-EFETIVA
              MOVE 'PERIODO DE FERIAS INVALIDO'
                                       TO WSS-RH-MOTIVO
              PERFORM RT-IMPRIME-EXCECAO-RH
                                       THRU RT-IMPRIME-EXCECAO-RHX
              GO                       TO RT-RH-FERIASX
           END-IF.
      *
           MOVE WSS-RH-VENDEDOR        TO AUS-CVENDEDOR-FDU.
           MOVE WSS-RH-DT-EFETIVA      TO AUS-DT-INICIO-FDU.
      *
           READ ARQ-AUSENCIA           KEY IS AUS-CHAVE-FDU
                INVALID KEY
                    MOVE ZEROS         TO AUS-SUBSTITUTO-FDU
           END-READ.
      *
           MOVE WSS-RH-DT-FIM          TO AUS-DT-FIM-FDU.
           MOVE 'FERIAS (INTERFACE RH)' TO AUS-MOTIVO-FDU.
      *
           IF FS-AUSENCIA              EQUAL '00'
              REWRITE REG-FDU
           ELSE
              WRITE REG-FDU
           END-IF.
      *
           IF FS-AUSENCIA              NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'AUSENCIA'          TO WSS-ARQUIVO
              MOVE FS-AUSENCIA         TO WSS-FSTATUS
              MOVE 16                  TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-RH-FER.
      *
       RT-RH-FERIASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-EXCECAO-RH           SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WSS-QTD-RH-EXC.
      *
           MOVE WSS-RH-TIPO            TO RH-DET-TIPO.
           MOVE WSS-RH-CPF             TO RH-DET-CPF.
           MOVE WSS-RH-DT-EFETIVA      TO RH-DET-DATA.
           MOVE WSS-RH-NOME            TO RH-DET-NOME.
           MOVE WSS-RH-MOTIVO          TO RH-DET-MOTIVO.
      *
           WRITE REG-EXCRH             FROM RH-DETALHE.
      *
       RT-IMPRIME-EXCECAO-RHX.
           EXIT.
      *
      *----------------------------------------------------------------*
