      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000117.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000117 ---> AMOSTRA MENSAL DA PESQUISA DE   *
      *     *            SATISFACAO PARA O INSTITUTO DE PESQUISA       *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : SORTEIA, DAS VISITAS DOS ULTIMOS 30 DIAS, A   *
      *     *            AMOSTRA DO MES PARA A PESQUISA TELEFONICA,    *
      *     *            ESTRATIFICADA POR VENDEDOR: ATE A COTA DO     *
      *     *            PARAMDIST POR VENDEDOR, ESPALHADA PELAS       *
      *     *            VISITAS DA JANELA (SORTEIO SISTEMATICO).      *
      *     *            FICAM FORA O CLIENTE SORTEADO NOS ULTIMOS     *
      *     *            MESES DE CARENCIA DO PARAMDIST, O CLIENTE SEM *
      *     *            CONTATO COM CONSENTIMENTO PARA PESQUISA       *
      *     *            (PRV00909) OU SEM TELEFONE, O CLIENTE COM     *
      *     *            OCORRENCIA ABERTA, O INATIVO E A VISITA SEM   *
      *     *            CONTATO (AUSENTE, RECUSA, NAO ATENDEU) OU COM *
      *     *            PRESENCA SUSPEITA/REPROVADA.                  *
      *     *            GERA AMOSTRA-PESQ-AAAAMM.TXT (HEADER/TRAILER  *
      *     *            COM QUANTIDADE E HASH DOS CLIENTES) REGISTRADO*
      *     *            NO MANIFESTO DO GATEWAY, GUARDA O SORTEIO NO  *
      *     *            ARQUIVO AMOSTRA (SO O RETORNO DE CLIENTE      *
      *     *            SORTEADO E ACEITO PELO PT000055) E EMITE O    *
      *     *            RESUMO POR VENDEDOR REL-AMOSTRA-AAAAMM.CSV.   *
      *     *            UMA AMOSTRA POR MES. EM LOTE ('B') GERA A DO  *
      *     *            MES DA DATA DE PROCESSAMENTO SEM TELA.        *
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
      *  ---> Visitas apontadas (lidas por vendedor + data)
           COPY 'SEL-VISITAS.CPY'      REPLACING ==::== BY ==-FDT==.
      *
      *  ---> Vendedores (estratos da amostra)
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
      *  ---> Clientes (razao social e situacao)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Contatos do cliente (nome e telefone do entrevistado)
           COPY 'SEL-CONTATOS.CPY'     REPLACING ==::== BY ==-FDO==.
      *
      *  ---> Ocorrencias de cliente (aberta tira o cliente)
           COPY 'SEL-OCORRENCIA.CPY'   REPLACING ==::== BY ==-FDR==.
      *
      *  ---> Amostras enviadas (carencia e conferencia do retorno)
           COPY 'SEL-AMOSTRA.CPY'      REPLACING ==::== BY ==-FDM==.
      *
      *  ---> Arquivo de PARAMETROS (carencia e cota por vendedor)
           COPY 'SEL-PARAMETROS.CPY'.
      *
      *  ---> Arquivo da amostra para o instituto (largura fixa H/D/T)
           SELECT  ARQ-ENVIO           ASSIGN TO WSS-ARQ-ENVIO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-ENVIO.
      *
      *  ---> Resumo da amostra por vendedor
           SELECT  REL-AMOSTRA         ASSIGN TO WSS-ARQ-RELAMO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RELAMO.
      *
      *  ---> Manifesto do gateway de transmissao
           COPY 'SEL-GTWMANIF.CPY'.
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
       FD  ARQ-VISITAS                 VALUE OF FILE-ID IS 'VISITAS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDT.
       COPY 'FD-VISITAS.CPY'           REPLACING ==::== BY ==-FDT==.
      *
       FD  ARQ-VENDEDOR                VALUE OF FILE-ID IS 'VENDEDOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDV.
       COPY 'FD-VENDEDOR.CPY'          REPLACING ==::== BY ==-FDV==.
      *
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-CONTATOS                VALUE OF FILE-ID IS 'CONTATOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-CONTATOS.CPY'          REPLACING ==::== BY ==-FDO==.
      *
       FD  ARQ-OCORRENCIA              VALUE OF FILE-ID IS 'OCORRENCIA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-OCORRENCIA.CPY'        REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-AMOSTRA                 VALUE OF FILE-ID IS 'AMOSTRA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDM.
       COPY 'FD-AMOSTRA.CPY'           REPLACING ==::== BY ==-FDM==.
      *
       COPY 'FD-PARAMETROS.CPY'.
      *
       FD  ARQ-ENVIO
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ENVIO                   PIC  X(200).
      *
       FD  REL-AMOSTRA.
       01  REG-RELAMO                  PIC  X(120).
      *
       FD  ARQ-GTWMANIF
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-GTWMANIF.CPY'          REPLACING ==::== BY ==-FDW==.
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
       77  WSS-FIM-ARQ-VEN             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-VIS             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-OCO             PIC  X(001)         VALUE 'N'.
       77  WSS-PVG-DATA                PIC  9(008)         VALUE ZEROS.
       77  WSS-PVG-LIDOS               PIC  9(004)         VALUE ZEROS.
       77  WSS-PVG-VIGENTE             PIC  9(004)         VALUE ZEROS.
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
           03  WSS-ARQ-ENVIO           PIC  X(030)         VALUE SPACES.
           03  WSS-ARQ-RELAMO          PIC  X(030)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - REGRAS DA AMOSTRA (CARENCIA E COTA VEM DO
      *    PARAMDIST; ZERADAS ASSUMEM O PADRAO)
      *----------------------------------------------------------------*
           03  WSS-CARENCIA            PIC  9(003)         VALUE ZEROS.
           03  WSS-CARENCIA-PADRAO     PIC  9(003)         VALUE 6.
           03  WSS-COTA                PIC  9(003)         VALUE ZEROS.
           03  WSS-COTA-PADRAO         PIC  9(003)         VALUE 10.
           03  WSS-DIAS-VISITA         PIC  9(003)         VALUE 30.
      *
           03  WSS-ANOMES              PIC  9(006)         VALUE ZEROS.
           03  WSS-ANOMES-R            REDEFINES WSS-ANOMES.
               05  WSS-ANOMES-ANO      PIC  9(004).
               05  WSS-ANOMES-MES      PIC  9(002).
           03  WSS-ANOMES-LIMITE       PIC  9(006)         VALUE ZEROS.
           03  WSS-ANOMES-LIMITE-R     REDEFINES WSS-ANOMES-LIMITE.
               05  WSS-LIMITE-ANO      PIC  9(004).
               05  WSS-LIMITE-MES      PIC  9(002).
           03  WSS-TOT-MESES           PIC  9(006)         VALUE ZEROS.
           03  WSS-DT-INI-VIS          PIC  9(008)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - SORTEIO SISTEMATICO DO VENDEDOR: UMA VISITA A
      *    CADA WSS-PASSO DA JANELA; A VISITA DO PONTO QUE NAO PODE
      *    SER SORTEADA PASSA A VEZ PARA A PROXIMA ELEGIVEL
      *----------------------------------------------------------------*
           03  WSS-VEN-VISITAS         PIC  9(005)         VALUE ZEROS.
           03  WSS-VEN-SORTEADOS       PIC  9(005)         VALUE ZEROS.
           03  WSS-PASSO               PIC  9(005)         VALUE ZEROS.
           03  WSS-PROX-PONTO          PIC  9(007)         VALUE ZEROS.
           03  WSS-CONT-VISITA         PIC  9(007)         VALUE ZEROS.
           03  WSS-PENDENTES           PIC  9(005)         VALUE ZEROS.
           03  WSS-ELEGIVEL            PIC  X(001)         VALUE 'N'.
           03  WSS-CLIENTE-TESTE       PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - TOTAIS DE CONTROLE
      *----------------------------------------------------------------*
           03  WSS-QTD-ENVIO           PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-VENDEDORES      PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-VISITAS         PIC  9(007)         VALUE ZEROS.
           03  WSS-HASH-TOTAL          PIC  9(015)         VALUE ZEROS.
           03  WSS-EXC-CARENCIA        PIC  9(007)         VALUE ZEROS.
           03  WSS-EXC-CONSENT         PIC  9(007)         VALUE ZEROS.
           03  WSS-EXC-OCORRENCIA      PIC  9(007)         VALUE ZEROS.
           03  WSS-EXC-OUTROS          PIC  9(007)         VALUE ZEROS.
      *
      *  ---> Arquivo de ocorrencias e opcional (sem ele, nenhuma
      *       ocorrencia aberta)
           03  WSS-OCORRENCIA-ABERTO   PIC  X(001)         VALUE 'N'.
               88  OCORRENCIA-ABERTO   VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-VISITAS              PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-CONTATOS             PIC  X(002)         VALUE SPACES.
           03  FS-OCORRENCIA           PIC  X(002)         VALUE SPACES.
           03  FS-AMOSTRA              PIC  X(002)         VALUE SPACES.
           03  FS-PARAMETROS           PIC  X(002)         VALUE SPACES.
           03  FS-ENVIO                PIC  X(002)         VALUE SPACES.
           03  FS-RELAMO               PIC  X(002)         VALUE SPACES.
           03  FS-GTWMANIF             PIC  X(002)         VALUE SPACES.
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
      *    LAYOUT DO ARQUIVO DA AMOSTRA PARA O INSTITUTO
      *----------------------------------------------------------------*
      *  ---> HEADER
       01  CAB-ENVIO.
           03  TIPO-REG-CAB            PIC  X(001)         VALUE 'H'.
           03  DATA-GERACAO-CAB        PIC  9(008)         VALUE ZEROS.
           03  ORIGEM-CAB              PIC  X(020)         VALUE
                                                 'AMOSTRA PESQUISA'.
           03  COMPETENCIA-CAB         PIC  9(006)         VALUE ZEROS.
           03  FILLER                  PIC  X(165)         VALUE SPACES.
      *
      *  ---> DETALHE (UM POR CLIENTE SORTEADO)
       01  DET-ENVIO.
           03  TIPO-REG-DET            PIC  X(001)         VALUE 'D'.
           03  SEQUENCIA-DET           PIC  9(007)         VALUE ZEROS.
           03  CCLIENTE-DET            PIC  9(007)         VALUE ZEROS.
           03  RSOCIAL-DET             PIC  X(040)         VALUE SPACES.
           03  CONTATO-DET             PIC  X(030)         VALUE SPACES.
           03  TELEFONE-DET            PIC  X(015)         VALUE SPACES.
           03  DT-VISITA-DET           PIC  9(008)         VALUE ZEROS.
           03  CVENDEDOR-DET           PIC  9(007)         VALUE ZEROS.
           03  VENDEDOR-DET            PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(045)         VALUE SPACES.
      *
      *  ---> TRAILER (QUANTIDADE, VENDEDORES E HASH DOS CLIENTES)
       01  TRL-ENVIO.
           03  TIPO-REG-TRL            PIC  X(001)         VALUE 'T'.
           03  QTDE-REG-TRL            PIC  9(007)         VALUE ZEROS.
           03  QTDE-VEN-TRL            PIC  9(005)         VALUE ZEROS.
           03  HASH-TOTAL-TRL          PIC  9(015)         VALUE ZEROS.
           03  FILLER                  PIC  X(172)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RESUMO DA AMOSTRA (CSV ';')
      *----------------------------------------------------------------*
       01  CAB-AMOSTRA.
           03  FILLER                  PIC  X(031)         VALUE
               'AMOSTRA DA PESQUISA - MES/ANO '.
           03  CAM-MES                 PIC  9(002)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  CAM-ANO                 PIC  9(004)         VALUE ZEROS.
           03  FILLER                  PIC  X(015)         VALUE
               ' - CARENCIA: '.
           03  CAM-CARENCIA            PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(015)         VALUE
               ' MESES - COTA: '.
           03  CAM-COTA                PIC  ZZ9            VALUE ZEROS.
      *
       01  CAB-AMOSTRA-COL.
           03  FILLER                  PIC  X(050)         VALUE
               'VENDEDOR;NOME;VISITAS NA JANELA;SORTEADOS;COTA'.
      *
       01  DET-AMOSTRA.
           03  DAM-VEN                 PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DAM-NOME                PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DAM-VISITAS             PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DAM-SORTEADOS           PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DAM-COTA                PIC  ZZ9            VALUE ZEROS.
      *
       01  TOT-AMOSTRA.
           03  TAM-ROTULO              PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TAM-QTD                 PIC  ZZZZZZ9        VALUE ZEROS.
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
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00909
      *    - Consentimento LGPD do contato por canal
      *----------------------------------------------------------------*
      *
       01  WPT00910                    PIC X(08)           VALUE
                                                            'PT000910'.
      *
           COPY 'SUB-CNS.CPY'          REPLACING ==::== BY ==WSN==.
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
               ' ..... AMOSTRA DA PESQUISA DE SATISFACAO ..... ' BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Gerar Amostra Mes ".
           03 F LINE 12 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 14 COL 28   VALUE " Opcao:[ ]             ".
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
              PERFORM RT-GERAR-AMOSTRA THRU RT-GERAR-AMOSTRAX
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
           MOVE 6                      TO WSS-CARENCIA-PADRAO.
           MOVE 10                     TO WSS-COTA-PADRAO.
           MOVE 30                     TO WSS-DIAS-VISITA.
      *
           MOVE LKS-PARAM              TO WSS-PARAM.
           MOVE '00'                   TO LKS-RETORNO.
           MOVE SPACES                 TO LKS-ARQ-REL.
      *
           MOVE 'N'                    TO WSS-OCORRENCIA-ABERTO.
      *
           OPEN INPUT ARQ-VISITAS.
           IF FS-VISITAS               NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'VISITAS'           TO WSS-ARQUIVO
              MOVE FS-VISITAS          TO WSS-FSTATUS
              MOVE 1                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN INPUT ARQ-VENDEDOR.
           IF FS-VENDEDOR              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'VENDEDOR'          TO WSS-ARQUIVO
              MOVE FS-VENDEDOR         TO WSS-FSTATUS
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
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
           OPEN INPUT ARQ-CONTATOS.
           IF FS-CONTATOS              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CONTATOS'          TO WSS-ARQUIVO
              MOVE FS-CONTATOS         TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN INPUT ARQ-OCORRENCIA.
           IF FS-OCORRENCIA            EQUAL '00'
              MOVE 'S'                 TO WSS-OCORRENCIA-ABERTO
           END-IF.
      *
           OPEN I-O ARQ-AMOSTRA.
      *
           EVALUATE FS-AMOSTRA
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-AMOSTRA
                    OPEN OUTPUT ARQ-AMOSTRA
                    CLOSE ARQ-AMOSTRA
                    OPEN I-O ARQ-AMOSTRA
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'AMOSTRA'     TO WSS-ARQUIVO
                    MOVE FS-AMOSTRA    TO WSS-FSTATUS
                    MOVE 5             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'AUDITORIA'         TO WSS-ARQUIVO
              MOVE FS-AUDITORIA        TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-INICIALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-PARAMETROS               SECTION.
      *  ---> Carencia (meses) e cota por vendedor; zeradas (ou sem
      *       PARAMDIST) assumem 6 meses e 10 clientes
      *----------------------------------------------------------------*
      *
           MOVE WSS-CARENCIA-PADRAO    TO WSS-CARENCIA.
           MOVE WSS-COTA-PADRAO        TO WSS-COTA.
      *
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS             EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS          EQUAL '00'
                 IF PARM-PESQ-CARENCIA  NUMERIC
                    AND PARM-PESQ-CARENCIA
                                        GREATER ZEROS
                    MOVE PARM-PESQ-CARENCIA
                                        TO WSS-CARENCIA
                 END-IF
                 IF PARM-PESQ-COTA      NUMERIC
                    AND PARM-PESQ-COTA  GREATER ZEROS
                    MOVE PARM-PESQ-COTA TO WSS-COTA
                 END-IF
              END-IF
              CLOSE ARQ-PARAMETROS
           END-IF.
      *
       RT-LER-PARAMETROSX.
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
           ACCEPT WSS-FUN              LINE 14 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
               WHEN 1
                    PERFORM RT-GERAR-AMOSTRA
                                       THRU RT-GERAR-AMOSTRAX
                    MOVE LKS-MENSAGEM  TO WSS-MENSAGEM
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
      *    AMOSTRA DO MES DE PROCESSAMENTO: VENDEDOR A VENDEDOR, SOBRE
      *    AS VISITAS DOS ULTIMOS WSS-DIAS-VISITA DIAS
      *----------------------------------------------------------------*
       RT-GERAR-AMOSTRA                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           PERFORM RT-LER-PARAMETROS   THRU RT-LER-PARAMETROSX.
      *
           MOVE WSS-HOJE-AMD(1:6)      TO WSS-ANOMES.
      *
      *  ---> Uma amostra por mes: o instituto ja recebeu a do mes
           MOVE WSS-ANOMES             TO AMO-ANOMES-FDM.
      *
           START ARQ-AMOSTRA           KEY IS EQUAL AMO-ANOMES-FDM
                INVALID KEY
                    CONTINUE
           END-START.
      *
           IF FS-AMOSTRA               EQUAL '00'
              MOVE SPACES              TO LKS-MENSAGEM
              STRING 'Amostra do mes ' WSS-ANOMES-MES '/'
                     WSS-ANOMES-ANO ' ja foi gerada.'
                 DELIMITED BY SIZE     INTO LKS-MENSAGEM
              END-STRING
              GO                       TO RT-GERAR-AMOSTRAX
           END-IF.
      *
      *  ---> Janela das visitas e primeiro mes da carencia (sorteado
      *       a partir dele = contatado ha menos de WSS-CARENCIA meses)
           COMPUTE WSS-DT-INI-VIS =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSS-HOJE-AMD)
                    - WSS-DIAS-VISITA + 1).
      *
           COMPUTE WSS-TOT-MESES        = WSS-ANOMES-ANO * 12
                                        + WSS-ANOMES-MES
                                        - WSS-CARENCIA.
           COMPUTE WSS-LIMITE-ANO       = WSS-TOT-MESES / 12.
           COMPUTE WSS-LIMITE-MES       = WSS-TOT-MESES
                                        - WSS-LIMITE-ANO * 12 + 1.
      *
           MOVE SPACES                 TO WSS-ARQ-ENVIO
                                          WSS-ARQ-RELAMO.
           STRING 'AMOSTRA-PESQ-'      DELIMITED BY SIZE
                  WSS-ANOMES           DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
              INTO WSS-ARQ-ENVIO
           END-STRING.
           STRING 'REL-AMOSTRA-'       DELIMITED BY SIZE
                  WSS-ANOMES           DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-RELAMO
           END-STRING.
      *
           OPEN OUTPUT ARQ-ENVIO.
           IF FS-ENVIO                 NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'AMOSTRAPSQ'        TO WSS-ARQUIVO
              MOVE FS-ENVIO            TO WSS-FSTATUS
              MOVE 7                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN OUTPUT REL-AMOSTRA.
           IF FS-RELAMO                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELAMOSTRA'        TO WSS-ARQUIVO
              MOVE FS-RELAMO           TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-QTD-ENVIO
                                          WSS-QTD-VENDEDORES
                                          WSS-QTD-VISITAS
                                          WSS-HASH-TOTAL
                                          WSS-EXC-CARENCIA
                                          WSS-EXC-CONSENT
                                          WSS-EXC-OCORRENCIA
                                          WSS-EXC-OUTROS.
      *
           MOVE WSS-HOJE-AMD           TO DATA-GERACAO-CAB.
           MOVE WSS-ANOMES             TO COMPETENCIA-CAB.
           WRITE REG-ENVIO             FROM CAB-ENVIO.
      *
           MOVE WSS-ANOMES-MES         TO CAM-MES.
           MOVE WSS-ANOMES-ANO         TO CAM-ANO.
           MOVE WSS-CARENCIA           TO CAM-CARENCIA.
           MOVE WSS-COTA               TO CAM-COTA.
           WRITE REG-RELAMO            FROM CAB-AMOSTRA.
           WRITE REG-RELAMO            FROM CAB-AMOSTRA-COL.
      *
           MOVE ZEROS                  TO CODIGO-FDV.
           MOVE 'N'                    TO WSS-FIM-ARQ-VEN.
      *
           START ARQ-VENDEDOR          KEY IS NOT LESS CODIGO-FDV
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-VEN
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-VEN
                                       EQUAL 'S'
              READ ARQ-VENDEDOR        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-VEN
                NOT AT END
                   PERFORM RT-AMOSTRAR-VENDEDOR
                                       THRU RT-AMOSTRAR-VENDEDORX
              END-READ
           END-PERFORM.
      *
           MOVE WSS-QTD-ENVIO          TO QTDE-REG-TRL.
           MOVE WSS-QTD-VENDEDORES     TO QTDE-VEN-TRL.
           MOVE WSS-HASH-TOTAL         TO HASH-TOTAL-TRL.
           WRITE REG-ENVIO             FROM TRL-ENVIO.
      *
           PERFORM RT-TOTAIS-RELATORIO THRU RT-TOTAIS-RELATORIOX.
      *
           CLOSE ARQ-ENVIO
                 REL-AMOSTRA.
      *
           PERFORM RT-REGISTRAR-GATEWAY
                                       THRU RT-REGISTRAR-GATEWAYX.
      *
           MOVE WSS-ARQ-RELAMO         TO LKS-ARQ-REL.
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'AMOSTRA PESQUISA ' WSS-ANOMES ': '
                  WSS-QTD-ENVIO ' CLIENTES'
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING WSS-ARQ-ENVIO ': ' WSS-QTD-ENVIO ' clientes de '
                  WSS-QTD-VENDEDORES ' vendedores'
              DELIMITED BY SIZE        INTO LKS-MENSAGEM
           END-STRING.
      *
       RT-GERAR-AMOSTRAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AMOSTRAR-VENDEDOR            SECTION.
      *  ---> Primeira passada conta as visitas do vendedor na janela
      *       e define o passo do sorteio; a segunda sorteia ate a
      *       cota, espalhando os sorteados pela janela
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-VEN-VISITAS
                                          WSS-VEN-SORTEADOS.
      *
           PERFORM RT-POSICIONAR-VISITAS
                                       THRU RT-POSICIONAR-VISITASX.
      *
           PERFORM UNTIL WSS-FIM-ARQ-VIS
                                       EQUAL 'S'
              PERFORM RT-LER-VISITA-VEN
                                       THRU RT-LER-VISITA-VENX
              IF WSS-FIM-ARQ-VIS       NOT EQUAL 'S'
                 ADD 1                 TO WSS-VEN-VISITAS
              END-IF
           END-PERFORM.
      *
           IF WSS-VEN-VISITAS          EQUAL ZEROS
              GO                       TO RT-AMOSTRAR-VENDEDORX
           END-IF.
      *
           COMPUTE WSS-PASSO           = WSS-VEN-VISITAS / WSS-COTA.
           IF WSS-PASSO                EQUAL ZEROS
              MOVE 1                   TO WSS-PASSO
           END-IF.
      *
           MOVE 1                      TO WSS-PROX-PONTO.
           MOVE ZEROS                  TO WSS-CONT-VISITA
                                          WSS-PENDENTES.
      *
           PERFORM RT-POSICIONAR-VISITAS
                                       THRU RT-POSICIONAR-VISITASX.
      *
           PERFORM UNTIL WSS-FIM-ARQ-VIS
                                       EQUAL 'S'
                      OR WSS-VEN-SORTEADOS
                                       NOT LESS WSS-COTA
              PERFORM RT-LER-VISITA-VEN
                                       THRU RT-LER-VISITA-VENX
              IF WSS-FIM-ARQ-VIS       NOT EQUAL 'S'
                 PERFORM RT-TRATAR-VISITA
                                       THRU RT-TRATAR-VISITAX
              END-IF
           END-PERFORM.
      *
           ADD WSS-VEN-VISITAS         TO WSS-QTD-VISITAS.
           IF WSS-VEN-SORTEADOS        GREATER ZEROS
              ADD 1                    TO WSS-QTD-VENDEDORES
           END-IF.
      *
           MOVE CODIGO-FDV             TO DAM-VEN.
           MOVE NOME-FDV               TO DAM-NOME.
           MOVE WSS-VEN-VISITAS        TO DAM-VISITAS.
           MOVE WSS-VEN-SORTEADOS      TO DAM-SORTEADOS.
           MOVE WSS-COTA               TO DAM-COTA.
           WRITE REG-RELAMO            FROM DET-AMOSTRA.
      *
       RT-AMOSTRAR-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-POSICIONAR-VISITAS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE CODIGO-FDV             TO VIS-CVENDEDOR-FDT.
           MOVE WSS-DT-INI-VIS         TO VIS-DATA-FDT.
           MOVE 'N'                    TO WSS-FIM-ARQ-VIS.
      *
           START ARQ-VISITAS           KEY IS NOT LESS
                                               VIS-VEND-DATA-FDT
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-VIS
           END-START.
      *
       RT-POSICIONAR-VISITASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-VISITA-VEN               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-VISITAS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-VIS
                GO                     TO RT-LER-VISITA-VENX
           END-READ.
      *
           IF VIS-CVENDEDOR-FDT        NOT EQUAL CODIGO-FDV
              OR VIS-DATA-FDT          GREATER WSS-HOJE-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-VIS
           END-IF.
      *
       RT-LER-VISITA-VENX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-VISITA                SECTION.
      *  ---> Visita no ponto do sorteio (ou pendente de um ponto
      *       anterior sem visita elegivel) e avaliada e sorteada
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WSS-CONT-VISITA.
      *
           IF WSS-CONT-VISITA          NOT LESS WSS-PROX-PONTO
              ADD 1                    TO WSS-PENDENTES
              ADD WSS-PASSO            TO WSS-PROX-PONTO
           END-IF.
      *
           IF WSS-PENDENTES            EQUAL ZEROS
              GO                       TO RT-TRATAR-VISITAX
           END-IF.
      *
           PERFORM RT-AVALIAR-VISITA   THRU RT-AVALIAR-VISITAX.
      *
           IF WSS-ELEGIVEL             EQUAL 'S'
              PERFORM RT-SORTEAR       THRU RT-SORTEARX
              SUBTRACT 1               FROM WSS-PENDENTES
           END-IF.
      *
       RT-TRATAR-VISITAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVALIAR-VISITA               SECTION.
      *  ---> Visita com contato efetivo, cliente ativo, fora da
      *       carencia, sem ocorrencia aberta e com contato que
      *       consentiu em pesquisa e tem telefone
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-ELEGIVEL.
           MOVE VIS-CCLIENTE-FDT       TO WSS-CLIENTE-TESTE.
      *
           IF VIS-RESULTADO-FDT        NOT EQUAL 'VD' AND 'SV' AND 'OU'
                                               AND 'TV' AND 'TS'
              OR PRESENCA-NAO-CONTA-FDT
              ADD 1                    TO WSS-EXC-OUTROS
              GO                       TO RT-AVALIAR-VISITAX
           END-IF.
      *
           MOVE WSS-CLIENTE-TESTE      TO CODIGO-FDC.
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              OR INATIVO-FDC
              ADD 1                    TO WSS-EXC-OUTROS
              GO                       TO RT-AVALIAR-VISITAX
           END-IF.
      *
      *  ---> Carencia: sorteado do mes limite em diante (inclusive
      *       nesta amostra, o que evita repetir o cliente)
           MOVE WSS-CLIENTE-TESTE      TO AMO-CCLIENTE-FDM.
           MOVE WSS-ANOMES-LIMITE      TO AMO-ANOMES-FDM.
      *
           START ARQ-AMOSTRA           KEY IS NOT LESS AMO-CHAVE-FDM
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ ARQ-AMOSTRA   NEXT
                      AT END
                         CONTINUE
                    END-READ
           END-START.
      *
           IF FS-AMOSTRA               EQUAL '00'
              AND AMO-CCLIENTE-FDM     EQUAL WSS-CLIENTE-TESTE
              ADD 1                    TO WSS-EXC-CARENCIA
              GO                       TO RT-AVALIAR-VISITAX
           END-IF.
      *
           IF OCORRENCIA-ABERTO
              PERFORM RT-CONFERIR-OCORRENCIA
                                       THRU RT-CONFERIR-OCORRENCIAX
              IF WSS-FIM-ARQ-OCO       EQUAL 'A'
                 ADD 1                 TO WSS-EXC-OCORRENCIA
                 GO                    TO RT-AVALIAR-VISITAX
              END-IF
           END-IF.
      *
      *  ---> Algum contato do cliente precisa ter consentido em
      *       participar de pesquisa na data do envio (LGPD)
           MOVE 'L'                    TO WSN-CNS-FUNCAO.
           MOVE WSS-CLIENTE-TESTE      TO WSN-CNS-CCLIENTE.
           MOVE 'P'                    TO WSN-CNS-CANAL.
           MOVE WSS-HOJE-AMD           TO WSN-CNS-DATA.
           CALL WPT00910               USING WSN-CNS-PARM.
      *
           IF WSN-CNS-VALIDO           NOT EQUAL 'S'
              ADD 1                    TO WSS-EXC-CONSENT
              GO                       TO RT-AVALIAR-VISITAX
           END-IF.
      *
           MOVE WSS-CLIENTE-TESTE      TO CON-CCLIENTE-FDO.
           MOVE WSN-CNS-SEQ            TO CON-SEQ-FDO.
           READ ARQ-CONTATOS           KEY IS CON-CHAVE-FDO
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CONTATOS              NOT EQUAL '00'
              OR CON-TELEFONE-FDO      EQUAL SPACES
              ADD 1                    TO WSS-EXC-CONSENT
              GO                       TO RT-AVALIAR-VISITAX
           END-IF.
      *
           MOVE 'S'                    TO WSS-ELEGIVEL.
      *
       RT-AVALIAR-VISITAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONFERIR-OCORRENCIA          SECTION.
      *  ---> WSS-FIM-ARQ-OCO 'A' quando o cliente tem alguma
      *       ocorrencia ainda aberta
      *----------------------------------------------------------------*
      *
           MOVE WSS-CLIENTE-TESTE      TO OCO-CCLIENTE-FDR.
           MOVE ZEROS                  TO OCO-DATA-FDR
                                          OCO-SEQ-FDR.
           MOVE 'N'                    TO WSS-FIM-ARQ-OCO.
      *
           START ARQ-OCORRENCIA        KEY IS NOT LESS OCO-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-OCO
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-OCO
                                       NOT EQUAL 'N'
              READ ARQ-OCORRENCIA      NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-OCO
                NOT AT END
                   IF OCO-CCLIENTE-FDR NOT EQUAL WSS-CLIENTE-TESTE
                      MOVE 'S'         TO WSS-FIM-ARQ-OCO
                   ELSE
                      IF OCORRENCIA-ABERTA-FDR
                         MOVE 'A'      TO WSS-FIM-ARQ-OCO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-CONFERIR-OCORRENCIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SORTEAR                      SECTION.
      *  ---> Linha do arquivo do instituto e registro da amostra
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WSS-QTD-ENVIO
                                          WSS-VEN-SORTEADOS.
           ADD WSS-CLIENTE-TESTE       TO WSS-HASH-TOTAL.
      *
           MOVE WSS-QTD-ENVIO          TO SEQUENCIA-DET.
           MOVE WSS-CLIENTE-TESTE      TO CCLIENTE-DET.
           MOVE RSOCIAL-FDC            TO RSOCIAL-DET.
           MOVE CON-NOME-FDO           TO CONTATO-DET.
           MOVE CON-TELEFONE-FDO       TO TELEFONE-DET.
           MOVE VIS-DATA-FDT           TO DT-VISITA-DET.
           MOVE CODIGO-FDV             TO CVENDEDOR-DET.
           MOVE NOME-FDV               TO VENDEDOR-DET.
           WRITE REG-ENVIO             FROM DET-ENVIO.
      *
           INITIALIZE REG-FDM.
           MOVE WSS-CLIENTE-TESTE      TO AMO-CCLIENTE-FDM.
           MOVE WSS-ANOMES             TO AMO-ANOMES-FDM.
           MOVE VIS-DATA-FDT           TO AMO-DT-VISITA-FDM.
           MOVE CODIGO-FDV             TO AMO-CVENDEDOR-FDM.
           MOVE VIS-RESULTADO-FDT      TO AMO-RESULTADO-FDM.
           MOVE CON-SEQ-FDO            TO AMO-CON-SEQ-FDM.
           MOVE WSS-HOJE-AMD           TO AMO-DT-GERACAO-FDM.
           MOVE WSS-ARQ-ENVIO          TO AMO-ARQUIVO-FDM.
           MOVE 'E'                    TO AMO-SITUACAO-FDM.
           MOVE ZEROS                  TO AMO-DT-RETORNO-FDM.
      *
           WRITE REG-FDM.
      *
           IF FS-AMOSTRA               NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'AMOSTRA'           TO WSS-ARQUIVO
              MOVE FS-AMOSTRA          TO WSS-FSTATUS
              MOVE 9                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-SORTEARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TOTAIS-RELATORIO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'TOTAL DE VISITAS NA JANELA'
                                       TO TAM-ROTULO.
           MOVE WSS-QTD-VISITAS        TO TAM-QTD.
           WRITE REG-RELAMO            FROM TOT-AMOSTRA.
      *
           MOVE 'CLIENTES SORTEADOS'   TO TAM-ROTULO.
           MOVE WSS-QTD-ENVIO          TO TAM-QTD.
           WRITE REG-RELAMO            FROM TOT-AMOSTRA.
      *
           MOVE 'FORA: CARENCIA'       TO TAM-ROTULO.
           MOVE WSS-EXC-CARENCIA       TO TAM-QTD.
           WRITE REG-RELAMO            FROM TOT-AMOSTRA.
      *
           MOVE 'FORA: SEM CONSENTIMENTO/FONE'
                                       TO TAM-ROTULO.
           MOVE WSS-EXC-CONSENT        TO TAM-QTD.
           WRITE REG-RELAMO            FROM TOT-AMOSTRA.
      *
           MOVE 'FORA: OCORRENCIA ABERTA'
                                       TO TAM-ROTULO.
           MOVE WSS-EXC-OCORRENCIA     TO TAM-QTD.
           WRITE REG-RELAMO            FROM TOT-AMOSTRA.
      *
           MOVE 'FORA: VISITA/CLIENTE'  TO TAM-ROTULO.
           MOVE WSS-EXC-OUTROS         TO TAM-QTD.
           WRITE REG-RELAMO            FROM TOT-AMOSTRA.
      *
       RT-TOTAIS-RELATORIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-GATEWAY            SECTION.
      *  ---> Anexa no manifesto GTWMANIF (gateway PT000065) a linha
      *       de registro do arquivo entregue, com os totais
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-GTWMANIF.
      *
           IF FS-GTWMANIF              EQUAL '05' OR '35'
              CLOSE ARQ-GTWMANIF
              OPEN OUTPUT ARQ-GTWMANIF
           END-IF.
      *
           IF FS-GTWMANIF              NOT EQUAL '00'
              GO                       TO RT-REGISTRAR-GATEWAYX
           END-IF.
      *
           MOVE 'S'                    TO GTW-DIRECAO-FDW.
           MOVE WSS-ARQ-ENVIO          TO GTW-NOME-FDW.
           MOVE WSS-HOJE-AMD           TO GTW-DATA-FDW.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO GTW-HORA-FDW.
           COMPUTE GTW-QTD-FDW              = WSS-QTD-ENVIO + 2.
           MOVE WSS-HASH-TOTAL         TO GTW-CHECKSUM-FDW.
           MOVE 'A'                    TO GTW-SITUACAO-FDW.
      *
           WRITE REG-FDW.
      *
           CLOSE ARQ-GTWMANIF.
      *
       RT-REGISTRAR-GATEWAYX.
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
           MOVE 'PT000117'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE SPACES                 TO CAT-FILTROS-FDK.
           STRING 'AMOSTRA ' WSS-ANOMES
              DELIMITED BY SIZE        INTO CAT-FILTROS-FDK
           END-STRING.
           MOVE WSS-ARQ-RELAMO         TO CAT-ARQUIVO-FDK.
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
           MOVE 'PT000117'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000117'             TO WSE-ERR-PROGRAMA.
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
           CLOSE ARQ-VISITAS
                 ARQ-VENDEDOR
                 ARQ-CLIENTES
                 ARQ-CONTATOS
                 ARQ-AMOSTRA
                 ARQ-AUDITORIA.
      *
           IF OCORRENCIA-ABERTO
              CLOSE ARQ-OCORRENCIA
           END-IF.
      *
           MOVE 'F'                    TO WSN-CNS-FUNCAO.
           CALL WPT00910               USING WSN-CNS-PARM.
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
