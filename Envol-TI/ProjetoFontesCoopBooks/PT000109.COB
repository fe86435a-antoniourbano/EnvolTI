      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000109.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000109 ---> UTILITARIOS -> ARQUIVO FRIO DE  *
      *     *            CLIENTES INATIVOS                             *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : RETIRA DO CLIENTES OS CLIENTES INATIVOS SEM   *
      *     *            MOVIMENTO (INCLUSAO, ALTERACAO, PEDIDO OU     *
      *     *            VISITA) HA MAIS DOS MESES DO PARAMDIST E SEM  *
      *     *            PENDENCIAS (PEDIDO EM ABERTO, CASO ABERTO,    *
      *     *            EQUIPAMENTO EM COMODATO, TITULO EM ABERTO OU  *
      *     *            CARTEIRA NA DISTRIBUICAO), LEVANDO O REGISTRO *
      *     *            PARA O ARQUIVO ARQCLI E OS CONTATOS PARA O    *
      *     *            ARQCONT. GERA O MANIFESTO ARQFRIO-AAAAMMDD-   *
      *     *            HHMMSS.CSV (CATREL) COM OS ARQUIVADOS E OS    *
      *     *            RETIDOS POR PENDENCIA; A SIMULACAO SO GERA O  *
      *     *            MANIFESTO. A RESTAURACAO DEVOLVE O CLIENTE AO *
      *     *            CLIENTES COM O MESMO CODIGO (AINDA INATIVO) E *
      *     *            OS SEUS CONTATOS. O CODIGO ARQUIVADO NUNCA E  *
      *     *            REUTILIZADO. RODA PELA TELA OU NA GRADE DE    *
      *     *            JOBS (PARAMETRO 'B' = ARQUIVAMENTO).          *
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
      *  ---> Cadastro de clientes (origem e destino da restauracao)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Contatos dos clientes
           COPY 'SEL-CONTATOS.CPY'     REPLACING ==::== BY ==-FDN==.
      *
      *  ---> Arquivo frio: clientes e contatos arquivados
           COPY 'SEL-ARQCLI.CPY'       REPLACING ==::== BY ==-FDX==.
           COPY 'SEL-ARQCONT.CPY'      REPLACING ==::== BY ==-FDY==.
      *
      *  ---> Pendencias que impedem o arquivamento
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
           COPY 'SEL-VISITAS.CPY'      REPLACING ==::== BY ==-FDT==.
           COPY 'SEL-CASOS.CPY'        REPLACING ==::== BY ==-FDO==.
           COPY 'SEL-COMODATO.CPY'     REPLACING ==::== BY ==-FDE==.
           COPY 'SEL-TITULOS.CPY'      REPLACING ==::== BY ==-FDI==.
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Arquivo de PARAMETROS (meses sem movimento)
           COPY 'SEL-PARAMETROS.CPY'.
      *
      *  ---> Manifesto do arquivamento (CSV)
           SELECT  REL-MANIFESTO       ASSIGN TO WSS-ARQ-MANIFESTO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RELMAN.
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
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-CONTATOS                VALUE OF FILE-ID IS 'CONTATOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDN.
       COPY 'FD-CONTATOS.CPY'          REPLACING ==::== BY ==-FDN==.
      *
       FD  ARQ-ARQCLI                  VALUE OF FILE-ID IS 'ARQCLI'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDX.
       COPY 'FD-ARQCLI.CPY'            REPLACING ==::== BY ==-FDX==.
      *
       FD  ARQ-ARQCONT                 VALUE OF FILE-ID IS 'ARQCONT'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDY.
       COPY 'FD-ARQCONT.CPY'           REPLACING ==::== BY ==-FDY==.
      *
       FD  ARQ-PEDIDOS                 VALUE OF FILE-ID IS 'PEDIDOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PEDIDOS.CPY'           REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-VISITAS                 VALUE OF FILE-ID IS 'VISITAS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDT.
       COPY 'FD-VISITAS.CPY'           REPLACING ==::== BY ==-FDT==.
      *
       FD  ARQ-CASOS                   VALUE OF FILE-ID IS 'CASOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-CASOS.CPY'             REPLACING ==::== BY ==-FDO==.
      *
       FD  ARQ-COMODATO                VALUE OF FILE-ID IS 'COMODATO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDE.
       COPY 'FD-COMODATO.CPY'          REPLACING ==::== BY ==-FDE==.
      *
       FD  ARQ-TITULOS                 VALUE OF FILE-ID IS 'TITULOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDI.
       COPY 'FD-TITULOS.CPY'           REPLACING ==::== BY ==-FDI==.
      *
       FD  ARQ-DISTRIBUIR              VALUE OF FILE-ID IS
                                                       'DISTRIBUICAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DISTRIBUIR.CPY'        REPLACING ==::== BY ==-FDD==.
      *
       COPY 'FD-PARAMETROS.CPY'.
      *
       FD  REL-MANIFESTO.
       01  REG-RELMAN                  PIC  X(200).
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
      *  ---> Conferencia da filial contra as filiais do operador
       77  WSS-FIL-PERMITIDA           PIC  X(001)         VALUE 'S'.
           88  FILIAL-PERMITIDA                            VALUE 'S'.
       77  WSS-FIL-TESTE               PIC  9(003)         VALUE ZEROS.
       77  WSS-IDX-PERM                PIC  9(002)         VALUE ZEROS.
      *
      *  ---> Versao do PARAMDIST em vigor na data de processamento
       77  WSS-PVG-DATA                PIC  9(008)         VALUE ZEROS.
       77  WSS-PVG-LIDOS               PIC  9(004)         VALUE ZEROS.
       77  WSS-PVG-VIGENTE             PIC  9(004)         VALUE ZEROS.
      *
       77  WSS-FIM-ARQ-CLI             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-PED             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-VIS             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-CMD             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-TIT             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-CON             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-ACL             PIC  X(001)         VALUE 'N'.
      *
      *  ---> Arquivos opcionais: ausentes nao retem ninguem
       77  WSS-VISITAS-ABERTO          PIC  X(001)         VALUE 'N'.
           88  VISITAS-ABERTO                              VALUE 'S'.
       77  WSS-CASOS-ABERTO            PIC  X(001)         VALUE 'N'.
           88  CASOS-ABERTO                                VALUE 'S'.
       77  WSS-COMODATO-ABERTO         PIC  X(001)         VALUE 'N'.
           88  COMODATO-ABERTO                             VALUE 'S'.
       77  WSS-TITULOS-ABERTO          PIC  X(001)         VALUE 'N'.
           88  TITULOS-ABERTO                              VALUE 'S'.
       77  WSS-DISTRIBUIR-ABERTO       PIC  X(001)         VALUE 'N'.
           88  DISTRIBUIR-ABERTO                           VALUE 'S'.
      *
      *  ---> Varredura: 'S' simulacao (so manifesto), 'A' arquiva
       77  WSS-MODO-VARRE              PIC  X(001)         VALUE 'S'.
           88  VARRE-SIMULACAO                             VALUE 'S'.
           88  VARRE-ARQUIVA                               VALUE 'A'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
       01  WSS-AUXILIARES.
           03  WSS-ENT                 PIC  X(001)         VALUE SPACES.
           03  WSS-FUN                 PIC  9(001)         VALUE ZEROS.
           03  WSS-SON                 PIC  X(001)         VALUE SPACES.
           03  WSS-PARAM               PIC  X(001)         VALUE SPACES.
               88  MODO-BATCH                      VALUE 'B' 'b'.
           03  WSS-MENSAGEM            PIC  X(067)         VALUE SPACES.
           03  WSS-PONTO-ERRO          PIC  9(002)         VALUE ZEROS.
           03  WSS-DESCRICAO           PIC  X(012)         VALUE SPACES.
           03  WSS-ARQUIVO             PIC  X(010)         VALUE SPACES.
           03  WSS-FSTATUS             PIC  X(002)         VALUE SPACES.
           03  WSS-LINHA               PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-LIMPA-LINHA         PIC  X(080)         VALUE SPACES.
           03  WSS-ARQ-MANIFESTO       PIC  X(030)         VALUE SPACES.
           03  WSS-HORA-ARQ            PIC  X(006)         VALUE SPACES.
           03  WSS-MESES               PIC  9(003)         VALUE ZEROS.
           03  WSS-MESES-PADRAO        PIC  9(003)         VALUE 36.
           03  WSS-DATA-PROC-AMD       PIC  9(008)         VALUE ZEROS.
           03  WSS-DT-CORTE            PIC  9(008)         VALUE ZEROS.
           03  WSS-TOT-MESES           PIC  9(007)         VALUE ZEROS.
           03  WSS-ANO-CORTE           PIC  9(004)         VALUE ZEROS.
           03  WSS-MES-CORTE           PIC  9(002)         VALUE ZEROS.
           03  WSS-DIA-CORTE           PIC  9(002)         VALUE ZEROS.
           03  WSS-ULT-MOVIMENTO       PIC  9(008)         VALUE ZEROS.
           03  WSS-PENDENCIA           PIC  X(025)         VALUE SPACES.
           03  WSS-QTD-CONTATOS        PIC  9(003)         VALUE ZEROS.
           03  WSS-QTD-ARQUIVADOS      PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-PENDENTES       PIC  9(007)         VALUE ZEROS.
           03  WSS-REG-LISTADOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-DT-EDITADA          PIC  X(010)         VALUE SPACES.
           03  WSS-DESC-SIT            PIC  X(010)         VALUE SPACES.
           03  WSS-CNPJ-OUTRO          PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CAMPOS DE TELA
      *----------------------------------------------------------------*
           03  WSS-T-CODIGO            PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-CONTATOS             PIC  X(002)         VALUE SPACES.
           03  FS-ARQCLI               PIC  X(002)         VALUE SPACES.
           03  FS-ARQCONT              PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-VISITAS              PIC  X(002)         VALUE SPACES.
           03  FS-CASOS                PIC  X(002)         VALUE SPACES.
           03  FS-COMODATO             PIC  X(002)         VALUE SPACES.
           03  FS-TITULOS              PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-PARAMETROS           PIC  X(002)         VALUE SPACES.
           03  FS-RELMAN               PIC  X(002)         VALUE SPACES.
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
       01  WSS-DATA-SIS-N              REDEFINES WSS-DATA-SIS
                                       PIC  9(008).
      *
       01  WSS-DT-INVERTIDA.
           03  WSS-DTI-ANO             PIC  9(004).
           03  WSS-DTI-MES             PIC  9(002).
           03  WSS-DTI-DIA             PIC  9(002).
       01  WSS-DT-INVERTIDA-N          REDEFINES WSS-DT-INVERTIDA
                                       PIC  9(008).
      *
      *----------------------------------------------------------------*
      *    IMAGEM DO CLIENTE ARQUIVADO (CONSULTA E RESTAURACAO)
      *----------------------------------------------------------------*
           COPY 'FD-CLIENTES.CPY'      REPLACING ==::== BY ==-WSC==.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO MANIFESTO (CSV)
      *----------------------------------------------------------------*
       01  CAB-MANIFESTO.
           03  FILLER                  PIC  X(041)         VALUE
               'CLIENTE;CNPJ;RAZAO SOCIAL;FILIAL;CIDADE;'.
           03  FILLER                  PIC  X(038)         VALUE
               'UF;ULTIMO MOVIMENTO;CONTATOS;RESULTADO'.
      *
       01  DET-MANIFESTO.
           03  MAN-CLIENTE-DET         PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  MAN-CNPJ-DET            PIC  9(014)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  MAN-RSOCIAL-DET         PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  MAN-FILIAL-DET          PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  MAN-CIDADE-DET          PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  MAN-UF-DET              PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  MAN-ULT-MOV-DET         PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  MAN-CONTATOS-DET        PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  MAN-RESULTADO-DET       PIC  X(025)         VALUE SPACES.
      *
       01  TOT-MANIFESTO.
           03  TOT-DESCRICAO           PIC  X(025)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TOT-QTD-DET             PIC  ZZZZZZ9        VALUE ZEROS.
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
               ' ..... ARQUIVO FRIO DE CLIENTES INATIVOS ..... ' BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Simular (manifesto)".
           03 F LINE 10 COL 28   VALUE " 2 - Arquivar Inativos  ".
           03 F LINE 12 COL 28   VALUE " 3 - Restaurar Cliente  ".
           03 F LINE 14 COL 28   VALUE " 4 - Consultar Arquivo  ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair               ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]              ".
      *
       01  TELA-LABEL-CODIGO.
           03 F LINE 06 COL 04   VALUE " Codigo do cliente.........: ".
      *
       01  TELA-DADOS-CODIGO-T.
           03 T1A LINE 06 COL 34 PIC 9(007)   TO    WSS-T-CODIGO.
      *
       01  TELA-DADOS-CLIENTE-F.
           03 F LINE 08 COL 04   VALUE " Razao social..............: ".
           03 F1A LINE 08 COL 34 PIC X(040)   FROM  RSOCIAL-WSC.
           03 F LINE 09 COL 04   VALUE " CNPJ......................: ".
           03 F2A LINE 09 COL 34 PIC 9(014)   FROM  CNPJ-WSC.
           03 F LINE 10 COL 04   VALUE " Filial / Cidade / UF......: ".
           03 F3A LINE 10 COL 34 PIC 9(003)   FROM  FILIAL-WSC.
           03 F4A LINE 10 COL 38 PIC X(030)   FROM  CIDADE-WSC.
           03 F5A LINE 10 COL 69 PIC X(002)   FROM  UF-WSC.
           03 F LINE 11 COL 04   VALUE " Situacao no arquivo.......: ".
           03 F6A LINE 11 COL 34 PIC X(010)   FROM  WSS-DESC-SIT.
           03 F LINE 12 COL 04   VALUE " Arquivado em / por........: ".
           03 F7A LINE 12 COL 34 PIC X(010)   FROM  WSS-DT-EDITADA.
           03 F8A LINE 12 COL 46 PIC X(010)
                                  FROM  ACL-OPER-ARQUIVO-FDX.
           03 F LINE 13 COL 04   VALUE " Contatos arquivados.......: ".
           03 F9A LINE 13 COL 34 PIC ZZ9
                                  FROM  ACL-QTD-CONTATOS-FDX.
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
      *  ---> Na grade de jobs executa direto o arquivamento
           IF MODO-BATCH
              MOVE 'A'                 TO WSS-MODO-VARRE
              PERFORM RT-ARQUIVAR      THRU RT-ARQUIVARX
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
           MOVE 36                     TO WSS-MESES-PADRAO.
           MOVE LKS-PARAM              TO WSS-PARAM.
           MOVE '00'                   TO LKS-RETORNO.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS-N         TO WSS-DATA-PROC-AMD.
      *
           PERFORM RT-LER-PARAMETROS   THRU RT-LER-PARAMETROSX.
           PERFORM RT-CALCULAR-CORTE   THRU RT-CALCULAR-CORTEX.
      *
           OPEN I-O ARQ-CLIENTES.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CLIENTES'          TO WSS-ARQUIVO
              MOVE FS-CLIENTES         TO WSS-FSTATUS
              MOVE 1                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN I-O ARQ-CONTATOS.
      *
           EVALUATE FS-CONTATOS
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-CONTATOS
                    OPEN OUTPUT ARQ-CONTATOS
                    CLOSE ARQ-CONTATOS
                    OPEN I-O ARQ-CONTATOS
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'CONTATOS'    TO WSS-ARQUIVO
                    MOVE FS-CONTATOS   TO WSS-FSTATUS
                    MOVE 2             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           PERFORM RT-ABRIR-ARQUIVO-FRIO
                                       THRU RT-ABRIR-ARQUIVO-FRIOX.
      *
      *  ---> Sem PEDIDOS nao ha como provar a ausencia de pedido em
      *       aberto: o arquivo e obrigatorio
           OPEN INPUT ARQ-PEDIDOS.
      *
           IF FS-PEDIDOS               NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'PEDIDOS'           TO WSS-ARQUIVO
              MOVE FS-PEDIDOS          TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Demais arquivos de movimento e pendencias sao opcionais
           OPEN INPUT ARQ-VISITAS.
           IF FS-VISITAS               EQUAL '00'
              MOVE 'S'                 TO WSS-VISITAS-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-CASOS.
           IF FS-CASOS                 EQUAL '00'
              MOVE 'S'                 TO WSS-CASOS-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-COMODATO.
           IF FS-COMODATO              EQUAL '00'
              MOVE 'S'                 TO WSS-COMODATO-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-TITULOS.
           IF FS-TITULOS               EQUAL '00'
              MOVE 'S'                 TO WSS-TITULOS-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-DISTRIBUIR.
           IF FS-DISTRIBUIR            EQUAL '00'
              MOVE 'S'                 TO WSS-DISTRIBUIR-ABERTO
           END-IF.
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
      *    ABRE (OU CRIA NA PRIMEIRA UTILIZACAO) OS ARQUIVOS ARQCLI E
      *    ARQCONT DO ARQUIVO FRIO
      *----------------------------------------------------------------*
       RT-ABRIR-ARQUIVO-FRIO           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-ARQCLI.
      *
           EVALUATE FS-ARQCLI
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-ARQCLI
                    OPEN OUTPUT ARQ-ARQCLI
                    CLOSE ARQ-ARQCLI
                    OPEN I-O ARQ-ARQCLI
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'ARQCLI'      TO WSS-ARQUIVO
                    MOVE FS-ARQCLI     TO WSS-FSTATUS
                    MOVE 3             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-ARQCONT.
      *
           EVALUATE FS-ARQCONT
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-ARQCONT
                    OPEN OUTPUT ARQ-ARQCONT
                    CLOSE ARQ-ARQCONT
                    OPEN I-O ARQ-ARQCONT
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'ARQCONT'     TO WSS-ARQUIVO
                    MOVE FS-ARQCONT    TO WSS-FSTATUS
                    MOVE 4             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
       RT-ABRIR-ARQUIVO-FRIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-PARAMETROS               SECTION.
      *  ---> Meses sem movimento para arquivar; zerado (ou sem
      *       PARAMDIST) assume o padrao de 36 meses
      *----------------------------------------------------------------*
      *
           MOVE WSS-MESES-PADRAO       TO WSS-MESES.
      *
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS             EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS          EQUAL '00'
                 IF PARM-ARQUIVO-MESES  NUMERIC
                    AND PARM-ARQUIVO-MESES
                                        GREATER ZEROS
                    MOVE PARM-ARQUIVO-MESES
                                        TO WSS-MESES
                 END-IF
              END-IF
              CLOSE ARQ-PARAMETROS
           END-IF.
      *
       RT-LER-PARAMETROSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CALCULAR-CORTE               SECTION.
      *  ---> Data de corte: data de processamento menos os meses do
      *       parametro (dia limitado a 28). Ultimo movimento antes
      *       do corte torna o cliente inativo candidato ao arquivo.
      *----------------------------------------------------------------*
      *
           MOVE WSS-DATA-PROC-AMD      TO WSS-DT-INVERTIDA-N.
      *
           COMPUTE WSS-TOT-MESES        = WSS-DTI-ANO * 12
                                        + WSS-DTI-MES - 1
                                        - WSS-MESES.
      *
           COMPUTE WSS-ANO-CORTE        = WSS-TOT-MESES / 12.
           COMPUTE WSS-MES-CORTE        = WSS-TOT-MESES
                                        - WSS-ANO-CORTE * 12 + 1.
           MOVE WSS-DTI-DIA            TO WSS-DIA-CORTE.
      *
           IF WSS-DIA-CORTE            GREATER 28
              MOVE 28                  TO WSS-DIA-CORTE
           END-IF.
      *
           MOVE WSS-ANO-CORTE          TO WSS-DTI-ANO.
           MOVE WSS-MES-CORTE          TO WSS-DTI-MES.
           MOVE WSS-DIA-CORTE          TO WSS-DTI-DIA.
           MOVE WSS-DT-INVERTIDA-N     TO WSS-DT-CORTE.
      *
       RT-CALCULAR-CORTEX.
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
      *  ---> Somente o administrador arquiva ou restaura; os demais
      *       simulam e consultam
           IF (WSS-FUN                 EQUAL 2 OR 3)
              AND (LKS-PERFIL          NOT EQUAL 'A' AND 'a'
                   OR LKS-SO-CONSULTA)
              MOVE "Alteracao restrita ao perfil administrador."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              MOVE ZEROS               TO WSS-FUN
              GO                       TO RT-PROCESSARX
           END-IF.
      *
           EVALUATE WSS-FUN
               WHEN 1
                    MOVE 'S'           TO WSS-MODO-VARRE
                    PERFORM RT-ARQUIVAR
                                       THRU RT-ARQUIVARX
               WHEN 2
                    PERFORM RT-CONFIRMAR-ARQUIVO
                                       THRU RT-CONFIRMAR-ARQUIVOX
               WHEN 3
                    PERFORM RT-RESTAURAR
                                       THRU RT-RESTAURARX
               WHEN 4
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
       RT-CONFIRMAR-ARQUIVO            SECTION.
      *  ---> Confirmacao do arquivamento pela tela
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Arquivar inativos sem movimento ha ' WSS-MESES
                  ' meses (S/N)?'
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           MOVE SPACES                 TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-CONFIRMAR-ARQUIVOX
           END-IF.
      *
           MOVE 'A'                    TO WSS-MODO-VARRE.
           PERFORM RT-ARQUIVAR         THRU RT-ARQUIVARX.
      *
       RT-CONFIRMAR-ARQUIVOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    PERCORRE OS CLIENTES E, PARA CADA INATIVO SEM MOVIMENTO
      *    DESDE O CORTE, GRAVA A LINHA DO MANIFESTO E (FORA DA
      *    SIMULACAO) LEVA O CLIENTE SEM PENDENCIAS AO ARQUIVO FRIO
      *----------------------------------------------------------------*
       RT-ARQUIVAR                     SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT MODO-BATCH
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
              MOVE "Processando... aguarde."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
           END-IF.
      *
           MOVE ZEROS                  TO WSS-QTD-ARQUIVADOS
                                          WSS-QTD-PENDENTES
                                          CODIGO-FDC.
           MOVE 'N'                    TO WSS-FIM-ARQ-CLI.
      *
      *  ---> Manifesto: um CSV por execucao
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO WSS-HORA-ARQ.
           MOVE SPACES                 TO WSS-ARQ-MANIFESTO.
           STRING 'ARQFRIO-'           DELIMITED BY SIZE
                  WSS-DATA-PROC-AMD    DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  WSS-HORA-ARQ         DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-MANIFESTO
           END-STRING.
      *
           OPEN OUTPUT REL-MANIFESTO.
      *
           IF FS-RELMAN                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'MANIFESTO'         TO WSS-ARQUIVO
              MOVE FS-RELMAN           TO WSS-FSTATUS
              MOVE 7                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           WRITE REG-RELMAN            FROM CAB-MANIFESTO.
      *
           START ARQ-CLIENTES          KEY IS NOT LESS CODIGO-FDC
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CLI
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CLI
                                       EQUAL 'S'
              PERFORM RT-TRATAR-CLIENTE
                                       THRU RT-TRATAR-CLIENTEX
           END-PERFORM.
      *
           IF VARRE-SIMULACAO
              MOVE 'TOTAL A ARQUIVAR'  TO TOT-DESCRICAO
           ELSE
              MOVE 'TOTAL ARQUIVADOS'  TO TOT-DESCRICAO
           END-IF.
           MOVE WSS-QTD-ARQUIVADOS     TO TOT-QTD-DET.
           WRITE REG-RELMAN            FROM TOT-MANIFESTO.
      *
           MOVE 'TOTAL COM PENDENCIA'  TO TOT-DESCRICAO.
           MOVE WSS-QTD-PENDENTES      TO TOT-QTD-DET.
           WRITE REG-RELMAN            FROM TOT-MANIFESTO.
      *
           CLOSE REL-MANIFESTO.
      *
           MOVE WSS-ARQ-MANIFESTO      TO LKS-ARQ-REL.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           IF VARRE-SIMULACAO
              STRING 'SIMULACAO ARQ.FRIO ' WSS-QTD-ARQUIVADOS
                     ' CLIENTES'
                 DELIMITED BY SIZE     INTO WSS-AUD-ACAO
              END-STRING
           ELSE
              STRING 'ARQUIVO FRIO ' WSS-QTD-ARQUIVADOS
                     ' CLIENTES ARQUIVADOS'
                 DELIMITED BY SIZE     INTO WSS-AUD-ACAO
              END-STRING
           END-IF.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'Arquivados: ' WSS-QTD-ARQUIVADOS
                  ' Com pendencia: ' WSS-QTD-PENDENTES
              DELIMITED BY SIZE        INTO LKS-MENSAGEM
           END-STRING.
      *
           IF NOT MODO-BATCH
              MOVE SPACES              TO WSS-MENSAGEM
              IF VARRE-SIMULACAO
                 STRING 'A arquivar: ' WSS-QTD-ARQUIVADOS
                        ' Com pendencia: ' WSS-QTD-PENDENTES
                        ' - ' WSS-ARQ-MANIFESTO
                    DELIMITED BY SIZE  INTO WSS-MENSAGEM
                 END-STRING
              ELSE
                 STRING LKS-MENSAGEM   DELIMITED BY '  '
                        ' - '          DELIMITED BY SIZE
                        WSS-ARQ-MANIFESTO
                                       DELIMITED BY SIZE
                    INTO WSS-MENSAGEM
                 END-STRING
              END-IF
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
       RT-ARQUIVARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-CLIENTE               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CLIENTES           NEXT
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-CLI
                    GO                  TO RT-TRATAR-CLIENTEX
           END-READ.
      *
           IF NOT INATIVO-FDC
              GO                       TO RT-TRATAR-CLIENTEX
           END-IF.
      *
      *  ---> Na tela so sao tratados clientes das filiais permitidas
      *       ao operador; a grade de jobs roda sobre toda a base
           IF NOT MODO-BATCH
              MOVE FILIAL-FDC          TO WSS-FIL-TESTE
              PERFORM RT-CONFERIR-FILIAL
                                       THRU RT-CONFERIR-FILIALX
              IF NOT FILIAL-PERMITIDA
                 GO                    TO RT-TRATAR-CLIENTEX
              END-IF
           END-IF.
      *
      *  ---> Ultimo movimento pelo cadastro; pedidos e visitas sao
      *       conferidos abaixo
           MOVE ZEROS                  TO WSS-ULT-MOVIMENTO.
      *
           IF DTINCLUSAO-FDC           NUMERIC
              MOVE DTINCLUSAO-FDC      TO WSS-ULT-MOVIMENTO
           END-IF.
      *
           IF DTALTERACAO-FDC          NUMERIC
              AND DTALTERACAO-FDC      GREATER WSS-ULT-MOVIMENTO
              MOVE DTALTERACAO-FDC     TO WSS-ULT-MOVIMENTO
           END-IF.
      *
           IF WSS-ULT-MOVIMENTO        NOT LESS WSS-DT-CORTE
              GO                       TO RT-TRATAR-CLIENTEX
           END-IF.
      *
           MOVE SPACES                 TO WSS-PENDENCIA.
      *
           PERFORM RT-VERIFICAR-PEDIDOS
                                       THRU RT-VERIFICAR-PEDIDOSX.
           PERFORM RT-VERIFICAR-VISITAS
                                       THRU RT-VERIFICAR-VISITASX.
      *
      *  ---> Pedido ou visita depois do corte: ainda nao e frio
           IF WSS-ULT-MOVIMENTO        NOT LESS WSS-DT-CORTE
              GO                       TO RT-TRATAR-CLIENTEX
           END-IF.
      *
           PERFORM RT-VERIFICAR-PENDENCIAS
                                       THRU RT-VERIFICAR-PENDENCIASX.
      *
           PERFORM RT-CONTAR-CONTATOS  THRU RT-CONTAR-CONTATOSX.
      *
           IF WSS-PENDENCIA            NOT EQUAL SPACES
              ADD 1                    TO WSS-QTD-PENDENTES
              PERFORM RT-GRAVAR-MANIFESTO
                                       THRU RT-GRAVAR-MANIFESTOX
              GO                       TO RT-TRATAR-CLIENTEX
           END-IF.
      *
           IF VARRE-SIMULACAO
              MOVE 'A ARQUIVAR'        TO WSS-PENDENCIA
           ELSE
              PERFORM RT-MOVER-CLIENTE THRU RT-MOVER-CLIENTEX
              MOVE 'ARQUIVADO'         TO WSS-PENDENCIA
           END-IF.
      *
           ADD 1                       TO WSS-QTD-ARQUIVADOS.
           PERFORM RT-GRAVAR-MANIFESTO THRU RT-GRAVAR-MANIFESTOX.
      *
       RT-TRATAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VERIFICAR-PEDIDOS            SECTION.
      *  ---> Percorre os pedidos do cliente: data do ultimo pedido
      *       e pedido em aberto (nem cancelado/reprovado, nem
      *       faturado ou cancelado no faturamento do ERP)
      *----------------------------------------------------------------*
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
                      IF PED-DATA-FDP  GREATER WSS-ULT-MOVIMENTO
                         MOVE PED-DATA-FDP
                                       TO WSS-ULT-MOVIMENTO
                      END-IF
                      IF NOT PEDIDO-CANCELADO-FDP
                         AND NOT PEDIDO-REPROVADO-FDP
                         AND NOT PED-FATURADO-FDP
                         AND NOT PED-FAT-CANCELADO-FDP
                         AND WSS-PENDENCIA
                                       EQUAL SPACES
                         MOVE 'PENDENTE: PEDIDO ABERTO'
                                       TO WSS-PENDENCIA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-VERIFICAR-PEDIDOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VERIFICAR-VISITAS            SECTION.
      *  ---> Data da ultima visita registrada para o cliente
      *----------------------------------------------------------------*
      *
           IF NOT VISITAS-ABERTO
              GO                       TO RT-VERIFICAR-VISITASX
           END-IF.
      *
           MOVE CODIGO-FDC             TO VIS-CCLIENTE-FDT.
           MOVE ZEROS                  TO VIS-DATA-FDT.
           MOVE 'N'                    TO WSS-FIM-ARQ-VIS.
      *
           START ARQ-VISITAS           KEY IS NOT LESS VIS-CHAVE-FDT
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-VIS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-VIS
                                       EQUAL 'S'
              READ ARQ-VISITAS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-VIS
                NOT AT END
                   IF VIS-CCLIENTE-FDT NOT EQUAL CODIGO-FDC
                      MOVE 'S'         TO WSS-FIM-ARQ-VIS
                   ELSE
                      IF VIS-DATA-FDT  GREATER WSS-ULT-MOVIMENTO
                         MOVE VIS-DATA-FDT
                                       TO WSS-ULT-MOVIMENTO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-VERIFICAR-VISITASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VERIFICAR-PENDENCIAS         SECTION.
      *  ---> Caso de triagem aberto, equipamento em comodato,
      *       titulo em aberto e carteira na distribuicao retem o
      *       cliente (o primeiro motivo encontrado vai ao manifesto)
      *----------------------------------------------------------------*
      *
           IF WSS-PENDENCIA            NOT EQUAL SPACES
              GO                       TO RT-VERIFICAR-PENDENCIASX
           END-IF.
      *
           IF CASOS-ABERTO
              MOVE CODIGO-FDC          TO CAS-CCLIENTE-FDO
              READ ARQ-CASOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CASO-ABERTO-FDO
                          OR CASO-CORRECAO-FDO
                          MOVE 'PENDENTE: CASO ABERTO'
                                       TO WSS-PENDENCIA
                          GO           TO RT-VERIFICAR-PENDENCIASX
                       END-IF
              END-READ
           END-IF.
      *
           IF COMODATO-ABERTO
              PERFORM RT-VERIFICAR-COMODATO
                                       THRU RT-VERIFICAR-COMODATOX
              IF WSS-PENDENCIA         NOT EQUAL SPACES
                 GO                    TO RT-VERIFICAR-PENDENCIASX
              END-IF
           END-IF.
      *
           IF TITULOS-ABERTO
              PERFORM RT-VERIFICAR-TITULOS
                                       THRU RT-VERIFICAR-TITULOSX
              IF WSS-PENDENCIA         NOT EQUAL SPACES
                 GO                    TO RT-VERIFICAR-PENDENCIASX
              END-IF
           END-IF.
      *
           IF DISTRIBUIR-ABERTO
              MOVE CODIGO-FDC          TO CCLIENTE-FDD
              READ ARQ-DISTRIBUIR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'PENDENTE: NA CARTEIRA'
                                       TO WSS-PENDENCIA
              END-READ
           END-IF.
      *
       RT-VERIFICAR-PENDENCIASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VERIFICAR-COMODATO           SECTION.
      *  ---> Emprestimo vigente de equipamento ao cliente
      *----------------------------------------------------------------*
      *
           MOVE CODIGO-FDC             TO CMD-CCLIENTE-FDE.
           MOVE 'N'                    TO WSS-FIM-ARQ-CMD.
      *
           START ARQ-COMODATO          KEY IS NOT LESS CMD-CCLIENTE-FDE
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CMD
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CMD
                                       EQUAL 'S'
              READ ARQ-COMODATO        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-CMD
                NOT AT END
                   IF CMD-CCLIENTE-FDE NOT EQUAL CODIGO-FDC
                      MOVE 'S'         TO WSS-FIM-ARQ-CMD
                   ELSE
                      IF CMD-VIGENTE-FDE
                         MOVE 'PENDENTE: COMODATO'
                                       TO WSS-PENDENCIA
                         MOVE 'S'      TO WSS-FIM-ARQ-CMD
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-VERIFICAR-COMODATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VERIFICAR-TITULOS            SECTION.
      *  ---> Titulo com saldo em aberto no contas a receber
      *----------------------------------------------------------------*
      *
           MOVE CODIGO-FDC             TO TIT-CCLIENTE-FDI.
           MOVE LOW-VALUES             TO TIT-NUMERO-FDI.
           MOVE 'N'                    TO WSS-FIM-ARQ-TIT.
      *
           START ARQ-TITULOS           KEY IS NOT LESS TIT-CHAVE-FDI
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-TIT
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-TIT
                                       EQUAL 'S'
              READ ARQ-TITULOS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-TIT
                NOT AT END
                   IF TIT-CCLIENTE-FDI NOT EQUAL CODIGO-FDC
                      MOVE 'S'         TO WSS-FIM-ARQ-TIT
                   ELSE
                      IF TIT-VLR-ABERTO-FDI
                                       GREATER ZEROS
                         MOVE 'PENDENTE: TITULO ABERTO'
                                       TO WSS-PENDENCIA
                         MOVE 'S'      TO WSS-FIM-ARQ-TIT
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-VERIFICAR-TITULOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONTAR-CONTATOS              SECTION.
      *  ---> Quantidade de contatos do cliente (manifesto)
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-CONTATOS.
           MOVE CODIGO-FDC             TO CON-CCLIENTE-FDN.
           MOVE ZEROS                  TO CON-SEQ-FDN.
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
      *
           START ARQ-CONTATOS          KEY IS NOT LESS CON-CHAVE-FDN
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CON
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CON
                                       EQUAL 'S'
              READ ARQ-CONTATOS        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-CON
                NOT AT END
                   IF CON-CCLIENTE-FDN NOT EQUAL CODIGO-FDC
                      MOVE 'S'         TO WSS-FIM-ARQ-CON
                   ELSE
                      ADD 1            TO WSS-QTD-CONTATOS
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-CONTAR-CONTATOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    LEVA O CLIENTE EM REG-FDC E OS SEUS CONTATOS AO ARQUIVO
      *    FRIO E OS EXCLUI DO CLIENTES/CONTATOS. CLIENTE JA
      *    RESTAURADO ANTES TEM O REGISTRO DO ARQCLI REAPROVEITADO.
      *----------------------------------------------------------------*
       RT-MOVER-CLIENTE                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE CODIGO-FDC             TO CON-CCLIENTE-FDN.
           MOVE ZEROS                  TO CON-SEQ-FDN.
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
      *
           START ARQ-CONTATOS          KEY IS NOT LESS CON-CHAVE-FDN
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CON
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CON
                                       EQUAL 'S'
              PERFORM RT-MOVER-CONTATO THRU RT-MOVER-CONTATOX
           END-PERFORM.
      *
           MOVE CODIGO-FDC             TO ACL-CODIGO-FDX.
      *
           READ ARQ-ARQCLI
                INVALID KEY
                    MOVE '23'          TO FS-ARQCLI
           END-READ.
      *
           MOVE CODIGO-FDC             TO ACL-CODIGO-FDX.
           MOVE 'A'                    TO ACL-SITUACAO-FDX.
           MOVE WSS-DATA-PROC-AMD      TO ACL-DT-ARQUIVO-FDX.
           MOVE LKS-OPERADOR           TO ACL-OPER-ARQUIVO-FDX.
           MOVE ZEROS                  TO ACL-DT-RESTAURO-FDX.
           MOVE SPACES                 TO ACL-OPER-RESTAURO-FDX.
           MOVE WSS-QTD-CONTATOS       TO ACL-QTD-CONTATOS-FDX.
           MOVE REG-FDC                TO ACL-DADOS-FDX.
      *
           IF FS-ARQCLI                EQUAL '00'
              REWRITE REG-FDX
           ELSE
              WRITE REG-FDX
           END-IF.
      *
           IF FS-ARQCLI                NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'ARQCLI'            TO WSS-ARQUIVO
              MOVE FS-ARQCLI           TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           DELETE ARQ-CLIENTES         RECORD
                INVALID KEY
                    MOVE 'ao excluir ' TO WSS-DESCRICAO
                    MOVE 'CLIENTES'    TO WSS-ARQUIVO
                    MOVE FS-CLIENTES   TO WSS-FSTATUS
                    MOVE 9             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-DELETE.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'CLIENTE ' CODIGO-FDC ' ARQUIVADO C/ '
                  WSS-QTD-CONTATOS ' CONTATOS'
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
       RT-MOVER-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-MOVER-CONTATO                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONTATOS           NEXT
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
                    GO                  TO RT-MOVER-CONTATOX
           END-READ.
      *
           IF CON-CCLIENTE-FDN         NOT EQUAL CODIGO-FDC
              MOVE 'S'                 TO WSS-FIM-ARQ-CON
              GO                       TO RT-MOVER-CONTATOX
           END-IF.
      *
           MOVE CON-CCLIENTE-FDN       TO ACN-CCLIENTE-FDY.
           MOVE CON-SEQ-FDN            TO ACN-SEQ-FDY.
           MOVE REG-FDN                TO ACN-DADOS-FDY.
      *
           WRITE REG-FDY
                 INVALID KEY
                    REWRITE REG-FDY
           END-WRITE.
      *
           DELETE ARQ-CONTATOS         RECORD
                INVALID KEY
                    MOVE 'ao excluir ' TO WSS-DESCRICAO
                    MOVE 'CONTATOS'    TO WSS-ARQUIVO
                    MOVE FS-CONTATOS   TO WSS-FSTATUS
                    MOVE 10            TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-DELETE.
      *
       RT-MOVER-CONTATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-MANIFESTO             SECTION.
      *  ---> Linha do manifesto do cliente em REG-FDC com o
      *       resultado em WSS-PENDENCIA
      *----------------------------------------------------------------*
      *
           MOVE CODIGO-FDC             TO MAN-CLIENTE-DET.
           MOVE CNPJ-FDC               TO MAN-CNPJ-DET.
           MOVE RSOCIAL-FDC            TO MAN-RSOCIAL-DET.
           INSPECT MAN-RSOCIAL-DET     REPLACING ALL ';' BY ','.
           MOVE FILIAL-FDC             TO MAN-FILIAL-DET.
           MOVE CIDADE-FDC             TO MAN-CIDADE-DET.
           INSPECT MAN-CIDADE-DET      REPLACING ALL ';' BY ','.
           MOVE UF-FDC                 TO MAN-UF-DET.
      *
           MOVE WSS-ULT-MOVIMENTO      TO WSS-DT-INVERTIDA-N.
           PERFORM RT-EDITAR-DATA      THRU RT-EDITAR-DATAX.
           MOVE WSS-DT-EDITADA         TO MAN-ULT-MOV-DET.
      *
           MOVE WSS-QTD-CONTATOS       TO MAN-CONTATOS-DET.
           MOVE WSS-PENDENCIA          TO MAN-RESULTADO-DET.
      *
           WRITE REG-RELMAN            FROM DET-MANIFESTO.
      *
       RT-GRAVAR-MANIFESTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RESTAURA UM CLIENTE DO ARQUIVO FRIO COM O MESMO CODIGO,
      *    AINDA INATIVO (A REATIVACAO E FEITA NO CADASTRO), E DEVOLVE
      *    OS SEUS CONTATOS. O REGISTRO DO ARQCLI FICA COMO 'R', PARA
      *    QUE O CODIGO CONTINUE RESERVADO.
      *----------------------------------------------------------------*
       RT-RESTAURAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-CODIGO   THRU RT-RECEBER-CODIGOX.
      *
           IF WSS-T-CODIGO             EQUAL ZEROS
              GO                       TO RT-RESTAURARX
           END-IF.
      *
           IF NOT ACL-ARQUIVADO-FDX
              MOVE "Cliente ja restaurado anteriormente."
                                       TO WSS-MENSAGEM
              PERFORM RT-AVISAR        THRU RT-AVISARX
              GO                       TO RT-RESTAURARX
           END-IF.
      *
      *  ---> Filial fora das permitidas ao operador: recusado e
      *       auditado
           MOVE FILIAL-WSC             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              MOVE SPACES              TO WSS-AUD-ACAO
              STRING 'ACESSO NEGADO FILIAL ' FILIAL-WSC
                     ' CLI ' ACL-CODIGO-FDX
                 DELIMITED BY SIZE     INTO WSS-AUD-ACAO
              END-STRING
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              MOVE "Cliente de filial nao permitida ao operador."
                                       TO WSS-MENSAGEM
              PERFORM RT-AVISAR        THRU RT-AVISARX
              GO                       TO RT-RESTAURARX
           END-IF.
      *
      *  ---> O codigo continua reservado: nao pode estar no CLIENTES
           MOVE ACL-CODIGO-FDX         TO CODIGO-FDC.
      *
           READ ARQ-CLIENTES
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Codigo ja consta do cadastro de clientes."
                                       TO WSS-MENSAGEM
                    PERFORM RT-AVISAR  THRU RT-AVISARX
                    GO                 TO RT-RESTAURARX
           END-READ.
      *
      *  ---> CNPJ recadastrado com outro codigo enquanto arquivado:
      *       os dois cadastros devem ser unidos pela consolidacao
           MOVE CNPJ-WSC               TO CNPJ-FDC.
      *
           READ ARQ-CLIENTES           KEY IS CNPJ-FDC
                INVALID KEY
                    MOVE ZEROS         TO WSS-CNPJ-OUTRO
                NOT INVALID KEY
                    MOVE CODIGO-FDC    TO WSS-CNPJ-OUTRO
           END-READ.
      *
           IF WSS-CNPJ-OUTRO           GREATER ZEROS
              MOVE SPACES              TO WSS-MENSAGEM
              STRING 'CNPJ ja ativo no cliente ' WSS-CNPJ-OUTRO
                     ': restaure e consolide (PT000016).'
                 DELIMITED BY SIZE     INTO WSS-MENSAGEM
              END-STRING
              PERFORM RT-AVISAR        THRU RT-AVISARX
              GO                       TO RT-RESTAURARX
           END-IF.
      *
           MOVE "Confirma a restauracao do cliente (S/N)?"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE SPACES                 TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-RESTAURARX
           END-IF.
      *
      *  ---> Volta ao CLIENTES com a data de alteracao do dia, para
      *       o modo incremental da distribuicao
           MOVE WSS-DATA-PROC-AMD      TO DTALTERACAO-WSC.
      *
           WRITE REG-FDC               FROM REG-WSC
                 INVALID KEY
                    MOVE 'ao gravar  ' TO WSS-DESCRICAO
                    MOVE 'CLIENTES'    TO WSS-ARQUIVO
                    MOVE FS-CLIENTES   TO WSS-FSTATUS
                    MOVE 11            TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-WRITE.
      *
           MOVE ZEROS                  TO WSS-QTD-CONTATOS.
           MOVE ACL-CODIGO-FDX         TO ACN-CCLIENTE-FDY.
           MOVE ZEROS                  TO ACN-SEQ-FDY.
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
      *
           START ARQ-ARQCONT           KEY IS NOT LESS ACN-CHAVE-FDY
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CON
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CON
                                       EQUAL 'S'
              PERFORM RT-RESTAURAR-CONTATO
                                       THRU RT-RESTAURAR-CONTATOX
           END-PERFORM.
      *
           MOVE 'R'                    TO ACL-SITUACAO-FDX.
           MOVE WSS-DATA-PROC-AMD      TO ACL-DT-RESTAURO-FDX.
           MOVE LKS-OPERADOR           TO ACL-OPER-RESTAURO-FDX.
      *
           REWRITE REG-FDX
                 INVALID KEY
                    MOVE 'ao regravar' TO WSS-DESCRICAO
                    MOVE 'ARQCLI'      TO WSS-ARQUIVO
                    MOVE FS-ARQCLI     TO WSS-FSTATUS
                    MOVE 12            TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-REWRITE.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'CLIENTE ' ACL-CODIGO-FDX ' RESTAURADO C/ '
                  WSS-QTD-CONTATOS ' CONTATOS'
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Cliente restaurado como inativo: reative no cadastro."
                                       TO WSS-MENSAGEM.
           PERFORM RT-AVISAR           THRU RT-AVISARX.
      *
       RT-RESTAURARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RESTAURAR-CONTATO            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-ARQCONT            NEXT
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
                    GO                  TO RT-RESTAURAR-CONTATOX
           END-READ.
      *
           IF ACN-CCLIENTE-FDY         NOT EQUAL ACL-CODIGO-FDX
              MOVE 'S'                 TO WSS-FIM-ARQ-CON
              GO                       TO RT-RESTAURAR-CONTATOX
           END-IF.
      *
           MOVE ACN-DADOS-FDY          TO REG-FDN.
      *
           WRITE REG-FDN
                 INVALID KEY
                    REWRITE REG-FDN
           END-WRITE.
      *
           ADD 1                       TO WSS-QTD-CONTATOS.
      *
           DELETE ARQ-ARQCONT          RECORD
                INVALID KEY
                    MOVE 'ao excluir ' TO WSS-DESCRICAO
                    MOVE 'ARQCONT'     TO WSS-ARQUIVO
                    MOVE FS-ARQCONT    TO WSS-FSTATUS
                    MOVE 13            TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-DELETE.
      *
       RT-RESTAURAR-CONTATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RECEBE O CODIGO DE UM CLIENTE DO ARQUIVO FRIO E EXIBE O
      *    RESUMO. ZERO OU CODIGO FORA DO ARQUIVO VOLTA AO MENU.
      *----------------------------------------------------------------*
       RT-RECEBER-CODIGO               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-CODIGO.
      *
           DISPLAY TELA-LABEL-CODIGO.
      *
           MOVE "Informe o codigo do cliente (zero = voltar)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1A.
      *
           IF WSS-T-CODIGO             EQUAL ZEROS
              GO                       TO RT-RECEBER-CODIGOX
           END-IF.
      *
           MOVE WSS-T-CODIGO           TO ACL-CODIGO-FDX.
      *
           READ ARQ-ARQCLI
                INVALID KEY
                    MOVE "Cliente nao consta do arquivo frio."
                                       TO WSS-MENSAGEM
                    PERFORM RT-AVISAR  THRU RT-AVISARX
                    MOVE ZEROS         TO WSS-T-CODIGO
                    GO                 TO RT-RECEBER-CODIGOX
           END-READ.
      *
           PERFORM RT-DESCREVER-ARQUIVO
                                       THRU RT-DESCREVER-ARQUIVOX.
      *
           DISPLAY TELA-DADOS-CLIENTE-F.
      *
       RT-RECEBER-CODIGOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DESCREVER-ARQUIVO            SECTION.
      *  ---> Imagem do cliente, situacao e data de arquivamento
      *       editadas do registro em REG-FDX
      *----------------------------------------------------------------*
      *
           MOVE ACL-DADOS-FDX          TO REG-WSC.
      *
           EVALUATE TRUE
               WHEN ACL-ARQUIVADO-FDX
                    MOVE 'ARQUIVADO'   TO WSS-DESC-SIT
               WHEN ACL-RESTAURADO-FDX
                    MOVE 'RESTAURADO'  TO WSS-DESC-SIT
               WHEN OTHER
                    MOVE SPACES        TO WSS-DESC-SIT
           END-EVALUATE.
      *
           MOVE ACL-DT-ARQUIVO-FDX     TO WSS-DT-INVERTIDA-N.
           PERFORM RT-EDITAR-DATA      THRU RT-EDITAR-DATAX.
      *
       RT-DESCREVER-ARQUIVOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONSULTA: UM CLIENTE PELO CODIGO OU, COM CODIGO ZERO, A
      *    LISTA DO ARQUIVO FRIO (DO MENOR AO MAIOR CODIGO)
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-CODIGO.
           DISPLAY TELA-LABEL-CODIGO.
      *
           MOVE "Codigo do cliente (zero = lista do arquivo frio)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1A.
      *
           IF WSS-T-CODIGO             GREATER ZEROS
              MOVE WSS-T-CODIGO        TO ACL-CODIGO-FDX
              READ ARQ-ARQCLI
                   INVALID KEY
                       MOVE "Cliente nao consta do arquivo frio."
                                       TO WSS-MENSAGEM
                       PERFORM RT-AVISAR
                                       THRU RT-AVISARX
                       GO              TO RT-CONSULTAX
              END-READ
              PERFORM RT-DESCREVER-ARQUIVO
                                       THRU RT-DESCREVER-ARQUIVOX
              DISPLAY TELA-DADOS-CLIENTE-F
              MOVE "Pressione qualquer tecla."
                                       TO WSS-MENSAGEM
              PERFORM RT-AVISAR        THRU RT-AVISARX
              GO                       TO RT-CONSULTAX
           END-IF.
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO ACL-CODIGO-FDX
                                          WSS-REG-LISTADOS.
           MOVE 'N'                    TO WSS-FIM-ARQ-ACL.
      *
           START ARQ-ARQCLI            KEY IS NOT LESS ACL-CODIGO-FDX
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-ACL
           END-START.
      *
           PERFORM RT-CABECALHO-LISTA  THRU RT-CABECALHO-LISTAX.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ACL
                                       EQUAL 'S'
              PERFORM RT-EXIBIR-ARQUIVADO
                                       THRU RT-EXIBIR-ARQUIVADOX
           END-PERFORM.
      *
           IF WSS-REG-LISTADOS         EQUAL ZEROS
              MOVE "Nenhum cliente no arquivo frio."
                                       TO WSS-MENSAGEM
           ELSE
              MOVE "Fim da consulta. Pressione qualquer tecla."
                                       TO WSS-MENSAGEM
           END-IF.
           PERFORM RT-AVISAR           THRU RT-AVISARX.
      *
       RT-CONSULTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CABECALHO-LISTA              SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY 'CLIENTE RAZAO SOCIAL                   FIL '
                                       LINE 04 COL 03.
           DISPLAY 'SITUACAO   ARQUIVADO  CTT'
                                       LINE 04 COL 47.
           MOVE 5                      TO WSS-LINHA.
      *
       RT-CABECALHO-LISTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXIBIR-ARQUIVADO             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-ARQCLI             NEXT
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-ACL
                    GO                  TO RT-EXIBIR-ARQUIVADOX
           END-READ.
      *
           PERFORM RT-DESCREVER-ARQUIVO
                                       THRU RT-DESCREVER-ARQUIVOX.
      *
      *  ---> Clientes de filiais nao permitidas nao sao listados
           MOVE FILIAL-WSC             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              GO                       TO RT-EXIBIR-ARQUIVADOX
           END-IF.
      *
           ADD 1                       TO WSS-REG-LISTADOS.
      *
           DISPLAY ACL-CODIGO-FDX      LINE WSS-LINHA COL 03.
           DISPLAY RSOCIAL-WSC(1:30)   LINE WSS-LINHA COL 11.
           DISPLAY FILIAL-WSC          LINE WSS-LINHA COL 43.
           DISPLAY WSS-DESC-SIT        LINE WSS-LINHA COL 47.
           DISPLAY WSS-DT-EDITADA      LINE WSS-LINHA COL 58.
           DISPLAY ACL-QTD-CONTATOS-FDX
                                       LINE WSS-LINHA COL 69.
      *
           ADD 1                       TO WSS-LINHA.
      *
      *  ---> Tela cheia: pausa e recomeca do topo
           IF WSS-LINHA                GREATER 21
              MOVE "ENTER continua, 'S' encerra a consulta."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              MOVE SPACES              TO WSS-ENT
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              IF WSS-ENT               EQUAL 'S' OR 's'
                 MOVE 'S'              TO WSS-FIM-ARQ-ACL
              ELSE
                 PERFORM RT-LIMPAR-TELA
                                       THRU RT-LIMPAR-TELAX
                 PERFORM RT-CABECALHO-LISTA
                                       THRU RT-CABECALHO-LISTAX
              END-IF
           END-IF.
      *
       RT-EXIBIR-ARQUIVADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVISAR                       SECTION.
      *  ---> Exibe a mensagem e aguarda o operador
      *----------------------------------------------------------------*
      *
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-AVISARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-DT-EDITADA.
      *
           IF WSS-DT-INVERTIDA-N       NOT NUMERIC
              OR WSS-DT-INVERTIDA-N    EQUAL ZEROS
              GO                       TO RT-EDITAR-DATAX
           END-IF.
      *
           STRING WSS-DTI-DIA '/' WSS-DTI-MES '/' WSS-DTI-ANO
              DELIMITED BY SIZE        INTO WSS-DT-EDITADA
           END-STRING.
      *
       RT-EDITAR-DATAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-CATALOGO           SECTION.
      *  ---> Registra o manifesto no catalogo central (CATREL), para
      *       revisualizacao pelo paginador do menu
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
           MOVE 'PT000109'             TO CAT-PROGRAMA-FDK.
           MOVE WSS-DATA-PROC-AMD      TO CAT-DATA-FDK.
           MOVE WSS-HORA-ARQ           TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE SPACES                 TO CAT-FILTROS-FDK.
           IF VARRE-SIMULACAO
              STRING 'SIMULACAO ' WSS-MESES ' MESES'
                 DELIMITED BY SIZE     INTO CAT-FILTROS-FDK
              END-STRING
           ELSE
              STRING 'ARQUIVO ' WSS-MESES ' MESES'
                 DELIMITED BY SIZE     INTO CAT-FILTROS-FDK
              END-STRING
           END-IF.
           MOVE WSS-ARQ-MANIFESTO      TO CAT-ARQUIVO-FDK.
      *
           WRITE REG-FDK.
      *
           CLOSE ARQ-CATALOGO.
      *
       RT-REGISTRAR-CATALOGOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONFERE SE A FILIAL EM WSS-FIL-TESTE ESTA ENTRE AS FILIAIS
      *    PERMITIDAS AO OPERADOR DA SESSAO (LISTA ZERADA LIBERA TODAS
      *    AS FILIAIS DA EMPRESA)
      *----------------------------------------------------------------*
       RT-CONFERIR-FILIAL              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WSS-FIL-PERMITIDA.
      *
           IF LKS-FILIAIS-PERM         NOT NUMERIC
              OR LKS-FILIAIS-PERM      EQUAL ZEROS
              GO                       TO RT-CONFERIR-FILIALX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIL-PERMITIDA.
      *
           PERFORM VARYING WSS-IDX-PERM FROM 1 BY 1
                   UNTIL   WSS-IDX-PERM GREATER 8
              IF LKS-FILIAL-PERM (WSS-IDX-PERM)
                                       EQUAL WSS-FIL-TESTE
                 AND WSS-FIL-TESTE     GREATER ZEROS
                 MOVE 'S'              TO WSS-FIL-PERMITIDA
              END-IF
           END-PERFORM.
      *
       RT-CONFERIR-FILIALX.
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
           MOVE 'PT000109'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000109'             TO WSE-ERR-PROGRAMA.
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
           CLOSE ARQ-CLIENTES
                 ARQ-CONTATOS
                 ARQ-ARQCLI
                 ARQ-ARQCONT
                 ARQ-PEDIDOS
                 ARQ-AUDITORIA.
      *
           IF VISITAS-ABERTO
              CLOSE ARQ-VISITAS
           END-IF.
      *
           IF CASOS-ABERTO
              CLOSE ARQ-CASOS
           END-IF.
      *
           IF COMODATO-ABERTO
              CLOSE ARQ-COMODATO
           END-IF.
      *
           IF TITULOS-ABERTO
              CLOSE ARQ-TITULOS
           END-IF.
      *
           IF DISTRIBUIR-ABERTO
              CLOSE ARQ-DISTRIBUIR
           END-IF.
      *
           MOVE '00'                   TO LKS-RETORNO.
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
