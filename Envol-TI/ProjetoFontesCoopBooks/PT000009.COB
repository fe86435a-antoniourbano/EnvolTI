      *     *            COMO *EM INTEGRACAO* NO CABECALHO DO          *
      *     *            ITINERARIO.                                   *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            TITULOS VENCIDOS DO CLIENTE (ARQUIVO TITULOS, *
      *     *            CARGA DO PT000085) SAEM NO BLOCO DA VISITA    *
      *     *            COM NUMERO, VENCIMENTO, VALOR E DIAS DE       *
      *     *            ATRASO.                                       *
      *     *----------------------------------------------------------*
      *     * VERSAO 05    -    Amarildo M Borges      -    15.10.2026 *
      *     *            SUGESTAO DE REPOSICAO DO CLIENTE (ARQUIVO     *
      *     *            SUGESTAO, GERADO PELO PT000091) SAI NO BLOCO  *
      *     *            DA VISITA COM PRODUTO, QUANTIDADE MEDIA E     *
      *     *            DIAS DESDE A ULTIMA COMPRA.                   *
      *     *----------------------------------------------------------*
      *     * VERSAO 06    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CLIENTE FECHADO NA DATA (ARQ CLIFECHA, MANTIDO*
      *     *            PELO PT000098) SAI DAS VISITAS PROGRAMADAS E E*
      *     *            LISTADO NA SECAO NAO VISITAR - CLIENTES       *
      *     *            FECHADOS, COM O FIM DO PERIODO E O MOTIVO.    *
      *     *----------------------------------------------------------*
      *     * VERSAO 07    -    Amarildo M Borges      -    15.10.2026 *
      *     *            TITULAR AUSENTE NA DATA (ARQ AUSENCIA, VIA    *
      *     *            PRV00907): A SECAO DA CARTEIRA SAI EM NOME DO *
      *     *            SUBSTITUTO NOMEADO, COM LINHA INDICANDO O     *
      *     *            TITULAR COBERTO E O FIM DA AUSENCIA (OU       *
      *     *            AUSENTE SEM SUBSTITUTO).                      *
      *     *----------------------------------------------------------*
      *     * VERSAO 08    -    Amarildo M Borges      -    15.10.2026 *
      *     *            ITINERARIO SO COM CLIENTES DAS FILIAIS        *
      *     *            PERMITIDAS AO OPERADOR.                       *
      *     *----------------------------------------------------------*
      *     * VERSAO 09    -    Amarildo M Borges      -    15.10.2026 *
      *     *            TAREFAS DE ACOMPANHAMENTO EM ABERTO DO CLIENTE*
      *     *            (ARQUIVO TAREFA) SAEM NO BLOCO DA VISITA COM O*
      *     *            VENCIMENTO, *ATRASO QUANDO VENCIDA, A         *
      *     *            DESCRICAO E O RESPONSAVEL.                    *
      *     *----------------------------------------------------------*
      *     * VERSAO 10    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA DE PROCESSAMENTO.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 11    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CLIENTE COM ENDERECO DE ENTREGA ATIVO MARCADO *
      *     *            COMO PONTO DE VISITA (ENDENTREGA, PT000112)   *
      *     *            SAI NO BLOCO DA VISITA COM ENDERECO, CIDADE E *
      *     *            CEP DELE, NO LUGAR DOS DO CADASTRO.           *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *       visita)
           COPY 'SEL-CONTATOS.CPY'     REPLACING ==::== BY ==-FDN==.
      *
      *  ---> Titulos em aberto do ERP (vencidos saem no bloco da
      *       visita para cobranca)
           COPY 'SEL-TITULOS.CPY'      REPLACING ==::== BY ==-FDR==.
      *
      *  ---> Sugestao de reposicao por cliente (produtos vencidos no
      *       intervalo usual de compra saem no bloco da visita)
           COPY 'SEL-SUGESTAO.CPY'     REPLACING ==::== BY ==-FDS==.
      *
      *  ---> Periodos de fechamento do cliente (cliente fechado na
      *       data sai das visitas e vai para a secao NAO VISITAR)
           COPY 'SEL-CLIFECHA.CPY'     REPLACING ==::== BY ==-FDF==.
      *
      *  ---> Tarefas de acompanhamento (abertas saem no bloco da
      *       visita)
           COPY 'SEL-TAREFA.CPY'       REPLACING ==::== BY ==-FDJ==.
      *
      *  ---> Enderecos de entrega (ponto de visita do vendedor)
           COPY 'SEL-ENDENTREGA.CPY'   REPLACING ==::== BY ==-FDE==.
      *
      *  ---> Arquivo de PARAMETROS (linhas por pagina)
           COPY 'SEL-PARAMETROS.CPY'.
      *
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDN.
       COPY 'FD-CONTATOS.CPY'          REPLACING ==::== BY ==-FDN==.
      *
       FD  ARQ-TITULOS                 VALUE OF FILE-ID IS 'TITULOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-TITULOS.CPY'           REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-SUGESTAO                VALUE OF FILE-ID IS 'SUGESTAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDS.
       COPY 'FD-SUGESTAO.CPY'          REPLACING ==::== BY ==-FDS==.
      *
       FD  ARQ-CLIFECHA                VALUE OF FILE-ID IS 'CLIFECHA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDF.
       COPY 'FD-CLIFECHA.CPY'          REPLACING ==::== BY ==-FDF==.
      *
       FD  ARQ-TAREFA                  VALUE OF FILE-ID IS 'TAREFA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDJ.
       COPY 'FD-TAREFA.CPY'            REPLACING ==::== BY ==-FDJ==.
      *
       FD  ARQ-ENDENTREGA              VALUE OF FILE-ID IS 'ENDENTREGA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDE.
       COPY 'FD-ENDENTREGA.CPY'        REPLACING ==::== BY ==-FDE==.
      *
       COPY 'FD-PARAMETROS.CPY'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(032)         VALUE
           'III  WORKING STORAGE SECTION III'.
      *
      *  ---> Versao do PARAMDIST em vigor na data de processamento
       77  WSS-PVG-DATA                PIC  9(008)         VALUE ZEROS.
       77  WSS-PVG-LIDOS               PIC  9(004)         VALUE ZEROS.
       77  WSS-PVG-VIGENTE             PIC  9(004)         VALUE ZEROS.
      *
      *  ---> Conferencia da filial contra as filiais do operador
       77  WSS-FIL-PERMITIDA           PIC  X(001)         VALUE 'S'.
           88  FILIAL-PERMITIDA                            VALUE 'S'.
       77  WSS-FIL-TESTE               PIC  9(003)         VALUE ZEROS.
       77  WSS-IDX-PERM                PIC  9(002)         VALUE ZEROS.
      *
       77  WSS-FIM-ARQ-DIS             PIC  X(001)         VALUE 'N'.
       77  WSS-QTD-VISITAS             PIC  9(007)         VALUE ZEROS.
       77  WSS-FIM-ARQ-TIT             PIC  X(001)         VALUE 'N'.
       77  WSS-HOJE-AMD                PIC  9(008)         VALUE ZEROS.
       77  WSS-DIAS-ATRASO             PIC S9(007)         VALUE ZEROS.
       77  WSS-FIM-ARQ-SUG             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-TAR             PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    TABELA - CLIENTES COM BLOQUEIO DE CREDITO, SUPRIMIDOS DAS
       77  WSS-IDX-BLOQ                PIC  9(003) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    TABELA - CLIENTES FECHADOS NA DATA (FERIAS COLETIVAS,
      *    ENTRESSAFRA), SUPRIMIDOS DAS VISITAS E LISTADOS NA SECAO
      *    NAO VISITAR DO ITINERARIO
      *----------------------------------------------------------------*
       01  WSS-TAB-FECHADO.
           03  WSS-QTD-FECHADOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-FECH-OCR            OCCURS 200 TIMES.
               05  WSS-FECH-CLI        PIC  9(007).
               05  WSS-FECH-RSOC       PIC  X(040).
               05  WSS-FECH-VEND       PIC  9(007).
               05  WSS-FECH-DT-FIM     PIC  9(008).
               05  WSS-FECH-MOTIVO     PIC  X(030).
      *
       77  WSS-IDX-FECH                PIC  9(003) COMP-3  VALUE ZEROS.
       77  WSS-FIM-ARQ-FEC             PIC  X(001)         VALUE 'N'.
       77  WSS-CLI-FECHADO             PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
       01  WSS-AUXILIARES.
           03  WSS-MENSAGEM            PIC  X(067)         VALUE SPACES.
           03  WSS-ARQ-ITINERARIO      PIC  X(030)         VALUE SPACES.
           03  WSS-CVENDEDOR-ANT       PIC  9(007)         VALUE ZEROS.
           03  WSS-NOME-TITULAR        PIC  X(040)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
           03  WSS-CONTATOS-ABERTO     PIC  X(001)         VALUE 'N'.
               88  CONTATOS-ABERTO     VALUE 'S'.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
           03  FS-TITULOS              PIC  X(002)         VALUE SPACES.
           03  WSS-TITULOS-ABERTO      PIC  X(001)         VALUE 'N'.
               88  TITULOS-ABERTO      VALUE 'S'.
           03  FS-SUGESTAO             PIC  X(002)         VALUE SPACES.
           03  WSS-SUGESTAO-ABERTO     PIC  X(001)         VALUE 'N'.
               88  SUGESTAO-ABERTO     VALUE 'S'.
           03  FS-CLIFECHA             PIC  X(002)         VALUE SPACES.
           03  WSS-FECHA-ABERTO        PIC  X(001)         VALUE 'N'.
               88  FECHA-ABERTO        VALUE 'S'.
           03  FS-TAREFA               PIC  X(002)         VALUE SPACES.
           03  WSS-TAREFA-ABERTO       PIC  X(001)         VALUE 'N'.
               88  TAREFA-ABERTO       VALUE 'S'.
           03  FS-ENDENTREGA           PIC  X(002)         VALUE SPACES.
           03  WSS-ENDENTREGA-ABERTO   PIC  X(001)         VALUE 'N'.
               88  ENDENTREGA-ABERTO   VALUE 'S'.
           03  WSS-FIM-ARQ-ETG         PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CONTROLE DO RELATORIO
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLD-CON-FONE            PIC  X(015)         VALUE SPACES.
           03  FILLER                  PIC  X(030)         VALUE SPACES.
      *
       01  DETALHE-TITULO.
           03  FILLER                  PIC  X(011)         VALUE SPACES.
           03  FILLER                  PIC  X(017)         VALUE
                                           'TITULO VENCIDO: '.
           03  RLD-TIT-NUMERO          PIC  X(012)         VALUE SPACES.
           03  FILLER                  PIC  X(008)         VALUE
                                           '  VENC: '.
           03  RLD-TIT-DIA             PIC  9(002)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  RLD-TIT-MES             PIC  9(002)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  RLD-TIT-ANO             PIC  9(004)         VALUE ZEROS.
           03  FILLER                  PIC  X(009)         VALUE
                                           '  VALOR: '.
           03  RLD-TIT-VALOR           PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(009)         VALUE
                                           '  ATRASO:'.
           03  RLD-TIT-ATRASO          PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(005)         VALUE
                                           ' DIAS'.
           03  FILLER                  PIC  X(021)         VALUE SPACES.
      *
       01  DETALHE-SUGESTAO.
           03  FILLER                  PIC  X(011)         VALUE SPACES.
           03  FILLER                  PIC  X(010)         VALUE
                                           'SUGESTAO: '.
           03  RLD-SUG-PRODUTO         PIC  9(005)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  RLD-SUG-DESCRICAO       PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(006)         VALUE
                                           '  QTD:'.
           03  RLD-SUG-QTDE            PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(014)         VALUE
                                           '  ULT.COMPRA: '.
           03  RLD-SUG-DIAS            PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(017)         VALUE
                                           ' DIAS  INTERVALO:'.
           03  RLD-SUG-INTERVALO       PIC  ZZZ9           VALUE ZEROS.
           03  FILLER                  PIC  X(012)         VALUE SPACES.
      *
       01  DETALHE-TAREFA.
           03  FILLER                  PIC  X(011)         VALUE SPACES.
           03  FILLER                  PIC  X(008)         VALUE
                                           'TAREFA: '.
           03  RLD-TAR-DIA             PIC  9(002)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  RLD-TAR-MES             PIC  9(002)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  RLD-TAR-ANO             PIC  9(004)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  RLD-TAR-ATRASO          PIC  X(008)         VALUE SPACES.
           03  RLD-TAR-DESCRICAO       PIC  X(060)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  RLD-TAR-RESP            PIC  X(012)         VALUE SPACES.
           03  FILLER                  PIC  X(009)         VALUE SPACES.
      *
       01  DETALHE-VISITA-3.
           03  FILLER                  PIC  X(011)         VALUE SPACES.
               'Clientes bloqueados (nao visitar):'.
           03  RLT-TOTBLOQ             PIC  ZZZZ9          VALUE ZEROS.
      *
      *  ---> SECAO NAO VISITAR (CLIENTES FECHADOS NA DATA)
       01  CAB-NAO-VISITAR-FECH.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(050)         VALUE
               'NAO VISITAR - CLIENTES FECHADOS'.
      *
       01  LIN-NAO-VISITAR-FECH.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  NVF-CLIENTE             PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  NVF-RSOCIAL             PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(011)         VALUE
               ' VENDEDOR: '.
           03  NVF-VENDEDOR            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(006)         VALUE
               ' ATE: '.
           03  NVF-FIM-DIA             PIC  9(002)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  NVF-FIM-MES             PIC  9(002)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  NVF-FIM-ANO             PIC  9(004)         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  NVF-MOTIVO              PIC  X(030)         VALUE SPACES.
      *
       01  RODAPE-FECHADOS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(035)         VALUE
               'Clientes fechados (nao visitar):'.
           03  RLT-TOTFECH             PIC  ZZZZ9          VALUE ZEROS.
      *
      *  ---> TITULAR AUSENTE NA DATA (COBERTO OU SEM SUBSTITUTO)
       01  CAB-SUBSTITUICAO.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  CAB-SBT-TEXTO           PIC  X(024)         VALUE SPACES.
           03  CAB-SBT-TITULAR         PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  CAB-SBT-NOME            PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(005)         VALUE
               ' ATE '.
           03  CAB-SBT-FIM-DIA         PIC  9(002)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  CAB-SBT-FIM-MES         PIC  9(002)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE '/'.
           03  CAB-SBT-FIM-ANO         PIC  9(004)         VALUE ZEROS.
           03  FILLER                  PIC  X(030)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00907
      *    - Vendedor efetivo na data (substituto na ausencia)
      *----------------------------------------------------------------*
      *
       01  WPT00908                    PIC X(08)           VALUE
                                                            'PT000908'.
      *
           COPY 'SUB-SBT.CPY'          REPLACING ==::== BY ==WSN==.
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(032)         VALUE
           'FFF  FIM DA WORKING-STORAGE  FFF'.
           IF FS-CONTATOS              EQUAL '00'
              MOVE 'S'                 TO WSS-CONTATOS-ABERTO
           END-IF.
      *
      *  ---> Titulos tambem sao opcionais (sem a carga do ERP o
      *       bloco sai sem a cobranca)
           OPEN INPUT ARQ-TITULOS.
           IF FS-TITULOS               EQUAL '00'
              MOVE 'S'                 TO WSS-TITULOS-ABERTO
           END-IF.
      *
      *  ---> Sugestao de reposicao tambem e opcional (sem o calculo
      *       do PT000091 o bloco sai sem a sugestao)
           OPEN INPUT ARQ-SUGESTAO.
           IF FS-SUGESTAO              EQUAL '00'
              MOVE 'S'                 TO WSS-SUGESTAO-ABERTO
           END-IF.
      *
      *  ---> Fechamentos de cliente tambem sao opcionais
           OPEN INPUT ARQ-CLIFECHA.
           IF FS-CLIFECHA              EQUAL '00'
              MOVE 'S'                 TO WSS-FECHA-ABERTO
           END-IF.
      *
      *  ---> Tarefas tambem sao opcionais (sem o arquivo TAREFA o
      *       bloco sai sem as pendencias do cliente)
           OPEN INPUT ARQ-TAREFA.
           IF FS-TAREFA                EQUAL '00'
              MOVE 'S'                 TO WSS-TAREFA-ABERTO
           END-IF.
      *
      *  ---> Enderecos de entrega tambem (ausente = endereco do
      *       cadastro em todas as visitas)
           OPEN INPUT ARQ-ENDENTREGA.
           IF FS-ENDENTREGA            EQUAL '00'
              MOVE 'S'                 TO WSS-ENDENTREGA-ABERTO
           END-IF.
      *
           MOVE WSS-DATA-SIS-ANO       TO WSS-HOJE-AMD(1:4).
           MOVE WSS-DATA-SIS-MES       TO WSS-HOJE-AMD(5:2).
           MOVE WSS-DATA-SIS-DIA       TO WSS-HOJE-AMD(7:2).
      *
           OPEN OUTPUT REL-ITINERARIO.
      *
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS             EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS          EQUAL '00' AND
                 PARM-LINHAS-PAGINA     GREATER ZEROS
                 MOVE PARM-LINHAS-PAGINA
                 WRITE REG-ITINERARIO  FROM LIN-NAO-VISITAR AFTER 1
              END-PERFORM
           END-IF.
      *
      *  ---> Secao NAO VISITAR (clientes fechados na data)
           IF WSS-QTD-FECHADOS         GREATER ZEROS
              WRITE REG-ITINERARIO     FROM LINHA-BRANCO AFTER 1
              WRITE REG-ITINERARIO     FROM CAB-NAO-VISITAR-FECH
                                       AFTER 1
              PERFORM VARYING WSS-IDX-FECH
                                       FROM 1 BY 1
                      UNTIL   WSS-IDX-FECH
                                       GREATER WSS-QTD-FECHADOS
                 MOVE WSS-FECH-CLI  (WSS-IDX-FECH) TO NVF-CLIENTE
                 MOVE WSS-FECH-RSOC (WSS-IDX-FECH) TO NVF-RSOCIAL
                 MOVE WSS-FECH-VEND (WSS-IDX-FECH) TO NVF-VENDEDOR
                 MOVE WSS-FECH-DT-FIM (WSS-IDX-FECH) (7:2)
                                       TO NVF-FIM-DIA
                 MOVE WSS-FECH-DT-FIM (WSS-IDX-FECH) (5:2)
                                       TO NVF-FIM-MES
                 MOVE WSS-FECH-DT-FIM (WSS-IDX-FECH) (1:4)
                                       TO NVF-FIM-ANO
                 MOVE WSS-FECH-MOTIVO (WSS-IDX-FECH)
                                       TO NVF-MOTIVO
                 WRITE REG-ITINERARIO  FROM LIN-NAO-VISITAR-FECH
                                       AFTER 1
              END-PERFORM
           END-IF.
      *
           IF WSS-QTD-VISITAS          GREATER ZEROS
              OR WSS-QTD-BLOQUEADOS    GREATER ZEROS
              OR WSS-QTD-FECHADOS      GREATER ZEROS
              WRITE REG-ITINERARIO     FROM LINHA-TRACO AFTER 1
              MOVE WSS-QTD-VISITAS     TO RLT-TOTREG
              WRITE REG-ITINERARIO     FROM RODAPE-TOTAL AFTER 1
              MOVE WSS-QTD-BLOQUEADOS  TO RLT-TOTBLOQ
              WRITE REG-ITINERARIO     FROM RODAPE-BLOQUEADOS AFTER 1
              IF WSS-QTD-FECHADOS      GREATER ZEROS
                 MOVE WSS-QTD-FECHADOS TO RLT-TOTFECH
                 WRITE REG-ITINERARIO  FROM RODAPE-FECHADOS AFTER 1
              END-IF
              PERFORM RT-IMPRIME-RDP   THRU RT-IMPRIME-RDPX
           END-IF.
      *
                                          CIDADE-FDC
                                          CEP-FDC
                                          SITUACAO-FDC
                    MOVE ZEROS         TO FILIAL-FDC
           END-READ.
      *
      *  ---> Cliente de filial nao permitida ao operador nao aparece
           MOVE FILIAL-FDC             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              PERFORM RT-LER-DISTRIBUIR
                                       THRU RT-LER-DISTRIBUIRX
              GO                       TO RT-TRATAR-VISITAX
           END-IF.
      *
      *  ---> Cliente com bloqueio de credito: fora das visitas,
      *       listado na secao NAO VISITAR no final do itinerario
           IF BLOQUEADO-FDC
                                       THRU RT-LER-DISTRIBUIRX
              GO                       TO RT-TRATAR-VISITAX
           END-IF.
      *
      *  ---> Cliente fechado na data (ferias coletivas, entressafra):
      *       fora das visitas programadas, listado na secao NAO
      *       VISITAR - CLIENTES FECHADOS
           PERFORM RT-VERIFICAR-FECHAMENTO
                                       THRU RT-VERIFICAR-FECHAMENTOX.
      *
           IF WSS-CLI-FECHADO          EQUAL 'S'
              IF WSS-QTD-FECHADOS      LESS 200
                 ADD 1                 TO WSS-QTD-FECHADOS
                 MOVE CCLIENTE-FDD     TO WSS-FECH-CLI
                                          (WSS-QTD-FECHADOS)
                 MOVE RSOCIAL-FDD      TO WSS-FECH-RSOC
                                          (WSS-QTD-FECHADOS)
                 MOVE CVENDEDOR-FDD    TO WSS-FECH-VEND
                                          (WSS-QTD-FECHADOS)
                 MOVE CFE-DT-FIM-FDF   TO WSS-FECH-DT-FIM
                                          (WSS-QTD-FECHADOS)
                 MOVE CFE-MOTIVO-FDF   TO WSS-FECH-MOTIVO
                                          (WSS-QTD-FECHADOS)
              END-IF
              PERFORM RT-LER-DISTRIBUIR
                                       THRU RT-LER-DISTRIBUIRX
              GO                       TO RT-TRATAR-VISITAX
           END-IF.
      *
           IF CVENDEDOR-FDD            NOT EQUAL WSS-CVENDEDOR-ANT
              PERFORM RT-IMPRIME-CAB-VEN
           MOVE ENDERECO-FDC           TO RLD-ENDERECO.
           MOVE CIDADE-FDC             TO RLD-CIDADE.
           MOVE CEP-FDC                TO RLD-CEP.
      *
           IF ENDENTREGA-ABERTO
              PERFORM RT-PONTO-VISITA  THRU RT-PONTO-VISITAX
           END-IF.
      *
           WRITE REG-ITINERARIO        FROM DETALHE-VISITA-1 AFTER 1.
           WRITE REG-ITINERARIO        FROM DETALHE-VISITA-2 AFTER 1.
                 END-IF
              END-IF
           END-IF.
      *
      *  ---> Titulos vencidos do cliente, para cobranca na visita
           IF TITULOS-ABERTO
              PERFORM RT-IMPRIME-VENCIDOS
                                       THRU RT-IMPRIME-VENCIDOSX
           END-IF.
      *
      *  ---> Sugestao de reposicao do cliente, para o pedido da visita
           IF SUGESTAO-ABERTO
              PERFORM RT-IMPRIME-SUGESTAO
                                       THRU RT-IMPRIME-SUGESTAOX
           END-IF.
      *
      *  ---> Tarefas de acompanhamento em aberto no cliente
           IF TAREFA-ABERTO
              PERFORM RT-IMPRIME-TAREFAS
                                       THRU RT-IMPRIME-TAREFASX
           END-IF.
      *
           WRITE REG-ITINERARIO        FROM DETALHE-VISITA-3 AFTER 1.
           WRITE REG-ITINERARIO        FROM LINHA-BRANCO AFTER 1.
       RT-TRATAR-VISITAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PONTO-VISITA                 SECTION.
      *  ---> Endereco de entrega ativo marcado como ponto de visita
      *       do cliente substitui o do cadastro no bloco da visita
      *----------------------------------------------------------------*
      *
           MOVE CCLIENTE-FDD           TO ETG-CCLIENTE-FDE.
           MOVE ZEROS                  TO ETG-SEQ-FDE.
           MOVE 'N'                    TO WSS-FIM-ARQ-ETG.
      *
           START ARQ-ENDENTREGA        KEY IS NOT LESS ETG-CHAVE-FDE
                INVALID KEY
                    GO                 TO RT-PONTO-VISITAX
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ETG
                                       EQUAL 'S'
              READ ARQ-ENDENTREGA      NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-ETG
                NOT AT END
                   IF ETG-CCLIENTE-FDE NOT EQUAL CCLIENTE-FDD
                      MOVE 'S'         TO WSS-FIM-ARQ-ETG
                   ELSE
                      IF ETG-ATIVO-FDE
                         AND ETG-PONTO-VISITA-FDE
                         MOVE ETG-ENDERECO-FDE
                                       TO RLD-ENDERECO
                         MOVE ETG-CIDADE-FDE
                                       TO RLD-CIDADE
                         MOVE ETG-CEP-FDE
                                       TO RLD-CEP
                         MOVE 'S'      TO WSS-FIM-ARQ-ETG
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-PONTO-VISITAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VERIFICAR-FECHAMENTO         SECTION.
      *  ---> Verifica se o cliente corrente tem periodo de fechamento
      *       iniciado ate a data do itinerario e ainda nao terminado;
      *       o registro encontrado fica na area do CLIFECHA
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-CLI-FECHADO.
      *
           IF NOT FECHA-ABERTO
              GO                       TO RT-VERIFICAR-FECHAMENTOX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ-FEC.
           MOVE CCLIENTE-FDD           TO CFE-CCLIENTE-FDF.
           MOVE ZEROS                  TO CFE-DT-INICIO-FDF.
      *
           START ARQ-CLIFECHA          KEY IS NOT LESS CFE-CHAVE-FDF
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-FEC
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-FEC
                                       EQUAL 'S'
              PERFORM RT-LER-FECHAMENTO
                                       THRU RT-LER-FECHAMENTOX
           END-PERFORM.
      *
       RT-VERIFICAR-FECHAMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-FECHAMENTO               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CLIFECHA           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-FEC
                GO                     TO RT-LER-FECHAMENTOX
           END-READ.
      *
           IF CFE-CCLIENTE-FDF         NOT EQUAL CCLIENTE-FDD
              OR CFE-DT-INICIO-FDF     GREATER WSS-HOJE-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-FEC
              GO                       TO RT-LER-FECHAMENTOX
           END-IF.
      *
           IF CFE-DT-FIM-FDF           NOT LESS WSS-HOJE-AMD
              MOVE 'S'                 TO WSS-CLI-FECHADO
              MOVE 'S'                 TO WSS-FIM-ARQ-FEC
           END-IF.
      *
       RT-LER-FECHAMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-VENCIDOS             SECTION.
      *  ---> Uma linha por titulo do cliente corrente com vencimento
      *       anterior a data do processamento
      *----------------------------------------------------------------*
      *
           MOVE CCLIENTE-FDD           TO TIT-CCLIENTE-FDR.
           MOVE LOW-VALUES             TO TIT-NUMERO-FDR.
           MOVE 'N'                    TO WSS-FIM-ARQ-TIT.
      *
           START ARQ-TITULOS           KEY IS NOT LESS TIT-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-TIT
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-TIT
                                       EQUAL 'S' OR 's'
              READ ARQ-TITULOS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-TIT
                NOT AT END
                   IF TIT-CCLIENTE-FDR NOT EQUAL CCLIENTE-FDD
                      MOVE 'S'         TO WSS-FIM-ARQ-TIT
                   ELSE
                      IF TIT-DT-VENCTO-FDR
                                       LESS WSS-HOJE-AMD
                         PERFORM RT-IMPRIME-TITULO
                                       THRU RT-IMPRIME-TITULOX
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-IMPRIME-VENCIDOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-TITULO               SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WSS-DIAS-ATRASO     =
                   FUNCTION INTEGER-OF-DATE (WSS-HOJE-AMD)
                 - FUNCTION INTEGER-OF-DATE (TIT-DT-VENCTO-FDR).
      *
           MOVE TIT-NUMERO-FDR         TO RLD-TIT-NUMERO.
           MOVE TIT-DT-VENCTO-FDR(7:2) TO RLD-TIT-DIA.
           MOVE TIT-DT-VENCTO-FDR(5:2) TO RLD-TIT-MES.
           MOVE TIT-DT-VENCTO-FDR(1:4) TO RLD-TIT-ANO.
           MOVE TIT-VLR-ABERTO-FDR     TO RLD-TIT-VALOR.
           MOVE WSS-DIAS-ATRASO        TO RLD-TIT-ATRASO.
      *
           WRITE REG-ITINERARIO        FROM DETALHE-TITULO AFTER 1.
           ADD 1                       TO WSS-REL-NLIN.
      *
       RT-IMPRIME-TITULOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-SUGESTAO             SECTION.
      *  ---> Uma linha por produto sugerido ao cliente corrente
      *----------------------------------------------------------------*
      *
           MOVE CCLIENTE-FDD           TO SUG-CCLIENTE-FDS.
           MOVE ZEROS                  TO SUG-CPRODUTO-FDS.
           MOVE 'N'                    TO WSS-FIM-ARQ-SUG.
      *
           START ARQ-SUGESTAO          KEY IS NOT LESS SUG-CHAVE-FDS
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-SUG
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-SUG
                                       EQUAL 'S' OR 's'
              READ ARQ-SUGESTAO        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-SUG
                NOT AT END
                   IF SUG-CCLIENTE-FDS NOT EQUAL CCLIENTE-FDD
                      MOVE 'S'         TO WSS-FIM-ARQ-SUG
                   ELSE
                      MOVE SUG-CPRODUTO-FDS
                                       TO RLD-SUG-PRODUTO
                      MOVE SUG-DESCRICAO-FDS
                                       TO RLD-SUG-DESCRICAO
                      MOVE SUG-QTD-MEDIA-FDS
                                       TO RLD-SUG-QTDE
                      MOVE SUG-DIAS-ULTIMA-FDS
                                       TO RLD-SUG-DIAS
                      MOVE SUG-INTERVALO-FDS
                                       TO RLD-SUG-INTERVALO
                      WRITE REG-ITINERARIO
                                       FROM DETALHE-SUGESTAO AFTER 1
                      ADD 1            TO WSS-REL-NLIN
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-IMPRIME-SUGESTAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-TAREFAS              SECTION.
      *  ---> Uma linha por tarefa aberta do cliente corrente, com o
      *       vencimento e a marca de atrasada
      *----------------------------------------------------------------*
      *
           MOVE CCLIENTE-FDD           TO TAR-CCLIENTE-FDJ.
           MOVE ZEROS                  TO TAR-DATA-FDJ
                                          TAR-SEQ-FDJ.
           MOVE 'N'                    TO WSS-FIM-ARQ-TAR.
      *
           START ARQ-TAREFA            KEY IS NOT LESS TAR-CHAVE-FDJ
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-TAR
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-TAR
                                       EQUAL 'S' OR 's'
              READ ARQ-TAREFA          NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-TAR
                NOT AT END
                   IF TAR-CCLIENTE-FDJ NOT EQUAL CCLIENTE-FDD
                      MOVE 'S'         TO WSS-FIM-ARQ-TAR
                   ELSE
                      IF TAR-ABERTA-FDJ
                         PERFORM RT-IMPRIME-TAREFA
                                       THRU RT-IMPRIME-TAREFAX
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-IMPRIME-TAREFASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-TAREFA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE TAR-DT-VENCIMENTO-FDJ(7:2)
                                       TO RLD-TAR-DIA.
           MOVE TAR-DT-VENCIMENTO-FDJ(5:2)
                                       TO RLD-TAR-MES.
           MOVE TAR-DT-VENCIMENTO-FDJ(1:4)
                                       TO RLD-TAR-ANO.
      *
           IF TAR-DT-VENCIMENTO-FDJ    LESS WSS-HOJE-AMD
              MOVE '*ATRASO'           TO RLD-TAR-ATRASO
           ELSE
              MOVE SPACES              TO RLD-TAR-ATRASO
           END-IF.
      *
           MOVE TAR-DESCRICAO-FDJ      TO RLD-TAR-DESCRICAO.
      *
           MOVE SPACES                 TO RLD-TAR-RESP.
           IF RESP-OPERADOR-FDJ
              STRING 'OP:'             DELIMITED BY SIZE
                     TAR-ID-RESP-FDJ   DELIMITED BY SPACE
                INTO RLD-TAR-RESP
              END-STRING
           ELSE
              STRING 'VD:'             DELIMITED BY SIZE
                     TAR-ID-RESP-FDJ   DELIMITED BY SPACE
                INTO RLD-TAR-RESP
              END-STRING
           END-IF.
      *
           WRITE REG-ITINERARIO        FROM DETALHE-TAREFA AFTER 1.
           ADD 1                       TO WSS-REL-NLIN.
      *
       RT-IMPRIME-TAREFAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-CAB-VEN              SECTION.
      *  ---> Nova pagina com o cabecalho do vendedor corrente
           WRITE REG-ITINERARIO        FROM CAB-L1 AFTER 1.
           WRITE REG-ITINERARIO        FROM CAB-L2 AFTER 1.
      *
      *  ---> Titular ausente na data com substituto nomeado: a
      *       secao sai em nome do substituto
           MOVE 'C'                    TO WSN-SBT-FUNCAO.
           MOVE CVENDEDOR-FDD          TO WSN-SBT-CVENDEDOR.
           MOVE WSS-HOJE-AMD           TO WSN-SBT-DATA.
           CALL WPT00908               USING WSN-SBT-PARM.
      *
           IF WSN-SBT-RETORNO          GREATER ZEROS
              MOVE CVENDEDOR-FDD       TO CODIGO-FDV
              READ ARQ-VENDEDOR        KEY IS CODIGO-FDV
                   INVALID KEY
                       MOVE SPACES     TO NOME-FDV
              END-READ
              MOVE NOME-FDV            TO WSS-NOME-TITULAR
           END-IF.
      *
      *  ---> Identificacao do vendedor da secao
           MOVE WSN-SBT-EFETIVO        TO CODIGO-FDV
                                          CAB-VEN-CODIGO.
           READ ARQ-VENDEDOR           KEY IS CODIGO-FDV
                INVALID KEY
      *
           WRITE REG-ITINERARIO        FROM LINHA-BRANCO AFTER 1.
           WRITE REG-ITINERARIO        FROM CAB-VENDEDOR AFTER 1.
      *
           ADD 1                       TO WSS-REL-NPAG.
           MOVE 6                      TO WSS-REL-NLIN.
      *
      *  ---> Titular coberto (ou ausente sem substituto) ate o fim
      *       da ausencia
           IF WSN-SBT-RETORNO          GREATER ZEROS
              IF WSN-SBT-RETORNO       EQUAL 1
                 MOVE 'COBRINDO A CARTEIRA DE:'
                                       TO CAB-SBT-TEXTO
              ELSE
                 MOVE 'AUSENTE SEM SUBSTITUTO:'
                                       TO CAB-SBT-TEXTO
              END-IF
              MOVE CVENDEDOR-FDD       TO CAB-SBT-TITULAR
              MOVE WSS-NOME-TITULAR    TO CAB-SBT-NOME
              MOVE WSN-SBT-DT-FIM(7:2) TO CAB-SBT-FIM-DIA
              MOVE WSN-SBT-DT-FIM(5:2) TO CAB-SBT-FIM-MES
              MOVE WSN-SBT-DT-FIM(1:4) TO CAB-SBT-FIM-ANO
              WRITE REG-ITINERARIO     FROM CAB-SUBSTITUICAO AFTER 1
              ADD 1                    TO WSS-REL-NLIN
           END-IF.
      *
           WRITE REG-ITINERARIO        FROM LINHA-TRACO AFTER 1.
      *
       RT-IMPRIME-CAB-VENX.
           EXIT.
              CLOSE ARQ-CONTATOS
              MOVE 'N'                 TO WSS-CONTATOS-ABERTO
           END-IF.
      *
           IF TITULOS-ABERTO
              CLOSE ARQ-TITULOS
              MOVE 'N'                 TO WSS-TITULOS-ABERTO
           END-IF.
      *
           IF SUGESTAO-ABERTO
              CLOSE ARQ-SUGESTAO
              MOVE 'N'                 TO WSS-SUGESTAO-ABERTO
           END-IF.
      *
           IF FECHA-ABERTO
              CLOSE ARQ-CLIFECHA
              MOVE 'N'                 TO WSS-FECHA-ABERTO
           END-IF.
      *
           IF TAREFA-ABERTO
              CLOSE ARQ-TAREFA
              MOVE 'N'                 TO WSS-TAREFA-ABERTO
           END-IF.
      *
           IF ENDENTREGA-ABERTO
              CLOSE ARQ-ENDENTREGA
              MOVE 'N'                 TO WSS-ENDENTREGA-ABERTO
           END-IF.
      *
           MOVE 'F'                    TO WSN-SBT-FUNCAO.
           CALL WPT00908               USING WSN-SBT-PARM.
      *
           CLOSE ARQ-DISTRIBUIR
                 ARQ-CLIENTES
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
