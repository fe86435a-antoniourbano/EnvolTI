      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CONGELA TAMBEM O DEMONSTRATIVO DE RESULTADO   *
      *     *            DO MES POR VENDEDOR (ARQUIVO RESULTADO):      *
      *     *            FATURADO, DEVOLUCOES, COMISSAO LIQUIDA DOS    *
      *     *            ESTORNOS, DESPESAS DE VISITA E CONTRIBUICAO.  *
      *     *            IMPRIME RESULTADO-AAAAMM.TXT COM SUBTOTAIS    *
      *     *            POR FILIAL E POR EMPRESA. A EXTRACAO DO BI    *
      *     *            (PT000080) LEVA O CONGELADO EM                *
      *     *            FATO-RESULTADO.CSV.                           *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            LIGACOES DE TELEVENDAS CONTAM COMO OS         *
      *     *            RESULTADOS DE VISITA CORRESPONDENTES (TV COMO *
      *     *            VD, TS COMO SV, TN COMO AU E TR COMO RE).     *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA DE PROCESSAMENTO.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 05    -    Amarildo M Borges      -    15.10.2026 *
      *     *            TRAVA DE LANCAMENTOS: O MES CONGELADO FICA    *
      *     *            FECHADO NO ARQUIVO PERIODO E OS PROGRAMAS DE  *
      *     *            CAPTACAO E IMPORTACAO RECUSAM (PRV00912)      *
      *     *            LANCAMENTOS DATADOS NELE. FUNCAO R REABRE O   *
      *     *            MES (SO ADMINISTRADOR, COM APROVACAO A QUATRO *
      *     *            OLHOS NO PT000073); A REABERTURA SAI NO       *
      *     *            PROXIMO PACOTE DE FECHAMENTO.                 *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *
           COPY 'SEL-RUNSTATS.CPY'.
      *
      *  ---> Demonstrativo de resultado por vendedor (congelado)
           COPY 'SEL-RESULTADO.CPY'    REPLACING ==::== BY ==-FDR==.
      *
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
           COPY 'SEL-DEVOLUCAO.CPY'    REPLACING ==::== BY ==-FDD==.
      *
           COPY 'SEL-COMISSAO.CPY'     REPLACING ==::== BY ==-FDM==.
      *
           COPY 'SEL-COMAJUSTE.CPY'    REPLACING ==::== BY ==-FDJ==.
      *
           COPY 'SEL-DESPESA.CPY'      REPLACING ==::== BY ==-FDX==.
      *
      *  ---> Parametros (custo do km rodado)
           COPY 'SEL-PARAMETROS.CPY'.
      *
      *  ---> Arquivo SORT (ordena o resultado por empresa e filial)
           SELECT SRT-RESULTADO        ASSIGN TO
                                        'SRT-RESULTADO.TMP'
                  FILE STATUS          IS FS-RES-SRT.
      *
      *  ---> Demonstrativo de resultado do mes
           SELECT  REL-RESULTADO       ASSIGN TO WSS-ARQ-RESULTADO
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-RELRES.
      *
      *  ---> Resumo gerencial de uma pagina
           SELECT  REL-RESUMO          ASSIGN TO WSS-ARQ-RESUMO
                   ORGANIZATION        IS LINE SEQUENTIAL
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
      *  ---> Trava de lancamentos dos meses fechados
           COPY 'SEL-PERIODO.CPY'      REPLACING ==::== BY ==-FDO==.
      *
      *  ---> Fila de aprovacao a quatro olhos (reabertura de mes)
           COPY 'SEL-APROVACAO.CPY'    REPLACING ==::== BY ==-FDQ==.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-RUNSTATS.CPY'          REPLACING ==::== BY ==-FDS==.
      *
       FD  ARQ-RESULTADO               VALUE OF FILE-ID IS 'RESULTADO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-RESULTADO.CPY'         REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-VENDEDOR                VALUE OF FILE-ID IS 'VENDEDOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDV.
       COPY 'FD-VENDEDOR.CPY'          REPLACING ==::== BY ==-FDV==.
      *
       FD  ARQ-PEDIDOS                 VALUE OF FILE-ID IS 'PEDIDOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PEDIDOS.CPY'           REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-DEVOLUCAO               VALUE OF FILE-ID IS 'DEVOLUCAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DEVOLUCAO.CPY'         REPLACING ==::== BY ==-FDD==.
      *
       FD  ARQ-COMISSAO                VALUE OF FILE-ID IS 'COMISSAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDM.
       COPY 'FD-COMISSAO.CPY'          REPLACING ==::== BY ==-FDM==.
      *
       FD  ARQ-COMAJUSTE               VALUE OF FILE-ID IS 'COMAJUSTE'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDJ.
       COPY 'FD-COMAJUSTE.CPY'         REPLACING ==::== BY ==-FDJ==.
      *
       FD  ARQ-DESPESA                 VALUE OF FILE-ID IS 'DESPESA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDX.
       COPY 'FD-DESPESA.CPY'           REPLACING ==::== BY ==-FDX==.
      *
       COPY 'FD-PARAMETROS.CPY'.
      *
       SD  SRT-RESULTADO.
       01  REG-SRTR.
           03  EMPRESA-SRTR            PIC  9(003).
           03  FILIAL-SRTR             PIC  9(003).
           03  CVENDEDOR-SRTR          PIC  9(007).
           03  NOME-SRTR               PIC  X(040).
           03  FATURADO-SRTR           PIC  9(011)V9(002).
           03  DEVOLUCAO-SRTR          PIC  9(011)V9(002).
           03  COMISSAO-SRTR           PIC S9(009)V9(002).
           03  DESPESA-SRTR            PIC  9(009)V9(002).
           03  CONTRIB-SRTR            PIC S9(011)V9(002).
      *
       FD  REL-RESUMO.
       01  REG-RESUMO                  PIC  X(080).
      *
       FD  REL-RESULTADO.
       01  REG-RELRES                  PIC  X(132).
      *
       FD  ARQ-CATALOGO
           LABEL RECORD                IS STANDARD
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-AUDITORIA.CPY'         REPLACING ==::== BY ==-FDA==.
      *
       FD  ARQ-PERIODO                 VALUE OF FILE-ID IS 'PERIODO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-PERIODO.CPY'           REPLACING ==::== BY ==-FDO==.
      *
       FD  ARQ-APROVACAO               VALUE OF FILE-ID IS 'APROVACAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDQ.
       COPY 'FD-APROVACAO.CPY'         REPLACING ==::== BY ==-FDQ==.
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
       77  WSS-FIM-ARQ                 PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-SORT                PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    CUSTO PADRAO DO KM RODADO (PARM-CTS-CUSTO-KM ZERADO)
      *----------------------------------------------------------------*
       77  WSS-KM-PADRAO               PIC  9(003)V9(002)  VALUE 1,20.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-MES-INI-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-MES-FIM-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-LINHA-TXT           PIC  X(080)         VALUE SPACES.
           03  WSS-ARQ-RESULTADO       PIC  X(030)         VALUE SPACES.
           03  WSS-CAT-ARQUIVO         PIC  X(030)         VALUE SPACES.
           03  WSS-CAT-FILTROS         PIC  X(030)         VALUE SPACES.
           03  WSS-LINHA-REL           PIC  X(132)         VALUE SPACES.
           03  WSS-SON                 PIC  X(001)         VALUE SPACES.
           03  WSS-T-FUNCAO            PIC  X(001)         VALUE SPACES.
               88  FUNCAO-FECHAR                   VALUE 'F' 'f'.
               88  FUNCAO-REABRIR                  VALUE 'R' 'r'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - TRAVA DE PERIODO E REABERTURA (QUATRO OLHOS)
      *----------------------------------------------------------------*
           03  WSS-PER-EXISTE          PIC  X(001)         VALUE 'N'.
           03  WSS-FIM-ARQ-PER         PIC  X(001)         VALUE 'N'.
           03  WSS-QTD-REABERTURAS     PIC  9(003)         VALUE ZEROS.
           03  WSS-APR-CHAVE           PIC  X(022)         VALUE SPACES.
           03  WSS-APR-DESCR           PIC  X(030)         VALUE SPACES.
           03  WSS-APROV-OK            PIC  X(001)         VALUE 'N'.
           03  WSS-FIM-ARQ-APR         PIC  X(001)         VALUE 'N'.
           03  WSS-APR-MAXSEQ          PIC  9(007)         VALUE ZEROS.
           03  WSS-APR-SEQ-APROV       PIC  9(007)         VALUE ZEROS.
           03  WSS-APR-TEM-PEND        PIC  X(001)         VALUE 'N'.
           03  WSS-APR-SOLICITANTE     PIC  X(010)         VALUE SPACES.
           03  WSS-APR-APROVADOR       PIC  X(010)         VALUE SPACES.
           03  WSS-HOJE-APR            PIC  9(008)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - DEMONSTRATIVO DE RESULTADO POR VENDEDOR
      *----------------------------------------------------------------*
           03  WSS-CUSTO-KM            PIC  9(003)V9(002)  VALUE ZEROS.
           03  WSS-RES-VEND            PIC  9(007)         VALUE ZEROS.
           03  WSS-RES-TIPO            PIC  X(001)         VALUE SPACES.
               88  RES-FATURADO                    VALUE 'F'.
               88  RES-DEVOLUCAO                   VALUE 'D'.
               88  RES-COMISSAO                    VALUE 'C'.
               88  RES-ESTORNO                     VALUE 'E'.
               88  RES-DESPESA                     VALUE 'X'.
           03  WSS-RES-VALOR           PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-QTD-RESULTADO       PIC  9(005)         VALUE ZEROS.
           03  WSS-EMP-ANTERIOR        PIC  9(003)         VALUE ZEROS.
           03  WSS-FIL-ANTERIOR        PIC  9(003)         VALUE ZEROS.
           03  WSS-PRIMEIRO            PIC  X(001)         VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
           03  FS-RESUMO               PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
           03  FS-RESULTADO            PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-DEVOLUCAO            PIC  X(002)         VALUE SPACES.
           03  FS-COMISSAO             PIC  X(002)         VALUE SPACES.
           03  FS-COMAJUSTE            PIC  X(002)         VALUE SPACES.
           03  FS-DESPESA              PIC  X(002)         VALUE SPACES.
           03  FS-PARAMETROS           PIC  X(002)         VALUE SPACES.
           03  FS-RES-SRT              PIC  X(002)         VALUE SPACES.
           03  FS-RELRES               PIC  X(002)         VALUE SPACES.
           03  FS-PERIODO              PIC  X(002)         VALUE SPACES.
           03  FS-APROVACAO            PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUDITORIA
           03  WSS-DATA-SIS-DIA        PIC  X(002).
      *
      *----------------------------------------------------------------*
      *    TOTAIS DO DEMONSTRATIVO (FILIAL, EMPRESA E GERAL)
      *----------------------------------------------------------------*
       01  WSS-TOT-FIL.
           03  WSS-FIL-FATURADO      PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-FIL-DEVOLUCAO     PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-FIL-COMISSAO      PIC S9(011)V9(002)  VALUE ZEROS.
           03  WSS-FIL-DESPESA       PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-FIL-CONTRIB       PIC S9(011)V9(002)  VALUE ZEROS.
       01  WSS-TOT-EMP.
           03  WSS-EMP-FATURADO      PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-EMP-DEVOLUCAO     PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-EMP-COMISSAO      PIC S9(011)V9(002)  VALUE ZEROS.
           03  WSS-EMP-DESPESA       PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-EMP-CONTRIB       PIC S9(011)V9(002)  VALUE ZEROS.
       01  WSS-TOT-GER.
           03  WSS-GER-FATURADO      PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-GER-DEVOLUCAO     PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-GER-COMISSAO      PIC S9(011)V9(002)  VALUE ZEROS.
           03  WSS-GER-DESPESA       PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-GER-CONTRIB       PIC S9(011)V9(002)  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO DEMONSTRATIVO DE RESULTADO
      *----------------------------------------------------------------*
       01  CAB-RESULTADO.
           03  FILLER                  PIC  X(041)         VALUE
               'EMP FIL VEND.   NOME                     '.
           03  FILLER                  PIC  X(018)         VALUE
               '          FATURADO'.
           03  FILLER                  PIC  X(018)         VALUE
               '         DEVOLUCAO'.
           03  FILLER                  PIC  X(016)         VALUE
               '        COMISSAO'.
           03  FILLER                  PIC  X(015)         VALUE
               '        DESPESA'.
           03  FILLER                  PIC  X(019)         VALUE
               '       CONTRIBUICAO'.
      *
       01  DET-RESULTADO.
           03  DRS-EMPRESA             PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DRS-FILIAL              PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DRS-VENDEDOR            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DRS-NOME                PIC  X(025)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DRS-FATURADO            PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DRS-DEVOLUCAO           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DRS-COMISSAO            PIC  -ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DRS-DESPESA             PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DRS-CONTRIB             PIC  -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  TOT-RESULTADO.
           03  TRS-ROTULO              PIC  X(041)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  TRS-FATURADO            PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  TRS-DEVOLUCAO           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  TRS-COMISSAO            PIC  -ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  TRS-DESPESA             PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  TRS-CONTRIB             PIC  -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *----------------------------------------------------------------*
      *    AREA DO ARQUIVO FECHAMENTO NA WORKING (FIGURAS DO MES)
      *----------------------------------------------------------------*
       COPY 'FD-FECHAMENTO.CPY'        REPLACING ==::== BY ==-WSF==.
               ' ..... FECHAMENTO MENSAL ..... '             BLINK.
           03 F LINE 08 COL 20   VALUE
               " Mes a congelar (AAAAMM, branco sai): ".
           03 F LINE 10 COL 20   VALUE
               " Funcao (F-fecha o mes, R-reabre):    ".
      *
       01  TELA-FECHAMENTO-T.
           03 T1F LINE 08 COL 59 PIC X(006)      TO WSS-T-ANOMES.
           03 T2F LINE 10 COL 59 PIC X(001)      TO WSS-T-FUNCAO.
      *
      *----------------------------------------------------------------*
       01  TELA-MENSAGENS.
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN I-O ARQ-RESULTADO.
      *
           EVALUATE FS-RESULTADO
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-RESULTADO
                    OPEN OUTPUT ARQ-RESULTADO
                    CLOSE ARQ-RESULTADO
                    OPEN I-O ARQ-RESULTADO
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'RESULTADO'   TO WSS-ARQUIVO
                    MOVE FS-RESULTADO  TO WSS-FSTATUS
                    MOVE 5             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN INPUT ARQ-VENDEDOR.
      *
           IF FS-VENDEDOR              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'VENDEDOR'          TO WSS-ARQUIVO
              MOVE FS-VENDEDOR         TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN I-O ARQ-PERIODO.
      *
           EVALUATE FS-PERIODO
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-PERIODO
                    OPEN OUTPUT ARQ-PERIODO
                    CLOSE ARQ-PERIODO
                    OPEN I-O ARQ-PERIODO
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'PERIODO'     TO WSS-ARQUIVO
                    MOVE FS-PERIODO    TO WSS-FSTATUS
                    MOVE 7             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
       RT-INICIALIZARX.
           EXIT.
              PERFORM RT-PROCESSAR
              GO                       TO RT-PROCESSARX
           END-IF.
      *
           MOVE 'F'                    TO WSS-T-FUNCAO.
           MOVE "Informe a funcao: F fecha o mes, R reabre mes fechado."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2F.
      *
           EVALUATE TRUE
               WHEN FUNCAO-FECHAR
                    CONTINUE
               WHEN FUNCAO-REABRIR
                    PERFORM RT-REABRIR-PERIODO
                                       THRU RT-REABRIR-PERIODOX
                    GO                 TO RT-PROCESSARX
               WHEN OTHER
                    MOVE "Funcao invalida - informe F ou R."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    PERFORM RT-PROCESSAR
                    GO                 TO RT-PROCESSARX
           END-EVALUATE.
      *
           COMPUTE WSS-MES-INI-AMD = WSS-ANOMES-NUM * 100 + 1.
           COMPUTE WSS-MES-FIM-AMD = WSS-ANOMES-NUM * 100 + 31.
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Mes congelado fica travado para lancamentos
           PERFORM RT-TRAVAR-PERIODO   THRU RT-TRAVAR-PERIODOX.
      *
      *  ---> Demonstrativo de resultado por vendedor do mesmo mes
           PERFORM RT-APURAR-RESULTADO THRU RT-APURAR-RESULTADOX.
      *
           PERFORM RT-IMPRIMIR-RESUMO  THRU RT-IMPRIMIR-RESUMOX.
      *
           PERFORM RT-IMPRIMIR-RESULTADO
                                       THRU RT-IMPRIMIR-RESULTADOX.
      *
           MOVE 'FECHAMENTO MENSAL CONGELADO'
                                       TO WSS-AUD-ACAO.
                      AND VIS-DATA-FDT NOT GREATER WSS-MES-FIM-AMD
                      EVALUATE VIS-RESULTADO-FDT
                          WHEN 'VD'
                          WHEN 'TV'
                               ADD 1   TO FEC-VIS-VD-WSF
                          WHEN 'SV'
                          WHEN 'TS'
                               ADD 1   TO FEC-VIS-SV-WSF
                          WHEN 'AU'
                          WHEN 'TN'
                               ADD 1   TO FEC-VIS-AU-WSF
                          WHEN 'RE'
                          WHEN 'TR'
                               ADD 1   TO FEC-VIS-RE-WSF
                          WHEN OTHER
                               ADD 1   TO FEC-VIS-OU-WSF
              DELIMITED BY SIZE        INTO WSS-LINHA-TXT
           END-STRING.
           WRITE REG-RESUMO            FROM WSS-LINHA-TXT.
      *
      *  ---> Meses reabertos desde o ultimo pacote de fechamento
           PERFORM RT-IMPRIMIR-REABERTURAS
                                       THRU RT-IMPRIMIR-REABERTURASX.
      *
           CLOSE REL-RESUMO.
      *
           MOVE WSS-ARQ-RESUMO         TO LKS-ARQ-REL.
      *
           MOVE 'FECHAMENTO MENSAL'    TO WSS-CAT-FILTROS.
           MOVE WSS-ARQ-RESUMO         TO WSS-CAT-ARQUIVO.
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APURAR-RESULTADO             SECTION.
      *  ---> Demonstrativo de resultado do mes por vendedor: zera o
      *       registro de cada vendedor (recalculo regrava) e acumula
      *       faturado, devolucoes, comissao, estornos e despesas
      *----------------------------------------------------------------*
      *
           PERFORM RT-LER-PARAMETROS   THRU RT-LER-PARAMETROSX.
      *
           PERFORM RT-RES-VENDEDORES   THRU RT-RES-VENDEDORESX.
           PERFORM RT-RES-PEDIDOS      THRU RT-RES-PEDIDOSX.
           PERFORM RT-RES-DEVOLUCOES   THRU RT-RES-DEVOLUCOESX.
           PERFORM RT-RES-COMISSOES    THRU RT-RES-COMISSOESX.
           PERFORM RT-RES-ESTORNOS     THRU RT-RES-ESTORNOSX.
           PERFORM RT-RES-DESPESAS     THRU RT-RES-DESPESASX.
      *
       RT-APURAR-RESULTADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-PARAMETROS               SECTION.
      *  ---> Custo do km rodado; zerado (ou sem PARAMDIST) assume o
      *       padrao
      *----------------------------------------------------------------*
      *
           MOVE WSS-KM-PADRAO          TO WSS-CUSTO-KM.
      *
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS             NOT EQUAL '00'
              GO                       TO RT-LER-PARAMETROSX
           END-IF.
      *
           PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX.
      *
           IF FS-PARAMETROS             EQUAL '00'
              IF PARM-CTS-CUSTO-KM      NUMERIC
                 AND PARM-CTS-CUSTO-KM  GREATER ZEROS
                 MOVE PARM-CTS-CUSTO-KM TO WSS-CUSTO-KM
              END-IF
           END-IF.
      *
           CLOSE ARQ-PARAMETROS.
      *
       RT-LER-PARAMETROSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RES-VENDEDORES               SECTION.
      *  ---> Um registro zerado por vendedor, com a empresa e a filial
      *       do vendedor na data do fechamento
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO CODIGO-FDV.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-VENDEDOR          KEY IS NOT LESS CODIGO-FDV
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              READ ARQ-VENDEDOR        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   PERFORM RT-RES-ZERAR
                                       THRU RT-RES-ZERARX
              END-READ
           END-PERFORM.
      *
       RT-RES-VENDEDORESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RES-ZERAR                    SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE REG-FDR
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           MOVE CODIGO-FDV             TO RES-CVENDEDOR-FDR.
           MOVE WSS-ANOMES-NUM         TO RES-ANOMES-FDR.
           MOVE EMPRESA-FDV            TO RES-EMPRESA-FDR.
           MOVE FILIAL-FDV             TO RES-FILIAL-FDR.
           MOVE FEC-DT-FECHAMENTO-WSF  TO RES-DT-FECHAMENTO-FDR.
      *
           WRITE REG-FDR.
           IF FS-RESULTADO             EQUAL '22'
              REWRITE REG-FDR
           END-IF.
      *
           IF FS-RESULTADO             EQUAL '00' OR '22'
              CONTINUE
           ELSE
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'RESULTADO'         TO WSS-ARQUIVO
              MOVE FS-RESULTADO        TO WSS-FSTATUS
              MOVE 7                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-RES-ZERARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RES-PEDIDOS                  SECTION.
      *  ---> Receita faturada: pedidos do mes faturados no ERP, total
      *       ou parcial (arquivo opcional)
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-PEDIDOS.
      *
           IF FS-PEDIDOS               NOT EQUAL '00'
              GO                       TO RT-RES-PEDIDOSX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              READ ARQ-PEDIDOS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF PED-DATA-FDP     NOT LESS WSS-MES-INI-AMD
                      AND PED-DATA-FDP NOT GREATER WSS-MES-FIM-AMD
                      AND (PED-FATURADO-FDP OR PED-FAT-PARCIAL-FDP)
                      MOVE PED-CVENDEDOR-FDP
                                       TO WSS-RES-VEND
                      SET RES-FATURADO TO TRUE
                      MOVE PED-VALOR-FDP
                                       TO WSS-RES-VALOR
                      PERFORM RT-RES-SOMAR
                                       THRU RT-RES-SOMARX
                   END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-PEDIDOS.
      *
       RT-RES-PEDIDOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RES-DEVOLUCOES               SECTION.
      *  ---> Devolucoes de mercadoria digitadas no mes (opcional)
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-DEVOLUCAO.
      *
           IF FS-DEVOLUCAO             NOT EQUAL '00'
              GO                       TO RT-RES-DEVOLUCOESX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              READ ARQ-DEVOLUCAO       NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF DEV-DATA-FDD     NOT LESS WSS-MES-INI-AMD
                      AND DEV-DATA-FDD NOT GREATER WSS-MES-FIM-AMD
                      MOVE DEV-CVENDEDOR-FDD
                                       TO WSS-RES-VEND
                      SET RES-DEVOLUCAO
                                       TO TRUE
                      MOVE DEV-VALOR-FDD
                                       TO WSS-RES-VALOR
                      PERFORM RT-RES-SOMAR
                                       THRU RT-RES-SOMARX
                   END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-DEVOLUCAO.
      *
       RT-RES-DEVOLUCOESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RES-COMISSOES                SECTION.
      *  ---> Comissao bruta apurada para o mes (opcional)
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-COMISSAO.
      *
           IF FS-COMISSAO              NOT EQUAL '00'
              GO                       TO RT-RES-COMISSOESX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              READ ARQ-COMISSAO        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF COM-ANOMES-FDM   EQUAL WSS-ANOMES-NUM
                      MOVE COM-CVENDEDOR-FDM
                                       TO WSS-RES-VEND
                      SET RES-COMISSAO TO TRUE
                      MOVE COM-VLR-COMISSAO-FDM
                                       TO WSS-RES-VALOR
                      PERFORM RT-RES-SOMAR
                                       THRU RT-RES-SOMARX
                   END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-COMISSAO.
      *
       RT-RES-COMISSOESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RES-ESTORNOS                 SECTION.
      *  ---> Estornos de comissao abatidos no mes (mes destino do
      *       COMAJUSTE), abatidos da comissao do vendedor (opcional)
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-COMAJUSTE.
      *
           IF FS-COMAJUSTE             NOT EQUAL '00'
              GO                       TO RT-RES-ESTORNOSX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              READ ARQ-COMAJUSTE       NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF AJU-ANOMES-DEST-FDJ
                                       EQUAL WSS-ANOMES-NUM
                      MOVE AJU-CVENDEDOR-FDJ
                                       TO WSS-RES-VEND
                      SET RES-ESTORNO  TO TRUE
                      MOVE AJU-VLR-ESTORNO-FDJ
                                       TO WSS-RES-VALOR
                      PERFORM RT-RES-SOMAR
                                       THRU RT-RES-SOMARX
                   END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-COMAJUSTE.
      *
       RT-RES-ESTORNOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RES-DESPESAS                 SECTION.
      *  ---> Despesas das visitas do mes: refeicao, outros e km
      *       rodado ao custo do km (opcional)
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-DESPESA.
      *
           IF FS-DESPESA               NOT EQUAL '00'
              GO                       TO RT-RES-DESPESASX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              READ ARQ-DESPESA         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF DSP-DATA-FDX     NOT LESS WSS-MES-INI-AMD
                      AND DSP-DATA-FDX NOT GREATER WSS-MES-FIM-AMD
                      MOVE DSP-CVENDEDOR-FDX
                                       TO WSS-RES-VEND
                      SET RES-DESPESA  TO TRUE
                      COMPUTE WSS-RES-VALOR ROUNDED =
                              DSP-VLR-REFEICAO-FDX
                            + DSP-VLR-OUTROS-FDX
                            + DSP-KM-FDX * WSS-CUSTO-KM
                      PERFORM RT-RES-SOMAR
                                       THRU RT-RES-SOMARX
                   END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-DESPESA.
      *
       RT-RES-DESPESASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RES-SOMAR                    SECTION.
      *  ---> Acumula WSS-RES-VALOR no vendedor WSS-RES-VEND conforme
      *       WSS-RES-TIPO e recalcula a contribuicao. Vendedor fora
      *       do cadastro e ignorado
      *----------------------------------------------------------------*
      *
           MOVE WSS-RES-VEND           TO RES-CVENDEDOR-FDR.
           MOVE WSS-ANOMES-NUM         TO RES-ANOMES-FDR.
      *
           READ ARQ-RESULTADO
                INVALID KEY
                    GO                 TO RT-RES-SOMARX
           END-READ.
      *
           EVALUATE TRUE
               WHEN RES-FATURADO
                    ADD WSS-RES-VALOR  TO RES-VLR-FATURADO-FDR
               WHEN RES-DEVOLUCAO
                    ADD WSS-RES-VALOR  TO RES-VLR-DEVOLUCAO-FDR
               WHEN RES-COMISSAO
                    ADD WSS-RES-VALOR  TO RES-VLR-COMISSAO-FDR
               WHEN RES-ESTORNO
                    SUBTRACT WSS-RES-VALOR
                                       FROM RES-VLR-COMISSAO-FDR
               WHEN RES-DESPESA
                    ADD WSS-RES-VALOR  TO RES-VLR-DESPESA-FDR
           END-EVALUATE.
      *
           COMPUTE RES-VLR-CONTRIB-FDR = RES-VLR-FATURADO-FDR
                                       - RES-VLR-DEVOLUCAO-FDR
                                       - RES-VLR-COMISSAO-FDR
                                       - RES-VLR-DESPESA-FDR.
      *
           REWRITE REG-FDR.
      *
           IF FS-RESULTADO             NOT EQUAL '00'
              MOVE 'ao regravar'       TO WSS-DESCRICAO
              MOVE 'RESULTADO'         TO WSS-ARQUIVO
              MOVE FS-RESULTADO        TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-RES-SOMARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIMIR-RESULTADO           SECTION.
      *  ---> Demonstrativo do mes congelado, ordenado por empresa,
      *       filial e vendedor, com subtotais por filial e empresa
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-ARQ-RESULTADO.
           STRING 'RESULTADO-'         DELIMITED BY SIZE
                  WSS-T-ANOMES         DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
              INTO WSS-ARQ-RESULTADO
           END-STRING.
      *
           SORT SRT-RESULTADO
                ON ASCENDING            KEY EMPRESA-SRTR
                                            FILIAL-SRTR
                                            CVENDEDOR-SRTR
                   INPUT PROCEDURE      IS RT-INPUT-SORT
                   OUTPUT PROCEDURE     IS RT-OUTPUT-SORT.
      *
           MOVE 'RESULTADO POR VENDEDOR'
                                       TO WSS-CAT-FILTROS.
           MOVE WSS-ARQ-RESULTADO      TO WSS-CAT-ARQUIVO.
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
       RT-IMPRIMIR-RESULTADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-INPUT-SORT                   SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO RES-CVENDEDOR-FDR
                                          RES-ANOMES-FDR.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-RESULTADO         KEY IS NOT LESS RES-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              READ ARQ-RESULTADO       NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF RES-ANOMES-FDR   EQUAL WSS-ANOMES-NUM
                      PERFORM RT-LIBERAR-RESULTADO
                                       THRU RT-LIBERAR-RESULTADOX
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-INPUT-SORTX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LIBERAR-RESULTADO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE RES-EMPRESA-FDR        TO EMPRESA-SRTR.
           MOVE RES-FILIAL-FDR         TO FILIAL-SRTR.
           MOVE RES-CVENDEDOR-FDR      TO CVENDEDOR-SRTR.
           MOVE RES-VLR-FATURADO-FDR   TO FATURADO-SRTR.
           MOVE RES-VLR-DEVOLUCAO-FDR  TO DEVOLUCAO-SRTR.
           MOVE RES-VLR-COMISSAO-FDR   TO COMISSAO-SRTR.
           MOVE RES-VLR-DESPESA-FDR    TO DESPESA-SRTR.
           MOVE RES-VLR-CONTRIB-FDR    TO CONTRIB-SRTR.
      *
           MOVE RES-CVENDEDOR-FDR      TO CODIGO-FDV.
           READ ARQ-VENDEDOR
                INVALID KEY
                    MOVE SPACES        TO NOME-FDV
           END-READ.
           MOVE NOME-FDV               TO NOME-SRTR.
      *
           RELEASE REG-SRTR.
      *
       RT-LIBERAR-RESULTADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-OUTPUT-SORT                  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT REL-RESULTADO.
      *
           IF FS-RELRES                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELRESULT'         TO WSS-ARQUIVO
              MOVE FS-RELRES           TO WSS-FSTATUS
              MOVE 9                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           INITIALIZE WSS-TOT-FIL
                      WSS-TOT-EMP
                      WSS-TOT-GER.
           MOVE ZEROS                  TO WSS-QTD-RESULTADO.
           MOVE 'S'                    TO WSS-PRIMEIRO.
      *
           MOVE ALL '='                TO REG-RELRES.
           WRITE REG-RELRES.
           MOVE SPACES                 TO WSS-LINHA-REL.
           STRING 'DEMONSTRATIVO DE RESULTADO POR VENDEDOR - '
                  WSS-T-ANOMES
              DELIMITED BY SIZE        INTO WSS-LINHA-REL
           END-STRING.
           WRITE REG-RELRES            FROM WSS-LINHA-REL.
           MOVE ALL '='                TO REG-RELRES.
           WRITE REG-RELRES.
           WRITE REG-RELRES            FROM CAB-RESULTADO.
           MOVE ALL '-'                TO REG-RELRES.
           WRITE REG-RELRES.
      *
           MOVE 'N'                    TO WSS-FIM-SORT.
      *
           PERFORM UNTIL WSS-FIM-SORT  EQUAL 'S' OR 's'
              PERFORM RT-GRAVAR-RESULTADO
                                       THRU RT-GRAVAR-RESULTADOX
           END-PERFORM.
      *
           IF WSS-QTD-RESULTADO        GREATER ZEROS
              PERFORM RT-SUBTOTAL-FILIAL
                                       THRU RT-SUBTOTAL-FILIALX
              PERFORM RT-SUBTOTAL-EMPRESA
                                       THRU RT-SUBTOTAL-EMPRESAX
           END-IF.
      *
           MOVE ALL '='                TO REG-RELRES.
           WRITE REG-RELRES.
           MOVE 'TOTAL GERAL'          TO TRS-ROTULO.
           MOVE WSS-GER-FATURADO       TO TRS-FATURADO.
           MOVE WSS-GER-DEVOLUCAO      TO TRS-DEVOLUCAO.
           MOVE WSS-GER-COMISSAO       TO TRS-COMISSAO.
           MOVE WSS-GER-DESPESA        TO TRS-DESPESA.
           MOVE WSS-GER-CONTRIB        TO TRS-CONTRIB.
           WRITE REG-RELRES            FROM TOT-RESULTADO.
      *
           CLOSE REL-RESULTADO.
      *
       RT-OUTPUT-SORTX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-RESULTADO             SECTION.
      *  ---> Linha do vendedor, com quebra por filial e empresa
      *----------------------------------------------------------------*
      *
           RETURN SRT-RESULTADO        INTO REG-SRTR
             AT END
                MOVE 'S'               TO WSS-FIM-SORT
                GO                     TO RT-GRAVAR-RESULTADOX
           END-RETURN.
      *
           IF WSS-PRIMEIRO             EQUAL 'S'
              MOVE 'N'                 TO WSS-PRIMEIRO
              MOVE EMPRESA-SRTR        TO WSS-EMP-ANTERIOR
              MOVE FILIAL-SRTR         TO WSS-FIL-ANTERIOR
           END-IF.
      *
           IF EMPRESA-SRTR             NOT EQUAL WSS-EMP-ANTERIOR
              PERFORM RT-SUBTOTAL-FILIAL
                                       THRU RT-SUBTOTAL-FILIALX
              PERFORM RT-SUBTOTAL-EMPRESA
                                       THRU RT-SUBTOTAL-EMPRESAX
           ELSE
              IF FILIAL-SRTR           NOT EQUAL WSS-FIL-ANTERIOR
                 PERFORM RT-SUBTOTAL-FILIAL
                                       THRU RT-SUBTOTAL-FILIALX
              END-IF
           END-IF.
      *
           MOVE EMPRESA-SRTR           TO WSS-EMP-ANTERIOR.
           MOVE FILIAL-SRTR            TO WSS-FIL-ANTERIOR.
      *
           MOVE EMPRESA-SRTR           TO DRS-EMPRESA.
           MOVE FILIAL-SRTR            TO DRS-FILIAL.
           MOVE CVENDEDOR-SRTR         TO DRS-VENDEDOR.
           MOVE NOME-SRTR              TO DRS-NOME.
           MOVE FATURADO-SRTR          TO DRS-FATURADO.
           MOVE DEVOLUCAO-SRTR         TO DRS-DEVOLUCAO.
           MOVE COMISSAO-SRTR          TO DRS-COMISSAO.
           MOVE DESPESA-SRTR           TO DRS-DESPESA.
           MOVE CONTRIB-SRTR           TO DRS-CONTRIB.
           WRITE REG-RELRES            FROM DET-RESULTADO.
      *
           ADD 1                       TO WSS-QTD-RESULTADO.
      *
           ADD FATURADO-SRTR           TO WSS-FIL-FATURADO
                                          WSS-EMP-FATURADO
                                          WSS-GER-FATURADO.
           ADD DEVOLUCAO-SRTR          TO WSS-FIL-DEVOLUCAO
                                          WSS-EMP-DEVOLUCAO
                                          WSS-GER-DEVOLUCAO.
           ADD COMISSAO-SRTR           TO WSS-FIL-COMISSAO
                                          WSS-EMP-COMISSAO
                                          WSS-GER-COMISSAO.
           ADD DESPESA-SRTR            TO WSS-FIL-DESPESA
                                          WSS-EMP-DESPESA
                                          WSS-GER-DESPESA.
           ADD CONTRIB-SRTR            TO WSS-FIL-CONTRIB
                                          WSS-EMP-CONTRIB
                                          WSS-GER-CONTRIB.
      *
       RT-GRAVAR-RESULTADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SUBTOTAL-FILIAL              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO TRS-ROTULO.
           STRING '  SUBTOTAL FILIAL ' WSS-FIL-ANTERIOR
              DELIMITED BY SIZE        INTO TRS-ROTULO
           END-STRING.
           MOVE WSS-FIL-FATURADO       TO TRS-FATURADO.
           MOVE WSS-FIL-DEVOLUCAO      TO TRS-DEVOLUCAO.
           MOVE WSS-FIL-COMISSAO       TO TRS-COMISSAO.
           MOVE WSS-FIL-DESPESA        TO TRS-DESPESA.
           MOVE WSS-FIL-CONTRIB        TO TRS-CONTRIB.
           WRITE REG-RELRES            FROM TOT-RESULTADO.
           MOVE SPACES                 TO REG-RELRES.
           WRITE REG-RELRES.
      *
           INITIALIZE WSS-TOT-FIL.
      *
       RT-SUBTOTAL-FILIALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SUBTOTAL-EMPRESA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO TRS-ROTULO.
           STRING 'SUBTOTAL EMPRESA ' WSS-EMP-ANTERIOR
              DELIMITED BY SIZE        INTO TRS-ROTULO
           END-STRING.
           MOVE WSS-EMP-FATURADO       TO TRS-FATURADO.
           MOVE WSS-EMP-DEVOLUCAO      TO TRS-DEVOLUCAO.
           MOVE WSS-EMP-COMISSAO       TO TRS-COMISSAO.
           MOVE WSS-EMP-DESPESA        TO TRS-DESPESA.
           MOVE WSS-EMP-CONTRIB        TO TRS-CONTRIB.
           WRITE REG-RELRES            FROM TOT-RESULTADO.
           MOVE ALL '-'                TO REG-RELRES.
           WRITE REG-RELRES.
      *
           INITIALIZE WSS-TOT-EMP.
      *
       RT-SUBTOTAL-EMPRESAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-CATALOGO           SECTION.
      *  ---> Registra o resumo e o demonstrativo no catalogo central
      *       (CATREL)
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
           MOVE 'PT000058'             TO CAT-PROGRAMA-FDG.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDG.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDG.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDG.
           MOVE WSS-CAT-FILTROS        TO CAT-FILTROS-FDG.
           MOVE WSS-CAT-ARQUIVO        TO CAT-ARQUIVO-FDG.
      *
           WRITE REG-FDG.
      *
           CLOSE ARQ-CATALOGO.
      *
       RT-REGISTRAR-CATALOGOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRAVAR-PERIODO               SECTION.
      *  ---> Marca o mes congelado como fechado no PERIODO. Mes
      *       reaberto e fechado de novo mantem os dados da
      *       reabertura ate ela sair no pacote de fechamento.
      *----------------------------------------------------------------*
      *
           MOVE WSS-ANOMES-NUM         TO PER-ANOMES-FDO.
           READ ARQ-PERIODO            KEY IS PER-ANOMES-FDO
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-PERIODO               EQUAL '00'
              MOVE 'F'                 TO PER-SITUACAO-FDO
              MOVE FEC-DT-FECHAMENTO-WSF
                                       TO PER-DT-FECHAMENTO-FDO
              MOVE LKS-OPERADOR        TO PER-OPER-FECHAMENTO-FDO
              REWRITE REG-FDO
           ELSE
              INITIALIZE REG-FDO
                 REPLACING ALPHANUMERIC BY SPACES
                           NUMERIC      BY ZEROS
              MOVE WSS-ANOMES-NUM      TO PER-ANOMES-FDO
              MOVE 'F'                 TO PER-SITUACAO-FDO
              MOVE FEC-DT-FECHAMENTO-WSF
                                       TO PER-DT-FECHAMENTO-FDO
              MOVE LKS-OPERADOR        TO PER-OPER-FECHAMENTO-FDO
              MOVE 'N'                 TO PER-REAB-PENDENTE-FDO
              WRITE REG-FDO
           END-IF.
      *
           IF FS-PERIODO               NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'PERIODO'           TO WSS-ARQUIVO
              MOVE FS-PERIODO          TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-TRAVAR-PERIODOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIMIR-REABERTURAS         SECTION.
      *  ---> Secao do pacote de fechamento com os meses reabertos
      *       ainda nao reportados; reportado, o aviso e baixado
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-REABERTURAS.
      *
           MOVE SPACES                 TO WSS-LINHA-TXT.
           WRITE REG-RESUMO            FROM WSS-LINHA-TXT.
           MOVE 'REABERTURAS DE PERIODO DESDE O ULTIMO FECHAMENTO:'
                                       TO WSS-LINHA-TXT.
           WRITE REG-RESUMO            FROM WSS-LINHA-TXT.
      *
           MOVE ZEROS                  TO PER-ANOMES-FDO.
           MOVE 'N'                    TO WSS-FIM-ARQ-PER.
      *
           START ARQ-PERIODO           KEY IS NOT LESS PER-ANOMES-FDO
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-PER
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-PER
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-PERIODO   THRU RT-LER-PERIODOX
           END-PERFORM.
      *
           IF WSS-QTD-REABERTURAS      EQUAL ZEROS
              MOVE '  NENHUMA'         TO WSS-LINHA-TXT
              WRITE REG-RESUMO         FROM WSS-LINHA-TXT
           END-IF.
      *
       RT-IMPRIMIR-REABERTURASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-PERIODO                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PERIODO            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-PER
                GO                     TO RT-LER-PERIODOX
           END-READ.
      *
           IF NOT PER-REAB-A-REPORTAR-FDO
              GO                       TO RT-LER-PERIODOX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-REABERTURAS.
      *
           MOVE SPACES                 TO WSS-LINHA-TXT.
           STRING '  MES '             PER-ANOMES-FDO
                  ' REABERTO EM '      PER-DT-REABERTURA-FDO
                  ' SOLIC '            PER-SOLICITANTE-FDO
                  ' APROV '            PER-APROVADOR-FDO
              DELIMITED BY SIZE        INTO WSS-LINHA-TXT
           END-STRING.
           IF PER-REABERTO-FDO
              MOVE ' (ABERTO)'         TO WSS-LINHA-TXT(68:9)
           ELSE
              MOVE ' (REFECHADO)'      TO WSS-LINHA-TXT(68:12)
           END-IF.
           WRITE REG-RESUMO            FROM WSS-LINHA-TXT.
      *
           MOVE 'N'                    TO PER-REAB-PENDENTE-FDO.
           REWRITE REG-FDO.
      *
       RT-LER-PERIODOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REABRIR-PERIODO              SECTION.
      *  ---> Reabertura de mes fechado: so administrador, e so
      *       depois da aprovacao de um segundo administrador
      *----------------------------------------------------------------*
      *
           IF LKS-PERFIL               NOT EQUAL 'A'
              MOVE "Reabertura de periodo restrita ao administrador."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REABRIR-PERIODOX
           END-IF.
      *
           MOVE 'N'                    TO WSS-PER-EXISTE.
           MOVE WSS-ANOMES-NUM         TO PER-ANOMES-FDO.
           READ ARQ-PERIODO            KEY IS PER-ANOMES-FDO
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-PERIODO               EQUAL '00'
              MOVE 'S'                 TO WSS-PER-EXISTE
           END-IF.
      *
           IF WSS-PER-EXISTE           EQUAL 'S'
              AND PER-REABERTO-FDO
              MOVE "Mes ja reaberto - nada a fazer."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REABRIR-PERIODOX
           END-IF.
      *
      *  ---> Mes congelado antes da trava: vale o FECHAMENTO
           IF WSS-PER-EXISTE           EQUAL 'N'
              MOVE WSS-ANOMES-NUM      TO FEC-ANOMES-FDF
              READ ARQ-FECHAMENTO      KEY IS FEC-ANOMES-FDF
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-FECHAMENTO         NOT EQUAL '00'
                 MOVE "Mes nao fechado - nada a reabrir."
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 GO                    TO RT-REABRIR-PERIODOX
              END-IF
           END-IF.
      *
           MOVE "Reabrir o mes para lancamentos? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 55
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-REABRIR-PERIODOX
           END-IF.
      *
      *  ---> Aprovacao a quatro olhos: sem aprovacao previa a
      *       reabertura vira solicitacao pendente
           MOVE SPACES                 TO WSS-APR-CHAVE.
           STRING 'REABRE '            WSS-T-ANOMES
              DELIMITED BY SIZE        INTO WSS-APR-CHAVE
           END-STRING.
           MOVE 'REABERTURA DE PERIODO FECHADO'
                                       TO WSS-APR-DESCR.
           PERFORM RT-CHECAR-APROVACAO THRU RT-CHECAR-APROVACAOX.
      *
           IF WSS-APROV-OK             NOT EQUAL 'S'
              GO                       TO RT-REABRIR-PERIODOX
           END-IF.
      *
           IF WSS-PER-EXISTE           EQUAL 'S'
              MOVE WSS-ANOMES-NUM      TO PER-ANOMES-FDO
              READ ARQ-PERIODO         KEY IS PER-ANOMES-FDO
                   INVALID KEY
                       CONTINUE
              END-READ
           ELSE
              INITIALIZE REG-FDO
                 REPLACING ALPHANUMERIC BY SPACES
                           NUMERIC      BY ZEROS
              MOVE WSS-ANOMES-NUM      TO PER-ANOMES-FDO
              MOVE FEC-DT-FECHAMENTO-FDF
                                       TO PER-DT-FECHAMENTO-FDO
           END-IF.
      *
           MOVE 'R'                    TO PER-SITUACAO-FDO.
           MOVE WSS-HOJE-APR           TO PER-DT-REABERTURA-FDO.
           MOVE WSS-APR-SOLICITANTE    TO PER-SOLICITANTE-FDO.
           MOVE WSS-APR-APROVADOR      TO PER-APROVADOR-FDO.
           ADD 1                       TO PER-QTD-REABERTURAS-FDO.
           MOVE 'S'                    TO PER-REAB-PENDENTE-FDO.
      *
           IF WSS-PER-EXISTE           EQUAL 'S'
              REWRITE REG-FDO
           ELSE
              WRITE REG-FDO
           END-IF.
      *
           IF FS-PERIODO               NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'PERIODO'           TO WSS-ARQUIVO
              MOVE FS-PERIODO          TO WSS-FSTATUS
              MOVE 9                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'PERIODO '           WSS-T-ANOMES
                  ' REABERTO P/ LANCAMENTOS'
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Periodo reaberto - lancamentos liberados."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-REABRIR-PERIODOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CHECAR-APROVACAO             SECTION.
      *  ---> Aprovacao a quatro olhos: procura na fila APROVACAO a
      *       solicitacao deste programa para a chave montada pelo
      *       chamador. Aprovada executa (marcando 'E' com o executor
      *       e o aprovador na auditoria); pendente aguarda; sem
      *       registro grava a solicitacao 'P' para o PT000073.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-APROV-OK
                                          WSS-APR-TEM-PEND.
           MOVE ZEROS                  TO WSS-APR-MAXSEQ
                                          WSS-APR-SEQ-APROV.
           MOVE SPACES                 TO WSS-APR-SOLICITANTE
                                          WSS-APR-APROVADOR.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WSS-HOJE-APR.
      *
           OPEN I-O ARQ-APROVACAO.
      *
           IF FS-APROVACAO             EQUAL '05' OR '35'
              CLOSE ARQ-APROVACAO
              OPEN OUTPUT ARQ-APROVACAO
              CLOSE ARQ-APROVACAO
              OPEN I-O ARQ-APROVACAO
           END-IF.
      *
           IF FS-APROVACAO             NOT EQUAL '00'
              MOVE 'Fila de aprovacao indisponivel - nada executado.'
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CHECAR-APROVACAOX
           END-IF.
      *
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
              PERFORM RT-VARRER-APROVACAO
                                       THRU RT-VARRER-APROVACAOX
           END-PERFORM.
      *
      *  ---> Solicitacao aprovada: executa agora e marca 'E'
           IF WSS-APR-SEQ-APROV        GREATER ZEROS
              MOVE WSS-APR-SEQ-APROV   TO APR-SEQ-FDQ
              READ ARQ-APROVACAO       KEY IS APR-SEQ-FDQ
                   INVALID KEY
                       CONTINUE
              END-READ
              MOVE APR-SOLICITANTE-FDQ TO WSS-APR-SOLICITANTE
              MOVE APR-APROVADOR-FDQ   TO WSS-APR-APROVADOR
              MOVE 'E'                 TO APR-SITUACAO-FDQ
              MOVE LKS-OPERADOR        TO APR-EXECUTOR-FDQ
              MOVE WSS-HOJE-APR        TO APR-DT-EXECUCAO-FDQ
              REWRITE REG-FDQ
              MOVE SPACES              TO WSS-AUD-ACAO
              STRING 'EXECUCAO APROVADA POR '
                     APR-APROVADOR-FDQ
                 DELIMITED BY SIZE     INTO WSS-AUD-ACAO
              END-STRING
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              MOVE 'S'                 TO WSS-APROV-OK
              CLOSE ARQ-APROVACAO
              GO                       TO RT-CHECAR-APROVACAOX
           END-IF.
      *
      *  ---> Ja pendente: aguarda a decisao do segundo administrador
           IF WSS-APR-TEM-PEND         EQUAL 'S'
              MOVE 'Solicitacao ja pendente de aprovacao (PT000073).'
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              CLOSE ARQ-APROVACAO
              GO                       TO RT-CHECAR-APROVACAOX
           END-IF.
      *
      *  ---> Primeira passagem: grava a solicitacao pendente
           COMPUTE APR-SEQ-FDQ          = WSS-APR-MAXSEQ + 1.
           MOVE 'PT000058'             TO APR-PROGRAMA-FDQ.
           MOVE WSS-APR-DESCR          TO APR-DESCRICAO-FDQ.
           MOVE WSS-APR-CHAVE          TO APR-CHAVE-FDQ.
           MOVE LKS-OPERADOR           TO APR-SOLICITANTE-FDQ.
           MOVE WSS-HOJE-APR           TO APR-DT-SOLICIT-FDQ.
           MOVE 'P'                    TO APR-SITUACAO-FDQ.
           MOVE SPACES                 TO APR-APROVADOR-FDQ
                                          APR-EXECUTOR-FDQ.
           MOVE ZEROS                  TO APR-DT-DECISAO-FDQ
                                          APR-DT-EXECUCAO-FDQ.
      *
           WRITE REG-FDQ.
      *
           CLOSE ARQ-APROVACAO.
      *
           MOVE 'SOLICITACAO DE APROVACAO GRAVADA'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE 'Gravado p/ aprovacao de um 2o administrador (4 olhos).'
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-CHECAR-APROVACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VARRER-APROVACAO             SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-APROVACAO          NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-APR
                GO                     TO RT-VARRER-APROVACAOX
           END-READ.
      *
           MOVE APR-SEQ-FDQ            TO WSS-APR-MAXSEQ.
      *
           IF APR-PROGRAMA-FDQ         EQUAL 'PT000058'
              AND APR-CHAVE-FDQ        EQUAL WSS-APR-CHAVE
              EVALUATE TRUE
                  WHEN APR-APROVADA-FDQ
                       MOVE APR-SEQ-FDQ
                                       TO WSS-APR-SEQ-APROV
                  WHEN APR-PENDENTE-FDQ
                       MOVE 'S'        TO WSS-APR-TEM-PEND
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF.
      *
       RT-VARRER-APROVACAOX.
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
           MOVE 'PT000058'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000058'              TO WSE-ERR-PROGRAMA.
           MOVE WSS-PONTO-ERRO         TO WSE-ERR-PONTO.
           MOVE WSS-ARQUIVO            TO WSE-ERR-ARQUIVO.
           MOVE WSS-FSTATUS            TO WSE-ERR-FSTATUS.
           MOVE SPACES                 TO WSE-ERR-CHAVE.
           MOVE WSS-DESCRICAO          TO WSE-ERR-DESCRICAO.
           CALL WSPRV901               USING WSE-ERR-PARM.
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
           CLOSE ARQ-FECHAMENTO
                 ARQ-CLIENTES
                 ARQ-RESULTADO
                 ARQ-VENDEDOR
                 ARQ-AUDITORIA
                 ARQ-PERIODO.
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
