      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PEDIDO REPROVADO NA APROVACAO COMERCIAL NAO   *
      *     *            CONTA NO REALIZADO (COMO O CANCELADO).        *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            SUGESTAO DE META DO MES SEGUINTE (OPCAO 5):   *
      *     *            MEDIA DOS 3 MESES ANTERIORES DE VISITAS E     *
      *     *            PEDIDOS DOS CLIENTES DA CARTEIRA ATUAL        *
      *     *            (DISTRIBUICAO), PROPORCIONAL AOS DIAS DE      *
      *     *            TRABALHO (ESCALA, CALENDARIO E AUSENCIA) E    *
      *     *            AJUSTADA PELA RAMPA DO VENDEDOR EM            *
      *     *            TREINAMENTO. O GERENTE REVISA OS VALORES      *
      *     *            ANTES DE GRAVAR NO ARQUIVO METAS.             *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            VISITA COM PRESENCA SUSPEITA (GPS) OU         *
      *     *            REPROVADA PELO SUPERVISOR NAO CONTA NO        *
      *     *            REALIZADO DA META ATE SER VALIDADA.           *
      *     *----------------------------------------------------------*
      *     * VERSAO 05    -    Amarildo M Borges      -    15.10.2026 *
      *     *            RELATORIO META X REALIZADO COM A EQUIPE DO    *
      *     *            VENDEDOR E CONSOLIDADOS POR EQUIPE E POR      *
      *     *            SUPERVISOR; SUPERVISOR SO VE AS SUAS EQUIPES  *
      *     *            (PRV00908).                                   *
      *     *----------------------------------------------------------*
      *     * VERSAO 06    -    Amarildo M Borges      -    15.10.2026 *
      *     *            LIGACAO DE TELEVENDAS COM VENDA (TV) CONTA    *
      *     *            COMO VISITA COM VENDA NA APURACAO DA META.    *
      *     *----------------------------------------------------------*
      *     * VERSAO 07    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA DE PROCESSAMENTO.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 08    -    Amarildo M Borges      -    15.10.2026 *
      *     *            VISITAS DO MES LIDAS PELA CHAVE VENDEDOR +    *
      *     *            DATA, A PARTIR DO PRIMEIRO DIA DO MES.        *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *  ---> Arquivo PEDIDOS (realizado de pedidos e valor do mes)
           COPY 'SEL-PEDIDOS.CPY'      REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Carteira atual do vendedor (base da sugestao de meta)
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Escala semanal, feriados e ausencias (dias de trabalho)
           COPY 'SEL-ESCALA.CPY'       REPLACING ==::== BY ==-FDE==.
           COPY 'SEL-CALENDARIO.CPY'   REPLACING ==::== BY ==-FDL==.
           COPY 'SEL-AUSENCIA.CPY'     REPLACING ==::== BY ==-FDU==.
      *
      *  ---> Arquivo de PARAMETROS (linhas por pagina e rampa)
           COPY 'SEL-PARAMETROS.CPY'.
      *
      *  ---> Relatorio meta x realizado
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PEDIDOS.CPY'           REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-DISTRIBUIR              VALUE OF FILE-ID IS
                                                       'DISTRIBUICAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DISTRIBUIR.CPY'        REPLACING ==::== BY ==-FDD==.
      *
       FD  ARQ-ESCALA                  VALUE OF FILE-ID IS 'ESCALA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDE.
       COPY 'FD-ESCALA.CPY'            REPLACING ==::== BY ==-FDE==.
      *
       FD  ARQ-CALENDARIO              VALUE OF FILE-ID IS
                                                        'CALENDARIO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDL.
       COPY 'FD-CALENDARIO.CPY'        REPLACING ==::== BY ==-FDL==.
      *
       FD  ARQ-AUSENCIA                VALUE OF FILE-ID IS 'AUSENCIA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDU.
       COPY 'FD-AUSENCIA.CPY'          REPLACING ==::== BY ==-FDU==.
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
       77  WSS-SON                     PIC  X(001)         VALUE 'N'.
           88 SON                      VALUE 'S' 's' 'N' 'n'.
           88  VISITAS-ABERTO          VALUE 'S'.
       77  WSS-PEDIDOS-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PEDIDOS-ABERTO          VALUE 'S'.
       77  WSS-DISTRIB-ABERTO          PIC  X(001)         VALUE 'N'.
           88  DISTRIB-ABERTO          VALUE 'S'.
       77  WSS-ESCALA-ABERTA           PIC  X(001)         VALUE 'N'.
           88  ESCALA-ABERTA           VALUE 'S'.
       77  WSS-CALEND-ABERTO           PIC  X(001)         VALUE 'N'.
           88  CALEND-ABERTO           VALUE 'S'.
       77  WSS-AUSENCIA-ABERTA         PIC  X(001)         VALUE 'N'.
           88  AUSENCIA-ABERTA         VALUE 'S'.
      *
       77  WSS-FIM-ARQ-DIS             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-AUS             PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-PCT-VALOR           PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - SUGESTAO DE META (BASE DE 3 MESES ANTERIORES)
      *----------------------------------------------------------------*
           03  WSS-ALVO-ANO            PIC  9(004)         VALUE ZEROS.
           03  WSS-ALVO-MES            PIC  9(002)         VALUE ZEROS.
           03  WSS-BASE-ANO            PIC  9(004)         VALUE ZEROS.
           03  WSS-BASE-MES            PIC  9(002)         VALUE ZEROS.
           03  WSS-ALVO-INI-AMD        PIC  9(008)         VALUE ZEROS.
           03  WSS-ALVO-FIM-AMD        PIC  9(008)         VALUE ZEROS.
           03  WSS-BASE-INI-AMD        PIC  9(008)         VALUE ZEROS.
           03  WSS-BASE-FIM-AMD        PIC  9(008)         VALUE ZEROS.
           03  WSS-CNT-INI-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-CNT-FIM-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-DIA-AMD             PIC  9(008)         VALUE ZEROS.
           03  WSS-DIA-INT             PIC  9(008)         VALUE ZEROS.
           03  WSS-FIM-INT             PIC  9(008)         VALUE ZEROS.
           03  WSS-DIA-SEMANA          PIC  9(001)         VALUE ZEROS.
           03  WSS-DIA-TRAB            PIC  X(001)         VALUE 'N'.
           03  WSS-TEM-ESCALA          PIC  X(001)         VALUE 'N'.
           03  WSS-CONTA-AUSENCIA      PIC  X(001)         VALUE 'N'.
           03  WSS-VEN-AUSENTE         PIC  X(001)         VALUE 'N'.
           03  WSS-EXISTE-META         PIC  X(001)         VALUE 'N'.
           03  WSS-DIAS-CONTADOS       PIC  9(004)         VALUE ZEROS.
           03  WSS-DIAS-BASE           PIC  9(004)         VALUE ZEROS.
           03  WSS-DIAS-ALVO           PIC  9(004)         VALUE ZEROS.
           03  WSS-QTD-CLIENTES        PIC  9(005)         VALUE ZEROS.
           03  WSS-BAS-VISITAS         PIC  9(007)         VALUE ZEROS.
           03  WSS-BAS-PEDIDOS         PIC  9(007)         VALUE ZEROS.
           03  WSS-BAS-VALOR           PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-SUG-VISITAS         PIC  9(007)         VALUE ZEROS.
           03  WSS-SUG-PEDIDOS         PIC  9(007)         VALUE ZEROS.
           03  WSS-SUG-VALOR           PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-RAMPA-PCT           PIC  9(003)         VALUE ZEROS.
           03  WSS-RAMPA-SEMANA        PIC  9(004)         VALUE ZEROS.
           03  WSS-RAMPA-DIAS          PIC S9(007)         VALUE ZEROS.
           03  WSS-RAMPA-PCT-EFET      PIC  9(005)         VALUE 100.
           03  WSS-SUG-INFO            PIC  X(060)         VALUE SPACES.
           03  WSS-SUG-DIAS-EDT        PIC  ZZ9            VALUE ZEROS.
           03  WSS-SUG-QTD-EDT         PIC  ZZZZ9          VALUE ZEROS.
           03  WSS-SUG-PCT-EDT         PIC  ZZ9            VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-METAS                PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-VISITAS              PIC  X(002)         VALUE SPACES.
           03  FS-PEDIDOS              PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-ESCALA               PIC  X(002)         VALUE SPACES.
           03  FS-CALENDARIO           PIC  X(002)         VALUE SPACES.
           03  FS-AUSENCIA             PIC  X(002)         VALUE SPACES.
           03  FS-PARAMETROS           PIC  X(002)         VALUE SPACES.
           03  FS-RELMET               PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
           03  WSS-REL-NPAG            PIC  9(003)         VALUE ZEROS.
           03  WSS-T-LINPAG            PIC  9(002)         VALUE 55.
           03  WSS-QTD-METAS           PIC  9(005)         VALUE ZEROS.
           03  WSS-PCT-CONS            PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUDITORIA
           03  WSS-AUD-SEG             PIC  9(002)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    CONSOLIDADO POR EQUIPE E POR SUPERVISOR (EQUIPE ZERO =
      *    VENDEDORES SEM EQUIPE)
      *----------------------------------------------------------------*
       77  WSS-QTD-EQUIPES             PIC  9(003) COMP-3  VALUE ZEROS.
       77  WSS-IDX-EQP                 PIC  9(003) COMP-3  VALUE ZEROS.
       77  WSS-ACHOU-EQP               PIC  X(001)         VALUE 'N'.
       77  WSS-QTD-SUPERVISORES        PIC  9(003) COMP-3  VALUE ZEROS.
       77  WSS-IDX-SUP                 PIC  9(003) COMP-3  VALUE ZEROS.
       77  WSS-ACHOU-SUP               PIC  X(001)         VALUE 'N'.
      *
       01  WSS-TAB-EQUIPES.
           03  WSS-ITEM-EQP            OCCURS 200 TIMES.
               05  WSS-EQP-CODIGO      PIC  9(003).
               05  WSS-EQP-NOME        PIC  X(030).
               05  WSS-EQP-SUPERVISOR  PIC  X(010).
               05  WSS-EQP-VENDEDORES  PIC  9(005).
               05  WSS-EQP-META-VIS    PIC  9(007).
               05  WSS-EQP-REAL-VIS    PIC  9(007).
               05  WSS-EQP-META-PED    PIC  9(007).
               05  WSS-EQP-REAL-PED    PIC  9(007).
               05  WSS-EQP-META-VALOR  PIC  9(011)V9(002).
               05  WSS-EQP-REAL-VALOR  PIC  9(011)V9(002).
      *
       01  WSS-TAB-SUPERVISORES.
           03  WSS-ITEM-SUP            OCCURS 100 TIMES.
               05  WSS-SUP-LOGIN       PIC  X(010).
               05  WSS-SUP-VENDEDORES  PIC  9(005).
               05  WSS-SUP-META-VIS    PIC  9(007).
               05  WSS-SUP-REAL-VIS    PIC  9(007).
               05  WSS-SUP-META-PED    PIC  9(007).
               05  WSS-SUP-REAL-PED    PIC  9(007).
               05  WSS-SUP-META-VALOR  PIC  9(011)V9(002).
               05  WSS-SUP-REAL-VALOR  PIC  9(011)V9(002).
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - DATA DO SISTEMA (OU DATA DE PROCESSAMENTO)
      *----------------------------------------------------------------*
       01  WSS-DATA-SIS.
                                           '     REAL VALOR'.
           03  FILLER                  PIC  X(007)         VALUE
                                           ' ATING%'.
           03  FILLER                  PIC  X(005)         VALUE
                                           '  EQP'.
      *
       01  CAB-METAS-FILTRO.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(041)         VALUE
               'SOMENTE AS EQUIPES DO SUPERVISOR/GERENTE '.
           03  RLC-OPERADOR            PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(067)         VALUE SPACES.
      *
       01  DETALHE-META.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLD-REAL-VALOR          PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLD-PCT                 PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(007)         VALUE SPACES.
           03  RLD-EQUIPE              PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(020)         VALUE SPACES.
      *
       01  DETALHE-TOTAL.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLT-DESCR               PIC  X(040)         VALUE SPACES.
           03  RLT-QTDE                PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(071)         VALUE SPACES.
      *
       01  CAB-CONS-1.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLK-TITULO              PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(078)         VALUE SPACES.
      *
       01  CAB-CONS-2.
           03  FILLER                  PIC  X(016)         VALUE
                                           '  EQUIPE/SUPERV.'.
           03  FILLER                  PIC  X(021)         VALUE
                                           ' NOME'.
           03  FILLER                  PIC  X(004)         VALUE
                                           'VEND'.
           03  FILLER                  PIC  X(008)         VALUE
                                           'META VIS'.
           03  FILLER                  PIC  X(008)         VALUE
                                           'REAL VIS'.
           03  FILLER                  PIC  X(008)         VALUE
                                           'META PED'.
           03  FILLER                  PIC  X(008)         VALUE
                                           'REAL PED'.
           03  FILLER                  PIC  X(015)         VALUE
                                           '     META VALOR'.
           03  FILLER                  PIC  X(015)         VALUE
                                           '     REAL VALOR'.
           03  FILLER                  PIC  X(007)         VALUE
                                           ' ATING%'.
           03  FILLER                  PIC  X(010)         VALUE SPACES.
      *
       01  DETALHE-CONS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLE-CHAVE               PIC  X(014)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  RLE-NOME                PIC  X(020)         VALUE SPACES.
           03  RLE-QTDE                PIC  ZZZ9           VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLE-META-VIS            PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLE-REAL-VIS            PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLE-META-PED            PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLE-REAL-PED            PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLE-META-VALOR          PIC  ZZZZZZZZZ9,99  VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLE-REAL-VALOR          PIC  ZZZZZZZZZ9,99  VALUE ZEROS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLE-PCT                 PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(010)         VALUE SPACES.
      *
       01  RODAPE.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
                                                            'PT000901'.
      *
           COPY 'SUB-ERRO.CPY'         REPLACING ==::== BY ==WSS==.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00908
      *    - Equipe de vendas do vendedor e filtro do supervisor
      *----------------------------------------------------------------*
      *
       01  WPT00909                    PIC X(08)           VALUE
                                                            'PT000909'.
      *
           COPY 'SUB-EQP.CPY'          REPLACING ==::== BY ==WSN==.
      *
       01  FILLER                      PIC  X(032)         VALUE
           'FFF  FIM DA WORKING-STORAGE  FFF'.
           03 F LINE 10 COL 28   VALUE " 2 - Alterar Meta      ".
           03 F LINE 12 COL 28   VALUE " 3 - Consulta          ".
           03 F LINE 14 COL 28   VALUE " 4 - Rel. Meta x Real  ".
           03 F LINE 16 COL 28   VALUE " 5 - Sugerir Metas     ".
           03 F LINE 18 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 20 COL 28   VALUE " Opcao:[ ]             ".
      *
       01  TELA-LABEL-META.
           03 F LINE 08 COL 20   VALUE " Vendedor............: ".
           03 T3M LINE 12 COL 44 PIC ZZZZ9       TO WSS-T-M-VISITAS.
           03 T4M LINE 14 COL 44 PIC ZZZZ9       TO WSS-T-M-PEDIDOS.
           03 T5M LINE 16 COL 44 PIC ZZZZZZ9,99  TO WSS-T-M-VALOR.
      *
      *  ---> Metas sugeridas pre-carregadas para revisao do gerente
       01  TELA-DADOS-SUGESTAO.
           03 T3S LINE 12 COL 44 PIC ZZZZ9       USING WSS-T-M-VISITAS.
           03 T4S LINE 14 COL 44 PIC ZZZZ9       USING WSS-T-M-PEDIDOS.
           03 T5S LINE 16 COL 44 PIC ZZZZZZ9,99  USING WSS-T-M-VALOR.
      *
       01  TELA-FILTRO-MES.
           03 F LINE 08 COL 20   VALUE " Mes do relatorio (AAAAMM): ".
           IF FS-PEDIDOS               EQUAL '00'
              MOVE 'S'                 TO WSS-PEDIDOS-ABERTO
           END-IF.
      *
      *  ---> Carteira, escala, calendario e ausencias sao opcionais:
      *       so a sugestao de meta depende deles
           OPEN INPUT ARQ-DISTRIBUIR.
           IF FS-DISTRIBUIR            EQUAL '00'
              MOVE 'S'                 TO WSS-DISTRIB-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-ESCALA.
           IF FS-ESCALA                EQUAL '00'
              MOVE 'S'                 TO WSS-ESCALA-ABERTA
           END-IF.
      *
           OPEN INPUT ARQ-CALENDARIO.
           IF FS-CALENDARIO            EQUAL '00'
              MOVE 'S'                 TO WSS-CALEND-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-AUSENCIA.
           IF FS-AUSENCIA              EQUAL '00'
              MOVE 'S'                 TO WSS-AUSENCIA-ABERTA
           END-IF.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
           DISPLAY TELA-MANUTENCAO
                   TELA-MENSAGENS.
      *
           ACCEPT WSS-FUN              LINE 20 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
               WHEN 4
                    PERFORM RT-RELATORIO
                                       THRU RT-RELATORIOX
               WHEN 5
                    PERFORM RT-SUGESTAO
                                       THRU RT-SUGESTAOX
               WHEN 9
                    CONTINUE
               WHEN OTHER
           MOVE ZEROS                  TO WSS-ANOMES-NUM
                                          WSS-QTD-METAS
                                          WSS-REL-NLIN
                                          WSS-REL-NPAG
                                          WSS-QTD-EQUIPES
                                          WSS-QTD-SUPERVISORES.
      *
           DISPLAY TELA-FILTRO-MES.
      *
                                       TO RLT-DESCR.
           MOVE WSS-QTD-METAS          TO RLT-QTDE.
           WRITE REG-RELMET            FROM DETALHE-TOTAL AFTER 1.
           ADD 2                       TO WSS-REL-NLIN.
      *
           PERFORM RT-IMPRIME-CONS-EQP THRU RT-IMPRIME-CONS-EQPX.
           PERFORM RT-IMPRIME-CONS-SUP THRU RT-IMPRIME-CONS-SUPX.
      *
           PERFORM RT-IMPRIME-RDP      THRU RT-IMPRIME-RDPX.
      *
           CLOSE REL-METAS.
      *
           MOVE 'F'                    TO WSN-EQP-FUNCAO.
           CALL WPT00909               USING WSN-EQP-PARM.
      *
           MOVE WSS-ARQ-METAS          TO LKS-ARQ-REL.
      *
           IF MET-ANOMES-FDM           NOT EQUAL WSS-ANOMES-NUM
              GO                       TO RT-TRATAR-METAX
           END-IF.
      *
      *  ---> Equipe no fim do mes; vendedor fora das equipes do
      *       supervisor nao entra no relatorio
           MOVE 'C'                    TO WSN-EQP-FUNCAO.
           MOVE LKS-OPERADOR           TO WSN-EQP-OPERADOR.
           MOVE LKS-PERFIL             TO WSN-EQP-PERFIL.
           MOVE MET-CVENDEDOR-FDM      TO WSN-EQP-CVENDEDOR.
           MOVE WSS-MES-FIM-AMD        TO WSN-EQP-DATA.
           CALL WPT00909               USING WSN-EQP-PARM.
      *
           IF WSN-EQP-VISIVEL          EQUAL 'N'
              GO                       TO RT-TRATAR-METAX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-METAS.
      *
              MOVE ZEROS               TO WSS-PCT-VALOR
           END-IF.
           MOVE WSS-PCT-VALOR          TO RLD-PCT.
           MOVE WSN-EQP-EQUIPE         TO RLD-EQUIPE.
      *
           PERFORM RT-IMPRIME-DET      THRU RT-IMPRIME-DETX.
      *
           PERFORM RT-ACUMULAR-EQUIPE  THRU RT-ACUMULAR-EQUIPEX.
           PERFORM RT-ACUMULAR-SUPERVISOR
                                       THRU RT-ACUMULAR-SUPERVISORX.
      *
       RT-TRATAR-METAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ACUMULAR-EQUIPE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-ACHOU-EQP.
           MOVE 1                      TO WSS-IDX-EQP.
      *
           PERFORM UNTIL WSS-IDX-EQP   GREATER WSS-QTD-EQUIPES
                   OR WSS-ACHOU-EQP    EQUAL 'S'
              IF WSS-EQP-CODIGO (WSS-IDX-EQP)
                                       EQUAL WSN-EQP-EQUIPE
                 MOVE 'S'              TO WSS-ACHOU-EQP
              ELSE
                 ADD 1                 TO WSS-IDX-EQP
              END-IF
           END-PERFORM.
      *
           IF WSS-ACHOU-EQP            NOT EQUAL 'S'
              IF WSS-QTD-EQUIPES       LESS 200
                 ADD 1                 TO WSS-QTD-EQUIPES
                 MOVE WSS-QTD-EQUIPES  TO WSS-IDX-EQP
                 INITIALIZE            WSS-ITEM-EQP (WSS-IDX-EQP)
                 MOVE WSN-EQP-EQUIPE   TO WSS-EQP-CODIGO (WSS-IDX-EQP)
                 MOVE WSN-EQP-NOME     TO WSS-EQP-NOME (WSS-IDX-EQP)
                 MOVE WSN-EQP-SUPERVISOR
                                       TO WSS-EQP-SUPERVISOR
                                          (WSS-IDX-EQP)
                 IF WSN-EQP-EQUIPE     EQUAL ZEROS
                    MOVE 'SEM EQUIPE'  TO WSS-EQP-NOME (WSS-IDX-EQP)
                 END-IF
              ELSE
                 GO                    TO RT-ACUMULAR-EQUIPEX
              END-IF
           END-IF.
      *
           ADD 1                       TO WSS-EQP-VENDEDORES
                                          (WSS-IDX-EQP).
           ADD MET-META-VISITAS-FDM    TO WSS-EQP-META-VIS
                                          (WSS-IDX-EQP).
           ADD WSS-REA-VISITAS         TO WSS-EQP-REAL-VIS
                                          (WSS-IDX-EQP).
           ADD MET-META-PEDIDOS-FDM    TO WSS-EQP-META-PED
                                          (WSS-IDX-EQP).
           ADD WSS-REA-PEDIDOS         TO WSS-EQP-REAL-PED
                                          (WSS-IDX-EQP).
           ADD MET-META-VALOR-FDM      TO WSS-EQP-META-VALOR
                                          (WSS-IDX-EQP).
           ADD WSS-REA-VALOR           TO WSS-EQP-REAL-VALOR
                                          (WSS-IDX-EQP).
      *
       RT-ACUMULAR-EQUIPEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    SUPERVISOR EM BRANCO = VENDEDORES SEM EQUIPE
      *----------------------------------------------------------------*
       RT-ACUMULAR-SUPERVISOR          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-ACHOU-SUP.
           MOVE 1                      TO WSS-IDX-SUP.
      *
           PERFORM UNTIL WSS-IDX-SUP   GREATER WSS-QTD-SUPERVISORES
                   OR WSS-ACHOU-SUP    EQUAL 'S'
              IF WSS-SUP-LOGIN (WSS-IDX-SUP)
                                       EQUAL WSN-EQP-SUPERVISOR
                 MOVE 'S'              TO WSS-ACHOU-SUP
              ELSE
                 ADD 1                 TO WSS-IDX-SUP
              END-IF
           END-PERFORM.
      *
           IF WSS-ACHOU-SUP            NOT EQUAL 'S'
              IF WSS-QTD-SUPERVISORES  LESS 100
                 ADD 1                 TO WSS-QTD-SUPERVISORES
                 MOVE WSS-QTD-SUPERVISORES
                                       TO WSS-IDX-SUP
                 INITIALIZE            WSS-ITEM-SUP (WSS-IDX-SUP)
                 MOVE WSN-EQP-SUPERVISOR
                                       TO WSS-SUP-LOGIN (WSS-IDX-SUP)
              ELSE
                 GO                    TO RT-ACUMULAR-SUPERVISORX
              END-IF
           END-IF.
      *
           ADD 1                       TO WSS-SUP-VENDEDORES
                                          (WSS-IDX-SUP).
           ADD MET-META-VISITAS-FDM    TO WSS-SUP-META-VIS
                                          (WSS-IDX-SUP).
           ADD WSS-REA-VISITAS         TO WSS-SUP-REAL-VIS
                                          (WSS-IDX-SUP).
           ADD MET-META-PEDIDOS-FDM    TO WSS-SUP-META-PED
                                          (WSS-IDX-SUP).
           ADD WSS-REA-PEDIDOS         TO WSS-SUP-REAL-PED
                                          (WSS-IDX-SUP).
           ADD MET-META-VALOR-FDM      TO WSS-SUP-META-VALOR
                                          (WSS-IDX-SUP).
           ADD WSS-REA-VALOR           TO WSS-SUP-REAL-VALOR
                                          (WSS-IDX-SUP).
      *
       RT-ACUMULAR-SUPERVISORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APURAR-VISITAS               SECTION.
      *  ---> Conta as visitas do vendedor da meta dentro do mes
      *       (total e com resultado VD), pela chave alternada
      *       vendedor + data a partir do primeiro dia do mes
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-REA-VISITAS
           END-IF.
      *
           MOVE MET-CVENDEDOR-FDM      TO VIS-CVENDEDOR-FDT.
           MOVE WSS-MES-INI-AMD        TO VIS-DATA-FDT.
           MOVE 'N'                    TO WSS-FIM-ARQ-VIS.
      *
           START ARQ-VISITAS           KEY IS NOT LESS
                                               VIS-VEND-DATA-FDT
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-VIS
           END-START.
           END-READ.
      *
           IF VIS-CVENDEDOR-FDT        NOT EQUAL MET-CVENDEDOR-FDM
              OR VIS-DATA-FDT          GREATER WSS-MES-FIM-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-VIS
              GO                       TO RT-LER-VISITA-VENX
           END-IF.
      *
      *  ---> Visita suspeita (GPS) ou reprovada nao conta para a meta
           IF PRESENCA-NAO-CONTA-FDT
              GO                       TO RT-LER-VISITA-VENX
           END-IF.
      *
           ADD 1                       TO WSS-REA-VISITAS.
           IF VIS-RESULTADO-FDT        EQUAL 'VD' OR 'TV'
              ADD 1                    TO WSS-REA-VENDAS
           END-IF.
      *
       RT-LER-VISITA-VENX.
           IF PED-DATA-FDP             NOT LESS WSS-MES-INI-AMD
              AND PED-DATA-FDP         NOT GREATER WSS-MES-FIM-AMD
              AND NOT PEDIDO-CANCELADO-FDP
              AND NOT PEDIDO-REPROVADO-FDP
              ADD 1                    TO WSS-REA-PEDIDOS
              ADD PED-VALOR-FDP        TO WSS-REA-VALOR
           END-IF.
       RT-LER-PEDIDO-VENX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SUGESTAO                     SECTION.
      *  ---> Sugere a meta do mes informado a partir do realizado dos
      *       3 meses anteriores pelos clientes da carteira atual do
      *       vendedor, proporcional aos dias de trabalho do mes e
      *       ajustada pela rampa de treinamento. O gerente revisa e
      *       altera os valores antes de gravar no arquivo METAS.
      *----------------------------------------------------------------*
      *
           PERFORM RT-PEDIR-CHAVE      THRU RT-PEDIR-CHAVEX.
      *
           IF WSS-T-CVENDEDOR          EQUAL ZEROS
              GO                       TO RT-SUGESTAOX
           END-IF.
      *
           DIVIDE WSS-ANOMES-NUM       BY 100
                                       GIVING WSS-ALVO-ANO
                                       REMAINDER WSS-ALVO-MES.
      *
           IF WSS-ALVO-MES             LESS 1
              OR WSS-ALVO-MES          GREATER 12
              OR WSS-ALVO-ANO          LESS 1901
              MOVE "Mes invalido - informe AAAAMM numerico."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-SUGESTAOX
           END-IF.
      *
           IF NOT DISTRIB-ABERTO
              MOVE "Arquivo DISTRIBUICAO indisponivel."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-SUGESTAOX
           END-IF.
      *
           MOVE 'N'                    TO WSS-EXISTE-META.
           MOVE WSS-T-CVENDEDOR        TO MET-CVENDEDOR-FDM.
           MOVE WSS-ANOMES-NUM         TO MET-ANOMES-FDM.
      *
           READ ARQ-METAS              KEY IS MET-CHAVE-FDM
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-METAS                 EQUAL '00'
              MOVE 'S'                 TO WSS-EXISTE-META
           END-IF.
      *
           PERFORM RT-LER-PARAMETROS   THRU RT-LER-PARAMETROSX.
           PERFORM RT-PERIODOS-SUGESTAO
                                       THRU RT-PERIODOS-SUGESTAOX.
           PERFORM RT-LER-ESCALA-VEN   THRU RT-LER-ESCALA-VENX.
      *
      *  ---> Dias de trabalho da base (escala e feriados) e do mes da
      *       meta (escala, feriados e ausencias agendadas do vendedor)
           MOVE WSS-BASE-INI-AMD       TO WSS-CNT-INI-AMD.
           MOVE WSS-BASE-FIM-AMD       TO WSS-CNT-FIM-AMD.
           MOVE 'N'                    TO WSS-CONTA-AUSENCIA.
           PERFORM RT-CONTAR-DIAS      THRU RT-CONTAR-DIASX.
           MOVE WSS-DIAS-CONTADOS      TO WSS-DIAS-BASE.
      *
           MOVE WSS-ALVO-INI-AMD       TO WSS-CNT-INI-AMD.
           MOVE WSS-ALVO-FIM-AMD       TO WSS-CNT-FIM-AMD.
           MOVE 'S'                    TO WSS-CONTA-AUSENCIA.
           PERFORM RT-CONTAR-DIAS      THRU RT-CONTAR-DIASX.
           MOVE WSS-DIAS-CONTADOS      TO WSS-DIAS-ALVO.
      *
           PERFORM RT-APURAR-CARTEIRA  THRU RT-APURAR-CARTEIRAX.
           PERFORM RT-CALCULAR-SUGESTAO
                                       THRU RT-CALCULAR-SUGESTAOX.
      *
      *  ---> Valores sugeridos pre-carregados para revisao
           MOVE WSS-SUG-VISITAS        TO WSS-T-M-VISITAS.
           MOVE WSS-SUG-PEDIDOS        TO WSS-T-M-PEDIDOS.
           MOVE WSS-SUG-VALOR          TO WSS-T-M-VALOR.
      *
           MOVE SPACES                 TO WSS-SUG-INFO.
           MOVE WSS-DIAS-BASE          TO WSS-SUG-DIAS-EDT.
           STRING ' Base: ' WSS-BASE-INI-AMD ' a ' WSS-BASE-FIM-AMD
                  '  Dias trab.: ' WSS-SUG-DIAS-EDT
                                       DELIMITED BY SIZE
                                       INTO WSS-SUG-INFO
           END-STRING.
           DISPLAY WSS-SUG-INFO        LINE 18 COL 20.
      *
           MOVE SPACES                 TO WSS-SUG-INFO.
           MOVE WSS-QTD-CLIENTES       TO WSS-SUG-QTD-EDT.
           STRING ' Carteira: ' WSS-SUG-QTD-EDT ' clientes  Dias mes: '
                                       DELIMITED BY SIZE
                                       INTO WSS-SUG-INFO
           END-STRING.
           MOVE WSS-DIAS-ALVO          TO WSS-SUG-DIAS-EDT.
           MOVE WSS-SUG-DIAS-EDT       TO WSS-SUG-INFO(40:3).
           MOVE WSS-RAMPA-PCT-EFET     TO WSS-SUG-PCT-EDT.
           STRING '  Rampa: ' WSS-SUG-PCT-EDT '%'
                                       DELIMITED BY SIZE
                                       INTO WSS-SUG-INFO(43:18)
           END-STRING.
           DISPLAY WSS-SUG-INFO        LINE 20 COL 20.
      *
           DISPLAY TELA-DADOS-SUGESTAO.
      *
           IF WSS-EXISTE-META          EQUAL 'S'
              MOVE "Ja existe meta no mes - revisao substitui a atual."
                                       TO WSS-MENSAGEM
           ELSE
              MOVE "Revise as metas sugeridas e ajuste se necessario."
                                       TO WSS-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3S.
           ACCEPT T4S.
           ACCEPT T5S.
      *
           MOVE "Aceita a meta revisada para o vendedor? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 65
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-SUGESTAOX
           END-IF.
      *
           MOVE WSS-T-CVENDEDOR        TO MET-CVENDEDOR-FDM.
           MOVE WSS-ANOMES-NUM         TO MET-ANOMES-FDM.
           MOVE WSS-T-M-VISITAS        TO MET-META-VISITAS-FDM.
           MOVE WSS-T-M-PEDIDOS        TO MET-META-PEDIDOS-FDM.
           MOVE WSS-T-M-VALOR          TO MET-META-VALOR-FDM.
      *
           IF WSS-EXISTE-META          EQUAL 'S'
              REWRITE REG-FDM
           ELSE
              WRITE REG-FDM
           END-IF.
      *
           IF FS-METAS                 NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'METAS'             TO WSS-ARQUIVO
              MOVE FS-METAS            TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'META SUGERIDA ACEITA PELO GERENTE'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Meta sugerida gravada com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-SUGESTAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PERIODOS-SUGESTAO            SECTION.
      *  ---> Mes da meta (primeiro e ultimo dia) e janela base dos 3
      *       meses imediatamente anteriores
      *----------------------------------------------------------------*
      *
           COMPUTE WSS-ALVO-INI-AMD    = WSS-ALVO-ANO * 10000
                                       + WSS-ALVO-MES * 100 + 1.
      *
           IF WSS-ALVO-MES             EQUAL 12
              COMPUTE WSS-DIA-AMD      = (WSS-ALVO-ANO + 1) * 10000
                                       + 101
           ELSE
              COMPUTE WSS-DIA-AMD      = WSS-ALVO-ANO * 10000
                                       + (WSS-ALVO-MES + 1) * 100 + 1
           END-IF.
      *
           COMPUTE WSS-DIA-INT         =
                   FUNCTION INTEGER-OF-DATE (WSS-DIA-AMD) - 1.
           COMPUTE WSS-ALVO-FIM-AMD    =
                   FUNCTION DATE-OF-INTEGER (WSS-DIA-INT).
      *
           IF WSS-ALVO-MES             GREATER 3
              MOVE WSS-ALVO-ANO        TO WSS-BASE-ANO
              COMPUTE WSS-BASE-MES     = WSS-ALVO-MES - 3
           ELSE
              COMPUTE WSS-BASE-ANO     = WSS-ALVO-ANO - 1
              COMPUTE WSS-BASE-MES     = WSS-ALVO-MES + 9
           END-IF.
      *
           COMPUTE WSS-BASE-INI-AMD    = WSS-BASE-ANO * 10000
                                       + WSS-BASE-MES * 100 + 1.
      *
           COMPUTE WSS-DIA-INT         =
                   FUNCTION INTEGER-OF-DATE (WSS-ALVO-INI-AMD) - 1.
           COMPUTE WSS-BASE-FIM-AMD    =
                   FUNCTION DATE-OF-INTEGER (WSS-DIA-INT).
      *
       RT-PERIODOS-SUGESTAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-ESCALA-VEN               SECTION.
      *  ---> Escala semanal do vendedor; sem registro (ou sem o
      *       arquivo) o vendedor trabalha todos os dias
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-TEM-ESCALA.
      *
           IF NOT ESCALA-ABERTA
              GO                       TO RT-LER-ESCALA-VENX
           END-IF.
      *
           MOVE WSS-T-CVENDEDOR        TO ESC-CVENDEDOR-FDE.
      *
           READ ARQ-ESCALA             KEY IS ESC-CVENDEDOR-FDE
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-ESCALA                EQUAL '00'
              MOVE 'S'                 TO WSS-TEM-ESCALA
           END-IF.
      *
       RT-LER-ESCALA-VENX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONTAR-DIAS                  SECTION.
      *  ---> Conta os dias de trabalho do vendedor entre
      *       WSS-CNT-INI-AMD e WSS-CNT-FIM-AMD
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-DIAS-CONTADOS.
      *
           COMPUTE WSS-DIA-INT         =
                   FUNCTION INTEGER-OF-DATE (WSS-CNT-INI-AMD).
           COMPUTE WSS-FIM-INT         =
                   FUNCTION INTEGER-OF-DATE (WSS-CNT-FIM-AMD).
      *
           PERFORM UNTIL WSS-DIA-INT   GREATER WSS-FIM-INT
              COMPUTE WSS-DIA-AMD      =
                      FUNCTION DATE-OF-INTEGER (WSS-DIA-INT)
              PERFORM RT-TESTAR-DIA-TRAB
                                       THRU RT-TESTAR-DIA-TRABX
              IF WSS-DIA-TRAB          EQUAL 'S'
                 ADD 1                 TO WSS-DIAS-CONTADOS
              END-IF
              ADD 1                    TO WSS-DIA-INT
           END-PERFORM.
      *
       RT-CONTAR-DIASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TESTAR-DIA-TRAB              SECTION.
      *  ---> Dia da semana pelo resto da divisao por 7 (1 = segunda
      *       ... 0 = domingo, tratado como 7 na escala), feriado do
      *       CALENDARIO e, no mes da meta, ausencia do vendedor
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WSS-DIA-TRAB.
      *
           IF WSS-TEM-ESCALA           EQUAL 'S'
              COMPUTE WSS-DIA-SEMANA   =
                      FUNCTION MOD (WSS-DIA-INT 7)
              IF WSS-DIA-SEMANA        EQUAL ZEROS
                 MOVE 7                TO WSS-DIA-SEMANA
              END-IF
              IF ESC-DIA-FDE (WSS-DIA-SEMANA)
                                       EQUAL 'N' OR 'n'
                 MOVE 'N'              TO WSS-DIA-TRAB
                 GO                    TO RT-TESTAR-DIA-TRABX
              END-IF
           END-IF.
      *
           IF CALEND-ABERTO
              MOVE WSS-DIA-AMD         TO CAL-DATA-FDL
              READ ARQ-CALENDARIO      KEY IS CAL-DATA-FDL
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-CALENDARIO         EQUAL '00'
                 MOVE 'N'              TO WSS-DIA-TRAB
                 GO                    TO RT-TESTAR-DIA-TRABX
              END-IF
           END-IF.
      *
           IF WSS-CONTA-AUSENCIA       EQUAL 'S'
              AND AUSENCIA-ABERTA
              PERFORM RT-VERIFICAR-AUSENCIA
                                       THRU RT-VERIFICAR-AUSENCIAX
              IF WSS-VEN-AUSENTE       EQUAL 'S'
                 MOVE 'N'              TO WSS-DIA-TRAB
              END-IF
           END-IF.
      *
       RT-TESTAR-DIA-TRABX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VERIFICAR-AUSENCIA           SECTION.
      *  ---> Verifica na agenda de ausencias se o vendedor da meta
      *       esta afastado no dia WSS-DIA-AMD. A agenda e lida pela
      *       chave (vendedor + data de inicio)
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-VEN-AUSENTE.
           MOVE WSS-T-CVENDEDOR        TO AUS-CVENDEDOR-FDU.
           MOVE ZEROS                  TO AUS-DT-INICIO-FDU.
           MOVE 'N'                    TO WSS-FIM-ARQ-AUS.
      *
           START ARQ-AUSENCIA          KEY IS NOT LESS AUS-CHAVE-FDU
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-AUS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-AUS
                                       EQUAL 'S' OR 's'
                      OR WSS-VEN-AUSENTE
                                       EQUAL 'S'
              PERFORM RT-LER-AUSENCIA  THRU RT-LER-AUSENCIAX
           END-PERFORM.
      *
       RT-VERIFICAR-AUSENCIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-AUSENCIA                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-AUSENCIA           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-AUS
                GO                     TO RT-LER-AUSENCIAX
           END-READ.
      *
           IF AUS-CVENDEDOR-FDU        NOT EQUAL WSS-T-CVENDEDOR
              OR AUS-DT-INICIO-FDU     GREATER WSS-DIA-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-AUS
              GO                       TO RT-LER-AUSENCIAX
           END-IF.
      *
           IF WSS-DIA-AMD              NOT GREATER AUS-DT-FIM-FDU
              MOVE 'S'                 TO WSS-VEN-AUSENTE
           END-IF.
      *
       RT-LER-AUSENCIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-APURAR-CARTEIRA              SECTION.
      *  ---> Percorre a carteira atual do vendedor (DISTRIBUICAO pela
      *       chave alternada) somando visitas, pedidos e valor de
      *       cada cliente na janela base, qualquer que tenha sido o
      *       vendedor que os atendeu
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-CLIENTES
                                          WSS-BAS-VISITAS
                                          WSS-BAS-PEDIDOS
                                          WSS-BAS-VALOR.
      *
           MOVE WSS-T-CVENDEDOR        TO CVENDEDOR-FDD.
           MOVE 'N'                    TO WSS-FIM-ARQ-DIS.
      *
           START ARQ-DISTRIBUIR        KEY IS NOT LESS CVENDEDOR-FDD
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-DIS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-DIS
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-CARTEIRA  THRU RT-LER-CARTEIRAX
           END-PERFORM.
      *
       RT-APURAR-CARTEIRAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-CARTEIRA                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-DISTRIBUIR         NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-DIS
                GO                     TO RT-LER-CARTEIRAX
           END-READ.
      *
           IF CVENDEDOR-FDD            NOT EQUAL WSS-T-CVENDEDOR
              MOVE 'S'                 TO WSS-FIM-ARQ-DIS
              GO                       TO RT-LER-CARTEIRAX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-CLIENTES.
      *
           IF VISITAS-ABERTO
              MOVE CCLIENTE-FDD        TO VIS-CCLIENTE-FDT
              MOVE WSS-BASE-INI-AMD    TO VIS-DATA-FDT
              MOVE 'N'                 TO WSS-FIM-ARQ-VIS
              START ARQ-VISITAS        KEY IS NOT LESS VIS-CHAVE-FDT
                   INVALID KEY
                       MOVE 'S'        TO WSS-FIM-ARQ-VIS
              END-START
              PERFORM UNTIL WSS-FIM-ARQ-VIS
                                       EQUAL 'S' OR 's'
                 PERFORM RT-LER-VISITA-CLI
                                       THRU RT-LER-VISITA-CLIX
              END-PERFORM
           END-IF.
      *
           IF PEDIDOS-ABERTO
              MOVE CCLIENTE-FDD        TO PED-CCLIENTE-FDP
              MOVE WSS-BASE-INI-AMD    TO PED-DATA-FDP
              MOVE ZEROS               TO PED-SEQ-FDP
              MOVE 'N'                 TO WSS-FIM-ARQ-PED
              START ARQ-PEDIDOS        KEY IS NOT LESS PED-CHAVE-FDP
                   INVALID KEY
                       MOVE 'S'        TO WSS-FIM-ARQ-PED
              END-START
              PERFORM UNTIL WSS-FIM-ARQ-PED
                                       EQUAL 'S' OR 's'
                 PERFORM RT-LER-PEDIDO-CLI
                                       THRU RT-LER-PEDIDO-CLIX
              END-PERFORM
           END-IF.
      *
       RT-LER-CARTEIRAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-VISITA-CLI               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-VISITAS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-VIS
                GO                     TO RT-LER-VISITA-CLIX
           END-READ.
      *
           IF VIS-CCLIENTE-FDT         NOT EQUAL CCLIENTE-FDD
              OR VIS-DATA-FDT          GREATER WSS-BASE-FIM-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-VIS
              GO                       TO RT-LER-VISITA-CLIX
           END-IF.
      *
           ADD 1                       TO WSS-BAS-VISITAS.
      *
       RT-LER-VISITA-CLIX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-PEDIDO-CLI               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-PEDIDOS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-PED
                GO                     TO RT-LER-PEDIDO-CLIX
           END-READ.
      *
           IF PED-CCLIENTE-FDP         NOT EQUAL CCLIENTE-FDD
              OR PED-DATA-FDP          GREATER WSS-BASE-FIM-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-PED
              GO                       TO RT-LER-PEDIDO-CLIX
           END-IF.
      *
           IF NOT PEDIDO-CANCELADO-FDP
              AND NOT PEDIDO-REPROVADO-FDP
              ADD 1                    TO WSS-BAS-PEDIDOS
              ADD PED-VALOR-FDP        TO WSS-BAS-VALOR
           END-IF.
      *
       RT-LER-PEDIDO-CLIX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CALCULAR-SUGESTAO            SECTION.
      *  ---> Realizado da base por dia de trabalho vezes os dias de
      *       trabalho do mes da meta; vendedor em treinamento recebe
      *       o percentual da rampa (semana no 1o dia do mes vezes o
      *       percentual semanal, limitado a 100%)
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-SUG-VISITAS
                                          WSS-SUG-PEDIDOS
                                          WSS-SUG-VALOR.
           MOVE 100                    TO WSS-RAMPA-PCT-EFET.
      *
           IF WSS-DIAS-BASE            EQUAL ZEROS
              GO                       TO RT-CALCULAR-SUGESTAOX
           END-IF.
      *
           IF EM-TREINAMENTO-FDV
              AND WSS-RAMPA-PCT        GREATER ZEROS
              MOVE 1                   TO WSS-RAMPA-SEMANA
              IF DT-INICIO-TREIN-FDV   GREATER 19000101
                 COMPUTE WSS-RAMPA-DIAS =
                         FUNCTION INTEGER-OF-DATE (WSS-ALVO-INI-AMD)
                       - FUNCTION INTEGER-OF-DATE (DT-INICIO-TREIN-FDV)
                 IF WSS-RAMPA-DIAS     GREATER ZEROS
                    COMPUTE WSS-RAMPA-SEMANA
                                       = (WSS-RAMPA-DIAS / 7) + 1
                 END-IF
              END-IF
              COMPUTE WSS-RAMPA-PCT-EFET
                                       = WSS-RAMPA-SEMANA
                                       * WSS-RAMPA-PCT
              IF WSS-RAMPA-PCT-EFET    GREATER 100
                 MOVE 100              TO WSS-RAMPA-PCT-EFET
              END-IF
           END-IF.
      *
           COMPUTE WSS-SUG-VISITAS ROUNDED
                                       = WSS-BAS-VISITAS
                                       * WSS-DIAS-ALVO
                                       * WSS-RAMPA-PCT-EFET
                                       / (WSS-DIAS-BASE * 100).
           COMPUTE WSS-SUG-PEDIDOS ROUNDED
                                       = WSS-BAS-PEDIDOS
                                       * WSS-DIAS-ALVO
                                       * WSS-RAMPA-PCT-EFET
                                       / (WSS-DIAS-BASE * 100).
           COMPUTE WSS-SUG-VALOR   ROUNDED
                                       = WSS-BAS-VALOR
                                       * WSS-DIAS-ALVO
                                       * WSS-RAMPA-PCT-EFET
                                       / (WSS-DIAS-BASE * 100).
      *
      *  ---> Limites dos campos da meta
           IF WSS-SUG-VISITAS          GREATER 99999
              MOVE 99999               TO WSS-SUG-VISITAS
           END-IF.
           IF WSS-SUG-PEDIDOS          GREATER 99999
              MOVE 99999               TO WSS-SUG-PEDIDOS
           END-IF.
           IF WSS-SUG-VALOR            GREATER 9999999,99
              MOVE 9999999,99          TO WSS-SUG-VALOR
           END-IF.
      *
       RT-CALCULAR-SUGESTAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-PARAMETROS               SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS             EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS          EQUAL '00' AND
                 PARM-LINHAS-PAGINA     GREATER ZEROS
                 MOVE PARM-LINHAS-PAGINA
                                       TO WSS-T-LINPAG
              END-IF
              IF FS-PARAMETROS          EQUAL '00'
                 MOVE PARM-RAMPA-PCT   TO WSS-RAMPA-PCT
              END-IF
              CLOSE ARQ-PARAMETROS
           ELSE
              CONTINUE
       RT-IMPRIME-DETX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-CONS-EQP             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'CONSOLIDADO POR EQUIPE'
                                       TO RLK-TITULO.
           PERFORM RT-IMPRIME-CAB-CONS THRU RT-IMPRIME-CAB-CONSX.
      *
           PERFORM VARYING WSS-IDX-EQP FROM 1 BY 1
                   UNTIL   WSS-IDX-EQP GREATER WSS-QTD-EQUIPES
              MOVE SPACES              TO RLE-CHAVE
              MOVE WSS-EQP-CODIGO (WSS-IDX-EQP)
                                       TO RLE-CHAVE (1:3)
              MOVE WSS-EQP-SUPERVISOR (WSS-IDX-EQP)
                                       TO RLE-CHAVE (5:10)
              MOVE WSS-EQP-NOME (WSS-IDX-EQP)
                                       TO RLE-NOME
              MOVE WSS-EQP-VENDEDORES (WSS-IDX-EQP)
                                       TO RLE-QTDE
              MOVE WSS-EQP-META-VIS (WSS-IDX-EQP)
                                       TO RLE-META-VIS
              MOVE WSS-EQP-REAL-VIS (WSS-IDX-EQP)
                                       TO RLE-REAL-VIS
              MOVE WSS-EQP-META-PED (WSS-IDX-EQP)
                                       TO RLE-META-PED
              MOVE WSS-EQP-REAL-PED (WSS-IDX-EQP)
                                       TO RLE-REAL-PED
              MOVE WSS-EQP-META-VALOR (WSS-IDX-EQP)
                                       TO RLE-META-VALOR
              MOVE WSS-EQP-REAL-VALOR (WSS-IDX-EQP)
                                       TO RLE-REAL-VALOR
              MOVE ZEROS               TO WSS-PCT-CONS
              IF WSS-EQP-META-VALOR (WSS-IDX-EQP)
                                       GREATER ZEROS
                 COMPUTE WSS-PCT-CONS =
                         WSS-EQP-REAL-VALOR (WSS-IDX-EQP) * 100
                       / WSS-EQP-META-VALOR (WSS-IDX-EQP)
              END-IF
              MOVE WSS-PCT-CONS        TO RLE-PCT
              PERFORM RT-IMPRIME-DET-CONS
                                       THRU RT-IMPRIME-DET-CONSX
           END-PERFORM.
      *
       RT-IMPRIME-CONS-EQPX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-CONS-SUP             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'CONSOLIDADO POR SUPERVISOR'
                                       TO RLK-TITULO.
           PERFORM RT-IMPRIME-CAB-CONS THRU RT-IMPRIME-CAB-CONSX.
      *
           PERFORM VARYING WSS-IDX-SUP FROM 1 BY 1
                   UNTIL   WSS-IDX-SUP GREATER WSS-QTD-SUPERVISORES
              MOVE WSS-SUP-LOGIN (WSS-IDX-SUP)
                                       TO RLE-CHAVE
              MOVE SPACES              TO RLE-NOME
              IF WSS-SUP-LOGIN (WSS-IDX-SUP)
                                       EQUAL SPACES
                 MOVE '(NENHUM)'       TO RLE-CHAVE
                 MOVE 'SEM EQUIPE'     TO RLE-NOME
              END-IF
              MOVE WSS-SUP-VENDEDORES (WSS-IDX-SUP)
                                       TO RLE-QTDE
              MOVE WSS-SUP-META-VIS (WSS-IDX-SUP)
                                       TO RLE-META-VIS
              MOVE WSS-SUP-REAL-VIS (WSS-IDX-SUP)
                                       TO RLE-REAL-VIS
              MOVE WSS-SUP-META-PED (WSS-IDX-SUP)
                                       TO RLE-META-PED
              MOVE WSS-SUP-REAL-PED (WSS-IDX-SUP)
                                       TO RLE-REAL-PED
              MOVE WSS-SUP-META-VALOR (WSS-IDX-SUP)
                                       TO RLE-META-VALOR
              MOVE WSS-SUP-REAL-VALOR (WSS-IDX-SUP)
                                       TO RLE-REAL-VALOR
              MOVE ZEROS               TO WSS-PCT-CONS
              IF WSS-SUP-META-VALOR (WSS-IDX-SUP)
                                       GREATER ZEROS
                 COMPUTE WSS-PCT-CONS =
                         WSS-SUP-REAL-VALOR (WSS-IDX-SUP) * 100
                       / WSS-SUP-META-VALOR (WSS-IDX-SUP)
              END-IF
              MOVE WSS-PCT-CONS        TO RLE-PCT
              PERFORM RT-IMPRIME-DET-CONS
                                       THRU RT-IMPRIME-DET-CONSX
           END-PERFORM.
      *
       RT-IMPRIME-CONS-SUPX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-CAB-CONS             SECTION.
      *----------------------------------------------------------------*
      *
      *  ---> Titulo e colunas do consolidado nao ficam sozinhos no
      *       pe da pagina
           IF WSS-REL-NLIN             NOT LESS WSS-T-LINPAG - 4
              PERFORM RT-IMPRIME-RDP   THRU RT-IMPRIME-RDPX
              PERFORM RT-IMPRIME-CAB   THRU RT-IMPRIME-CABX
           END-IF.
      *
           WRITE REG-RELMET            FROM LINHA-BRANCO AFTER 1.
           WRITE REG-RELMET            FROM CAB-CONS-1 AFTER 1.
           WRITE REG-RELMET            FROM CAB-CONS-2 AFTER 1.
           WRITE REG-RELMET            FROM LINHA-TRACO AFTER 1.
      *
           ADD 4                       TO WSS-REL-NLIN.
      *
       RT-IMPRIME-CAB-CONSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-DET-CONS             SECTION.
      *----------------------------------------------------------------*
      *
           IF WSS-REL-NLIN             NOT LESS WSS-T-LINPAG
              PERFORM RT-IMPRIME-RDP   THRU RT-IMPRIME-RDPX
              PERFORM RT-IMPRIME-CAB   THRU RT-IMPRIME-CABX
              PERFORM RT-IMPRIME-CAB-CONS
                                       THRU RT-IMPRIME-CAB-CONSX
           END-IF.
      *
           WRITE REG-RELMET            FROM DETALHE-CONS AFTER 1.
      *
           ADD 1                       TO WSS-REL-NLIN.
      *
       RT-IMPRIME-DET-CONSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPRIME-CAB                  SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WSS-REL-NPAG.
           MOVE 7                      TO WSS-REL-NLIN.
      *
           IF WSN-EQP-FILTRO           EQUAL 'S'
              MOVE LKS-OPERADOR        TO RLC-OPERADOR
              WRITE REG-RELMET         FROM CAB-METAS-FILTRO AFTER 1
              ADD 1                    TO WSS-REL-NLIN
           END-IF.
      *
       RT-IMPRIME-CABX.
           EXIT.
              CLOSE ARQ-PEDIDOS
              MOVE 'N'                 TO WSS-PEDIDOS-ABERTO
           END-IF.
      *
           IF DISTRIB-ABERTO
              CLOSE ARQ-DISTRIBUIR
              MOVE 'N'                 TO WSS-DISTRIB-ABERTO
           END-IF.
      *
           IF ESCALA-ABERTA
              CLOSE ARQ-ESCALA
              MOVE 'N'                 TO WSS-ESCALA-ABERTA
           END-IF.
      *
           IF CALEND-ABERTO
              CLOSE ARQ-CALENDARIO
              MOVE 'N'                 TO WSS-CALEND-ABERTO
           END-IF.
      *
           IF AUSENCIA-ABERTA
              CLOSE ARQ-AUSENCIA
              MOVE 'N'                 TO WSS-AUSENCIA-ABERTA
           END-IF.
      *
           MOVE ZEROS                  TO LKS-RETORNO.
      *
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
