      *     *            PELA CHAVE ALTERNATIVA DE VENDEDOR): VISITAS  *
      *     *            REALIZADAS, TAXA DE VISITACAO E RESULTADOS    *
      *     *            POR CODIGO (VD/SV/AU/RE/OU). EMITE O RANKING  *
      *     *            DOS VENDEDORES POR TAXA DE VISITACAO E OS     *
      *     *            CONSOLIDADOS POR FILIAL, EQUIPE E SUPERVISOR. *
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    22.08.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            EQUIPE DO VENDEDOR NO DETALHE, CONSOLIDADOS   *
      *     *            POR EQUIPE E POR SUPERVISOR; SUPERVISOR SO    *
      *     *            VE AS SUAS EQUIPES (PRV00908).                *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            LIGACOES DE TELEVENDAS CONTAM COMO OS         *
      *     *            RESULTADOS DE VISITA CORRESPONDENTES (TV COMO *
      *     *            VD, TS COMO SV, TN COMO AU E TR COMO RE).     *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            VISITAS LIDAS PELA CHAVE VENDEDOR + DATA, A   *
      *     *            PARTIR DO INICIO DO PERIODO.                  *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           03  SRTD-CVENDEDOR          PIC  9(007).
           03  SRTD-NOME               PIC  X(040).
           03  SRTD-FILIAL             PIC  9(003).
           03  SRTD-EQUIPE             PIC  9(003).
           03  SRTD-ATRIBUIDOS         PIC  9(007).
           03  SRTD-VISITAS            PIC  9(007).
           03  SRTD-QTD-VD             PIC  9(005).
           03  WSS-DT-INICIO           PIC  9(008)         VALUE ZEROS.
           03  WSS-DT-FIM              PIC  9(008)         VALUE ZEROS.
           03  WSS-RANK                PIC  9(003)         VALUE ZEROS.
           03  WSS-TAXA-AUX            PIC  9(005)V9(002)  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    ACUMULADORES DO VENDEDOR CORRENTE
               05  WSS-FIL-VISITAS     PIC  9(007).
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
               05  WSS-EQP-ATRIBUIDOS  PIC  9(007).
               05  WSS-EQP-VISITAS     PIC  9(007).
      *
       01  WSS-TAB-SUPERVISORES.
           03  WSS-ITEM-SUP            OCCURS 100 TIMES.
               05  WSS-SUP-LOGIN       PIC  X(010).
               05  WSS-SUP-EQUIPES     PIC  9(003).
               05  WSS-SUP-VENDEDORES  PIC  9(005).
               05  WSS-SUP-ATRIBUIDOS  PIC  9(007).
               05  WSS-SUP-VISITAS     PIC  9(007).
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - DATA DO SISTEMA (OU DATA DE PROCESSAMENTO)
      *----------------------------------------------------------------*
       01  WSS-DATA-SIS.
           03  FILLER                  PIC  X(027)         VALUE SPACES.
           03  FILLER                  PIC  X(004)         VALUE
               'FIL '.
           03  FILLER                  PIC  X(004)         VALUE
               'EQP '.
           03  FILLER                  PIC  X(006)         VALUE
               'CART. '.
           03  FILLER                  PIC  X(006)         VALUE
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DES-FILIAL              PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DES-EQUIPE              PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DES-ATRIB               PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DES-VISITAS             PIC  ZZZZ9          VALUE ZEROS.
           03  DFI-ATRIB               PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  DFI-VISITAS             PIC  ZZZZZ9         VALUE ZEROS.
      *
       01  DES-FILTRO.
           03  FILLER                  PIC  X(043)         VALUE
               'SOMENTE AS EQUIPES DO SUPERVISOR/GERENTE '.
           03  DES-FIL-OPERADOR        PIC  X(010)         VALUE SPACES.
      *
       01  DES-CAB-EQUIPE.
           03  FILLER                  PIC  X(050)         VALUE
               'CONSOLIDADO POR EQUIPE'.
           03  FILLER                  PIC  X(035)         VALUE
               'EQP NOME'.
           03  FILLER                  PIC  X(010)         VALUE
               'SUPERVISOR'.
           03  FILLER                  PIC  X(037)         VALUE
               ' VENDEDORES  CARTEIRA  VISITAS  TAXA%'.
      *
       01  DES-DET-EQUIPE.
           03  FILLER                  PIC  X(050)         VALUE SPACES.
           03  DEQ-EQUIPE              PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DEQ-NOME                PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DEQ-SUPERVISOR          PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(006)         VALUE SPACES.
           03  DEQ-VENDEDORES          PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(004)         VALUE SPACES.
           03  DEQ-ATRIB               PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  DEQ-VISITAS             PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DEQ-TAXA                PIC  ZZ9,99         VALUE ZEROS.
      *
       01  DES-CAB-SUPERVISOR.
           03  FILLER                  PIC  X(050)         VALUE
               'CONSOLIDADO POR SUPERVISOR'.
           03  FILLER                  PIC  X(016)         VALUE
               'SUPERVISOR   EQP'.
           03  FILLER                  PIC  X(064)         VALUE
               ' VENDEDORES  CARTEIRA  VISITAS  TAXA%'.
      *
       01  DES-DET-SUPERVISOR.
           03  FILLER                  PIC  X(050)         VALUE SPACES.
           03  DSU-SUPERVISOR          PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  DSU-EQUIPES             PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(006)         VALUE SPACES.
           03  DSU-VENDEDORES          PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(004)         VALUE SPACES.
           03  DSU-ATRIB               PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  DSU-VISITAS             PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  DSU-TAXA                PIC  ZZ9,99         VALUE ZEROS.
      *
       01  DES-TRACO                   PIC  X(120)         VALUE ALL
           '-'.
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
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(032)         VALUE
           'FFF  FIM DA WORKING-STORAGE  FFF'.
                        NUMERIC        BY ZEROS.
      *
           MOVE '00'                   TO LKS-RETORNO.
           MOVE ZEROS                  TO WSS-QTD-FILIAIS
                                          WSS-QTD-EQUIPES
                                          WSS-QTD-SUPERVISORES.
      *
           IF LKS-DATA-PROC            EQUAL SPACES
              MOVE FUNCTION CURRENT-DATE(1:4)
      *
           CLOSE ARQ-VENDEDOR
                 ARQ-DISTRIBUIR.
      *
           MOVE 'F'                    TO WSN-EQP-FUNCAO.
           CALL WPT00909               USING WSN-EQP-PARM.
      *
           IF VISITAS-ABERTO
              CLOSE ARQ-VISITAS
      *----------------------------------------------------------------*
       RT-APURAR-VENDEDOR              SECTION.
      *----------------------------------------------------------------*
      *
      *  ---> Equipe no fim do periodo; vendedor fora das equipes do
      *       supervisor nao entra no relatorio
           MOVE 'C'                    TO WSN-EQP-FUNCAO.
           MOVE LKS-OPERADOR           TO WSN-EQP-OPERADOR.
           MOVE LKS-PERFIL             TO WSN-EQP-PERFIL.
           MOVE CODIGO-FDV             TO WSN-EQP-CVENDEDOR.
           MOVE WSS-DT-FIM             TO WSN-EQP-DATA.
           CALL WPT00909               USING WSN-EQP-PARM.
      *
           IF WSN-EQP-VISIVEL          EQUAL 'N'
              GO                       TO RT-APURAR-VENDEDORX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-QTD-ATRIBUIDOS
                                          WSS-DIST-SOMA
           MOVE CODIGO-FDV             TO SRTD-CVENDEDOR.
           MOVE NOME-FDV               TO SRTD-NOME.
           MOVE FILIAL-FDV             TO SRTD-FILIAL.
           MOVE WSN-EQP-EQUIPE         TO SRTD-EQUIPE.
           MOVE WSS-QTD-ATRIBUIDOS     TO SRTD-ATRIBUIDOS.
           MOVE WSS-QTD-VISITAS        TO SRTD-VISITAS.
           MOVE WSS-QTD-VD             TO SRTD-QTD-VD.
           RELEASE REG-SRTD.
      *
           PERFORM RT-ACUMULAR-FILIAL  THRU RT-ACUMULAR-FILIALX.
           PERFORM RT-ACUMULAR-EQUIPE  THRU RT-ACUMULAR-EQUIPEX.
           PERFORM RT-ACUMULAR-SUPERVISOR
                                       THRU RT-ACUMULAR-SUPERVISORX.
      *
       RT-APURAR-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    VISITAS DO VENDEDOR CORRENTE NO PERIODO, PELA CHAVE
      *    ALTERNATIVA VENDEDOR + DATA A PARTIR DO INICIO DO PERIODO
      *----------------------------------------------------------------*
       RT-CONTAR-VISITAS               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-FIM-ARQ-VIS.
           MOVE CODIGO-FDV             TO VIS-CVENDEDOR-FDT.
           MOVE WSS-DT-INICIO          TO VIS-DATA-FDT.
      *
           START ARQ-VISITAS           KEY IS NOT LESS VIS-VEND-DATA-FDT
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-VIS
           END-START.
                NOT AT END
                   IF VIS-CVENDEDOR-FDT
                                       EQUAL CODIGO-FDV
                      AND VIS-DATA-FDT NOT GREATER WSS-DT-FIM
                         ADD 1         TO WSS-QTD-VISITAS
                         EVALUATE VIS-RESULTADO-FDT
                             WHEN 'VD'
                             WHEN 'TV'
                                  ADD 1 TO WSS-QTD-VD
                             WHEN 'SV'
                             WHEN 'TS'
                                  ADD 1 TO WSS-QTD-SV
                             WHEN 'AU'
                             WHEN 'TN'
                                  ADD 1 TO WSS-QTD-AU
                             WHEN 'RE'
                             WHEN 'TR'
                                  ADD 1 TO WSS-QTD-RE
                             WHEN OTHER
                                  ADD 1 TO WSS-QTD-OU
                         END-EVALUATE
                   ELSE
                      MOVE 'S'         TO WSS-FIM-ARQ-VIS
                   END-IF
       RT-ACUMULAR-FILIALX.
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
                 MOVE WSN-EQP-EQUIPE   TO WSS-EQP-CODIGO (WSS-IDX-EQP)
                 MOVE WSN-EQP-NOME     TO WSS-EQP-NOME (WSS-IDX-EQP)
                 MOVE WSN-EQP-SUPERVISOR
                                       TO WSS-EQP-SUPERVISOR
                                          (WSS-IDX-EQP)
                 IF WSN-EQP-EQUIPE     EQUAL ZEROS
                    MOVE 'SEM EQUIPE'  TO WSS-EQP-NOME (WSS-IDX-EQP)
                 END-IF
                 MOVE ZEROS            TO WSS-EQP-VENDEDORES
                                          (WSS-IDX-EQP)
                                          WSS-EQP-ATRIBUIDOS
                                          (WSS-IDX-EQP)
                                          WSS-EQP-VISITAS
                                          (WSS-IDX-EQP)
              ELSE
                 GO                    TO RT-ACUMULAR-EQUIPEX
              END-IF
           END-IF.
      *
           ADD 1                       TO WSS-EQP-VENDEDORES
                                          (WSS-IDX-EQP).
           ADD WSS-QTD-ATRIBUIDOS      TO WSS-EQP-ATRIBUIDOS
                                          (WSS-IDX-EQP).
           ADD WSS-QTD-VISITAS         TO WSS-EQP-VISITAS
                                          (WSS-IDX-EQP).
      *
       RT-ACUMULAR-EQUIPEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    SUPERVISOR EM BRANCO = VENDEDORES SEM EQUIPE. A QUANTIDADE
      *    DE EQUIPES CONTA CADA EQUIPE NOVA NA TABELA DE EQUIPES.
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
                 MOVE WSN-EQP-SUPERVISOR
                                       TO WSS-SUP-LOGIN (WSS-IDX-SUP)
                 MOVE ZEROS            TO WSS-SUP-EQUIPES
                                          (WSS-IDX-SUP)
                                          WSS-SUP-VENDEDORES
                                          (WSS-IDX-SUP)
                                          WSS-SUP-ATRIBUIDOS
                                          (WSS-IDX-SUP)
                                          WSS-SUP-VISITAS
                                          (WSS-IDX-SUP)
              ELSE
                 GO                    TO RT-ACUMULAR-SUPERVISORX
              END-IF
           END-IF.
      *
      *  ---> Primeiro vendedor da equipe: conta a equipe
           IF WSS-ACHOU-EQP            NOT EQUAL 'S'
              ADD 1                    TO WSS-SUP-EQUIPES
                                          (WSS-IDX-SUP)
           END-IF.
      *
           ADD 1                       TO WSS-SUP-VENDEDORES
                                          (WSS-IDX-SUP).
           ADD WSS-QTD-ATRIBUIDOS      TO WSS-SUP-ATRIBUIDOS
                                          (WSS-IDX-SUP).
           ADD WSS-QTD-VISITAS         TO WSS-SUP-VISITAS
                                          (WSS-IDX-SUP).
      *
       RT-ACUMULAR-SUPERVISORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-OUTPUT-SORT-DESEMP           SECTION.
      *----------------------------------------------------------------*
           MOVE WSS-DT-FIM             TO DES-TIT-FIM.
      *
           WRITE REG-REL-DESEMPENHO    FROM DES-TITULO.
      *
           IF WSN-EQP-FILTRO           EQUAL 'S'
              MOVE LKS-OPERADOR        TO DES-FIL-OPERADOR
              WRITE REG-REL-DESEMPENHO FROM DES-FILTRO
           END-IF.
      *
           WRITE REG-REL-DESEMPENHO    FROM DES-TRACO.
           WRITE REG-REL-DESEMPENHO    FROM DES-CABECALHO.
           WRITE REG-REL-DESEMPENHO    FROM DES-TRACO.
                                       TO DFI-VISITAS
              WRITE REG-REL-DESEMPENHO FROM DES-DET-FILIAL
           END-PERFORM.
      *
      *  ---> Consolidado por equipe
           WRITE REG-REL-DESEMPENHO    FROM DES-TRACO.
           WRITE REG-REL-DESEMPENHO    FROM DES-CAB-EQUIPE.
      *
           PERFORM VARYING WSS-IDX-EQP FROM 1 BY 1
                   UNTIL   WSS-IDX-EQP GREATER WSS-QTD-EQUIPES
              MOVE WSS-EQP-CODIGO (WSS-IDX-EQP)
                                       TO DEQ-EQUIPE
              MOVE WSS-EQP-NOME (WSS-IDX-EQP)
                                       TO DEQ-NOME
              MOVE WSS-EQP-SUPERVISOR (WSS-IDX-EQP)
                                       TO DEQ-SUPERVISOR
              MOVE WSS-EQP-VENDEDORES (WSS-IDX-EQP)
                                       TO DEQ-VENDEDORES
              MOVE WSS-EQP-ATRIBUIDOS (WSS-IDX-EQP)
                                       TO DEQ-ATRIB
              MOVE WSS-EQP-VISITAS (WSS-IDX-EQP)
                                       TO DEQ-VISITAS
              MOVE ZEROS               TO WSS-TAXA-AUX
              IF WSS-EQP-ATRIBUIDOS (WSS-IDX-EQP)
                                       GREATER ZEROS
                 COMPUTE WSS-TAXA-AUX = WSS-EQP-VISITAS (WSS-IDX-EQP)
                         * 100 / WSS-EQP-ATRIBUIDOS (WSS-IDX-EQP)
              END-IF
              IF WSS-TAXA-AUX          GREATER 999,99
                 MOVE 999,99           TO WSS-TAXA-AUX
              END-IF
              MOVE WSS-TAXA-AUX        TO DEQ-TAXA
              WRITE REG-REL-DESEMPENHO FROM DES-DET-EQUIPE
           END-PERFORM.
      *
      *  ---> Consolidado por supervisor
           WRITE REG-REL-DESEMPENHO    FROM DES-TRACO.
           WRITE REG-REL-DESEMPENHO    FROM DES-CAB-SUPERVISOR.
      *
           PERFORM VARYING WSS-IDX-SUP FROM 1 BY 1
                   UNTIL   WSS-IDX-SUP GREATER WSS-QTD-SUPERVISORES
              MOVE WSS-SUP-LOGIN (WSS-IDX-SUP)
                                       TO DSU-SUPERVISOR
              IF WSS-SUP-LOGIN (WSS-IDX-SUP)
                                       EQUAL SPACES
                 MOVE '(NENHUM)'       TO DSU-SUPERVISOR
              END-IF
              MOVE WSS-SUP-EQUIPES (WSS-IDX-SUP)
                                       TO DSU-EQUIPES
              MOVE WSS-SUP-VENDEDORES (WSS-IDX-SUP)
                                       TO DSU-VENDEDORES
              MOVE WSS-SUP-ATRIBUIDOS (WSS-IDX-SUP)
                                       TO DSU-ATRIB
              MOVE WSS-SUP-VISITAS (WSS-IDX-SUP)
                                       TO DSU-VISITAS
              MOVE ZEROS               TO WSS-TAXA-AUX
              IF WSS-SUP-ATRIBUIDOS (WSS-IDX-SUP)
                                       GREATER ZEROS
                 COMPUTE WSS-TAXA-AUX = WSS-SUP-VISITAS (WSS-IDX-SUP)
                         * 100 / WSS-SUP-ATRIBUIDOS (WSS-IDX-SUP)
              END-IF
              IF WSS-TAXA-AUX          GREATER 999,99
                 MOVE 999,99           TO WSS-TAXA-AUX
              END-IF
              MOVE WSS-TAXA-AUX        TO DSU-TAXA
              WRITE REG-REL-DESEMPENHO FROM DES-DET-SUPERVISOR
           END-PERFORM.
      *
           CLOSE REL-DESEMPENHO.
      *
           MOVE SRTD-CVENDEDOR         TO DES-CODIGO.
           MOVE SRTD-NOME              TO DES-NOME.
           MOVE SRTD-FILIAL            TO DES-FILIAL.
           MOVE SRTD-EQUIPE            TO DES-EQUIPE.
           MOVE SRTD-ATRIBUIDOS        TO DES-ATRIB.
           MOVE SRTD-VISITAS           TO DES-VISITAS.
           MOVE SRTD-TAXA              TO DES-TAXA.
