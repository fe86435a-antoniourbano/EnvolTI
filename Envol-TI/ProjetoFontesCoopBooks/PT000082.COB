      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            EQUIPE E SUPERVISOR DO VENDEDOR NO DETALHE E  *
      *     *            CONSOLIDADOS POR EQUIPE E POR SUPERVISOR;     *
      *     *            SUPERVISOR SO VE AS SUAS EQUIPES (PRV00908).  *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA DE PROCESSAMENTO.               *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
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
       77  WSS-FIM-ARQ-DIS             PIC  X(001)         VALUE 'N'.
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
               05  WSS-EQP-CAP         PIC  9(007).
               05  WSS-EQP-CARGA       PIC  9(007).
      *
       01  WSS-TAB-SUPERVISORES.
           03  WSS-ITEM-SUP            OCCURS 100 TIMES.
               05  WSS-SUP-LOGIN       PIC  X(010).
               05  WSS-SUP-VENDEDORES  PIC  9(005).
               05  WSS-SUP-CAP         PIC  9(007).
               05  WSS-SUP-CARGA       PIC  9(007).
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - DATA DO SISTEMA (OU DATA DE PROCESSAMENTO)
      *----------------------------------------------------------------*
       01  WSS-DATA-SIS.
               'VENDEDOR;NOME;'.
           03  FILLER                  PIC  X(022)         VALUE
               'INICIO;SEMANA;PCT;'.
           03  FILLER                  PIC  X(024)         VALUE
               'CAP EFETIVA;CARGA ATUAL;'.
           03  FILLER                  PIC  X(017)         VALUE
               'EQUIPE;SUPERVISOR'.
      *
       01  DET-RAMPA.
           03  RMP-VEN                 PIC  9(007)         VALUE ZEROS.
           03  RMP-CAP                 PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RMP-CARGA               PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RMP-EQUIPE              PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RMP-SUPERVISOR          PIC  X(010)         VALUE SPACES.
      *
       01  CAB-RAMPA-FILTRO.
           03  FILLER                  PIC  X(041)         VALUE
               'SOMENTE AS EQUIPES DO SUPERVISOR/GERENTE;'.
           03  RMF-OPERADOR            PIC  X(010)         VALUE SPACES.
      *
       01  CAB-RAMPA-CONS.
           03  FILLER                  PIC  X(026)         VALUE
               'CONSOLIDADO;CODIGO;NOME;'.
           03  FILLER                  PIC  X(046)         VALUE
               'SUPERVISOR;VENDEDORES;CAP EFETIVA;CARGA ATUAL'.
      *
       01  DET-RAMPA-CONS.
           03  RMC-TIPO                PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RMC-CODIGO              PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RMC-NOME                PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RMC-SUPERVISOR          PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RMC-VENDEDORES          PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RMC-CAP                 PIC  ZZZZZZ9        VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  RMC-CARGA               PIC  ZZZZZZ9        VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00901
                                                            'PT000901'.
      *
           COPY 'SUB-ERRO.CPY'         REPLACING ==::== BY ==WSE==.
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
      *
           OPEN INPUT ARQ-PARAMETROS.
           IF FS-PARAMETROS            EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS         EQUAL '00'
                 AND PARM-RAMPA-PCT    GREATER ZEROS
                 MOVE PARM-RAMPA-PCT   TO WSS-RAMPA-PCT
           WRITE REG-RELRAMPA          FROM CAB-RAMPA.
      *
           MOVE ZEROS                  TO CODIGO-FDV
                                          WSS-QTD-RAMPA
                                          WSS-QTD-EQUIPES
                                          WSS-QTD-SUPERVISORES.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-VENDEDOR          KEY IS NOT LESS CODIGO-FDV
              PERFORM RT-TRATAR-VENDEDOR
                                       THRU RT-TRATAR-VENDEDORX
           END-PERFORM.
      *
           PERFORM RT-GRAVAR-CONSOLIDADO
                                       THRU RT-GRAVAR-CONSOLIDADOX.
      *
           CLOSE REL-RAMPA.
      *
           MOVE 'F'                    TO WSN-EQP-FUNCAO.
           CALL WPT00909               USING WSN-EQP-PARM.
      *
           MOVE WSS-ARQ-RAMPA          TO LKS-ARQ-REL.
      *
              GO                       TO RT-TRATAR-VENDEDORX
           END-IF.
      *
      *  ---> Equipe atual; vendedor fora das equipes do supervisor
      *       nao entra no relatorio
           MOVE 'C'                    TO WSN-EQP-FUNCAO.
           MOVE LKS-OPERADOR           TO WSN-EQP-OPERADOR.
           MOVE LKS-PERFIL             TO WSN-EQP-PERFIL.
           MOVE CODIGO-FDV             TO WSN-EQP-CVENDEDOR.
           MOVE ZEROS                  TO WSN-EQP-DATA.
           CALL WPT00909               USING WSN-EQP-PARM.
      *
           IF WSN-EQP-VISIVEL          EQUAL 'N'
              GO                       TO RT-TRATAR-VENDEDORX
           END-IF.
      *
      *  ---> Semana corrente e percentual efetivo (como o PT000003)
           MOVE 1                      TO WSS-RAMPA-SEMANA.
      *
           MOVE WSS-RAMPA-PCT-EFET     TO RMP-PCT.
           MOVE WSS-CAP-EFETIVA        TO RMP-CAP.
           MOVE WSS-CARGA-ATUAL        TO RMP-CARGA.
           MOVE WSN-EQP-EQUIPE         TO RMP-EQUIPE.
           MOVE WSN-EQP-SUPERVISOR     TO RMP-SUPERVISOR.
      *
           WRITE REG-RELRAMPA          FROM DET-RAMPA.
      *
           ADD 1                       TO WSS-QTD-RAMPA.
      *
           PERFORM RT-ACUMULAR-EQUIPE  THRU RT-ACUMULAR-EQUIPEX.
           PERFORM RT-ACUMULAR-SUPERVISOR
                                       THRU RT-ACUMULAR-SUPERVISORX.
      *
       RT-TRATAR-VENDEDORX.
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
           ADD WSS-CAP-EFETIVA         TO WSS-EQP-CAP
                                          (WSS-IDX-EQP).
           ADD WSS-CARGA-ATUAL         TO WSS-EQP-CARGA
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
           ADD WSS-CAP-EFETIVA         TO WSS-SUP-CAP
                                          (WSS-IDX-SUP).
           ADD WSS-CARGA-ATUAL         TO WSS-SUP-CARGA
                                          (WSS-IDX-SUP).
      *
       RT-ACUMULAR-SUPERVISORX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    LINHAS DE CONSOLIDADO (POR EQUIPE E POR SUPERVISOR) APOS O
      *    DETALHE, COM O AVISO DE FILTRO DO SUPERVISOR
      *----------------------------------------------------------------*
       RT-GRAVAR-CONSOLIDADO           SECTION.
      *----------------------------------------------------------------*
      *
           IF WSN-EQP-FILTRO           EQUAL 'S'
              MOVE LKS-OPERADOR        TO RMF-OPERADOR
              WRITE REG-RELRAMPA       FROM CAB-RAMPA-FILTRO
           END-IF.
      *
           WRITE REG-RELRAMPA          FROM CAB-RAMPA-CONS.
      *
           MOVE 'EQUIPE'               TO RMC-TIPO.
      *
           PERFORM VARYING WSS-IDX-EQP FROM 1 BY 1
                   UNTIL   WSS-IDX-EQP GREATER WSS-QTD-EQUIPES
              MOVE WSS-EQP-CODIGO (WSS-IDX-EQP)
                                       TO RMC-CODIGO
              MOVE WSS-EQP-NOME (WSS-IDX-EQP)
                                       TO RMC-NOME
              MOVE WSS-EQP-SUPERVISOR (WSS-IDX-EQP)
                                       TO RMC-SUPERVISOR
              MOVE WSS-EQP-VENDEDORES (WSS-IDX-EQP)
                                       TO RMC-VENDEDORES
              MOVE WSS-EQP-CAP (WSS-IDX-EQP)
                                       TO RMC-CAP
              MOVE WSS-EQP-CARGA (WSS-IDX-EQP)
                                       TO RMC-CARGA
              WRITE REG-RELRAMPA       FROM DET-RAMPA-CONS
           END-PERFORM.
      *
           MOVE 'SUPERVISOR'           TO RMC-TIPO.
           MOVE SPACES                 TO RMC-NOME.
      *
           PERFORM VARYING WSS-IDX-SUP FROM 1 BY 1
                   UNTIL   WSS-IDX-SUP GREATER WSS-QTD-SUPERVISORES
              MOVE WSS-SUP-LOGIN (WSS-IDX-SUP)
                                       TO RMC-CODIGO
                                          RMC-SUPERVISOR
              IF WSS-SUP-LOGIN (WSS-IDX-SUP)
                                       EQUAL SPACES
                 MOVE '(NENHUM)'       TO RMC-CODIGO
              END-IF
              MOVE WSS-SUP-VENDEDORES (WSS-IDX-SUP)
                                       TO RMC-VENDEDORES
              MOVE WSS-SUP-CAP (WSS-IDX-SUP)
                                       TO RMC-CAP
              MOVE WSS-SUP-CARGA (WSS-IDX-SUP)
                                       TO RMC-CARGA
              WRITE REG-RELRAMPA       FROM DET-RAMPA-CONS
           END-PERFORM.
      *
       RT-GRAVAR-CONSOLIDADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONTAR-CARGA                 SECTION.
      *  ---> Carga atual do vendedor corrente pela chave alternada
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
