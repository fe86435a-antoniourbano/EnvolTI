      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CLIENTE PLANEJADO E NAO VISITADO QUE ESTEVE   *
      *     *            FECHADO NO PERIODO (ARQ CLIFECHA, PT000098)   *
      *     *            NAO CONTA COMO NAO VISITADO: SAI DOS          *
      *     *            PLANEJADOS E VAI PARA A NOVA COLUNA FECHADOS. *
      *     *            O PERIODO E LIMITADO A DATA DE PROCESSAMENTO. *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            ADERENCIA COM A EQUIPE DO VENDEDOR E          *
      *     *            CONSOLIDADOS POR EQUIPE E POR SUPERVISOR;     *
      *     *            SUPERVISOR SO VE AS SUAS EQUIPES (PRV00908).  *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA DE PROCESSAMENTO.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 05    -    Amarildo M Borges      -    15.10.2026 *
      *     *            VISITAS DO CLIENTE PLANEJADO LIDAS A PARTIR   *
      *     *            DO INICIO DO PERIODO ATE O FIM DO PERIODO.    *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *  ---> Visitas executadas no periodo
           COPY 'SEL-VISITAS.CPY'      REPLACING ==::== BY ==-FDT==.
      *
      *  ---> Periodos de fechamento do cliente (ferias coletivas)
           COPY 'SEL-CLIFECHA.CPY'     REPLACING ==::== BY ==-FDF==.
      *
      *  ---> Arquivo de PARAMETROS (linhas por pagina)
           COPY 'SEL-PARAMETROS.CPY'.
      *
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDT.
       COPY 'FD-VISITAS.CPY'           REPLACING ==::== BY ==-FDT==.
      *
       FD  ARQ-CLIFECHA                VALUE OF FILE-ID IS 'CLIFECHA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDF.
       COPY 'FD-CLIFECHA.CPY'          REPLACING ==::== BY ==-FDF==.
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
       77  WSS-FIM-ARQ-DIS             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-VIS             PIC  X(001)         VALUE 'N'.
       77  WSS-CLI-VISITADO            PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-FEC             PIC  X(001)         VALUE 'N'.
       77  WSS-CLI-FECHADO             PIC  X(001)         VALUE 'N'.
       77  WSS-FECHA-ABERTO            PIC  X(001)         VALUE 'N'.
           88  FECHA-ABERTO            VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-DT-INI-AMD          PIC  9(008)         VALUE ZEROS.
           03  WSS-DT-FIM-AMD          PIC  9(008)         VALUE
                                                             99999999.
      *  ---> Fim do periodo para os fechamentos de cliente (limitado
      *       a data de processamento)
           03  WSS-FEC-FIM-AMD         PIC  9(008)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - APURACAO POR VENDEDOR (QUEBRA DE CONTROLE)
           03  WSS-QTD-FORA-PLANO      PIC  9(005)         VALUE ZEROS.
           03  WSS-PCT-ADERENCIA       PIC  9(003)         VALUE ZEROS.
           03  WSS-QTD-VENDEDORES      PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-FECHADOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-TOT-FECHADOS        PIC  9(007)         VALUE ZEROS.
           03  WSS-PCT-CONS            PIC  9(003)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-VISITAS              PIC  X(002)         VALUE SPACES.
           03  FS-CLIFECHA             PIC  X(002)         VALUE SPACES.
           03  FS-PARAMETROS           PIC  X(002)         VALUE SPACES.
           03  FS-RELADE               PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
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
               05  WSS-EQP-PLANEJADOS  PIC  9(007).
               05  WSS-EQP-VISITADOS   PIC  9(007).
               05  WSS-EQP-FORA-PLANO  PIC  9(007).
               05  WSS-EQP-FECHADOS    PIC  9(007).
      *
       01  WSS-TAB-SUPERVISORES.
           03  WSS-ITEM-SUP            OCCURS 100 TIMES.
               05  WSS-SUP-LOGIN       PIC  X(010).
               05  WSS-SUP-VENDEDORES  PIC  9(005).
               05  WSS-SUP-PLANEJADOS  PIC  9(007).
               05  WSS-SUP-VISITADOS   PIC  9(007).
               05  WSS-SUP-FORA-PLANO  PIC  9(007).
               05  WSS-SUP-FECHADOS    PIC  9(007).
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - DATA DO SISTEMA (OU DATA DE PROCESSAMENTO)
      *----------------------------------------------------------------*
       01  WSS-DATA-SIS.
                                           'FORA PLANO'.
           03  FILLER                  PIC  X(012)         VALUE
                                           'ADERENCIA %'.
           03  FILLER                  PIC  X(010)         VALUE
                                           'FECHADOS'.
           03  FILLER                  PIC  X(003)         VALUE
                                           'EQP'.
      *
       01  CAB-ADERENCIA-FILTRO.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(041)         VALUE
               'SOMENTE AS EQUIPES DO SUPERVISOR/GERENTE '.
           03  RLC-OPERADOR            PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(067)         VALUE SPACES.
      *
       01  DETALHE-ADERENCIA.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLD-FORA-PLANO          PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(008)         VALUE SPACES.
           03  RLD-ADERENCIA           PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(008)         VALUE SPACES.
           03  RLD-FECHADOS            PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(005)         VALUE SPACES.
           03  RLD-EQUIPE              PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(022)         VALUE SPACES.
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
           03  FILLER                  PIC  X(009)         VALUE
                                           '   PLANEJ'.
           03  FILLER                  PIC  X(009)         VALUE
                                           '   VISIT.'.
           03  FILLER                  PIC  X(011)         VALUE
                                           ' NAO VISIT.'.
           03  FILLER                  PIC  X(010)         VALUE
                                           'FORA PLANO'.
           03  FILLER                  PIC  X(009)         VALUE
                                           '  ADER. %'.
           03  FILLER                  PIC  X(011)         VALUE
                                           '   FECHADOS'.
           03  FILLER                  PIC  X(020)         VALUE SPACES.
      *
       01  DETALHE-CONS.
           03  FILLER                  PIC  X(002)         VALUE SPACES.
           03  RLE-CHAVE               PIC  X(014)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  RLE-NOME                PIC  X(020)         VALUE SPACES.
           03  RLE-QTDE                PIC  ZZZ9           VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  RLE-PLANEJADOS          PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(003)         VALUE SPACES.
           03  RLE-VISITADOS           PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(005)         VALUE SPACES.
           03  RLE-NAO-VISITADOS       PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(004)         VALUE SPACES.
           03  RLE-FORA-PLANO          PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(006)         VALUE SPACES.
           03  RLE-ADERENCIA           PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(005)         VALUE SPACES.
           03  RLE-FECHADOS            PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(020)         VALUE SPACES.
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
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Fechamentos de cliente sao opcionais
           OPEN INPUT ARQ-CLIFECHA.
           IF FS-CLIFECHA              EQUAL '00'
              MOVE 'S'                 TO WSS-FECHA-ABERTO
           END-IF.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
           PERFORM RT-LER-PARAMETROS   THRU RT-LER-PARAMETROSX.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE WSS-DATA-SIS           TO WSS-FEC-FIM-AMD.
           IF WSS-DT-FIM-AMD           LESS WSS-FEC-FIM-AMD
              MOVE WSS-DT-FIM-AMD      TO WSS-FEC-FIM-AMD
           END-IF.
      *
           STRING 'REL-ADERENCIA-'     DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
           MOVE ZEROS                  TO CVENDEDOR-FDD
                                          WSS-VEN-ANTERIOR
                                          WSS-QTD-PLANEJADOS
                                          WSS-QTD-VISITADOS
                                          WSS-QTD-FECHADOS
                                          WSS-TOT-FECHADOS
                                          WSS-QTD-EQUIPES
                                          WSS-QTD-SUPERVISORES.
           MOVE 'N'                    TO WSS-FIM-ARQ-DIS.
      *
           START ARQ-DISTRIBUIR        KEY IS NOT LESS CVENDEDOR-FDD
           END-PERFORM.
      *
           IF WSS-QTD-PLANEJADOS       GREATER ZEROS
              OR WSS-QTD-FECHADOS      GREATER ZEROS
              PERFORM RT-FECHAR-VENDEDOR
                                       THRU RT-FECHAR-VENDEDORX
           END-IF.
                                       TO RLT-DESCR.
           MOVE WSS-QTD-VENDEDORES     TO RLT-QTDE.
           WRITE REG-RELADE            FROM DETALHE-TOTAL AFTER 1.
      *
           MOVE 'Clientes fechados (fora da aderencia).:'
                                       TO RLT-DESCR.
           MOVE WSS-TOT-FECHADOS       TO RLT-QTDE.
           WRITE REG-RELADE            FROM DETALHE-TOTAL AFTER 1.
           ADD 3                       TO WSS-REL-NLIN.
      *
           PERFORM RT-IMPRIME-CONS-EQP THRU RT-IMPRIME-CONS-EQPX.
           PERFORM RT-IMPRIME-CONS-SUP THRU RT-IMPRIME-CONS-SUPX.
      *
           PERFORM RT-IMPRIME-RDP      THRU RT-IMPRIME-RDPX.
      *
           CLOSE REL-ADERENCIA.
      *
           MOVE 'F'                    TO WSN-EQP-FUNCAO.
           CALL WPT00909               USING WSN-EQP-PARM.
      *
           MOVE WSS-ARQ-ADERENCIA      TO LKS-ARQ-REL.
      *
           END-READ.
      *
      *  ---> Quebra de vendedor: fecha o anterior
           IF (WSS-QTD-PLANEJADOS      GREATER ZEROS
               OR WSS-QTD-FECHADOS     GREATER ZEROS)
              AND CVENDEDOR-FDD        NOT EQUAL WSS-VEN-ANTERIOR
              PERFORM RT-FECHAR-VENDEDOR
                                       THRU RT-FECHAR-VENDEDORX
      *
           IF WSS-CLI-VISITADO         EQUAL 'S'
              ADD 1                    TO WSS-QTD-VISITADOS
              GO                       TO RT-TRATAR-PLANEJADOX
           END-IF.
      *
      *  ---> Nao visitado, mas o cliente esteve fechado no periodo
      *       (ferias coletivas, entressafra): nao conta como falha
      *       do roteiro, sai dos planejados
           PERFORM RT-VERIFICAR-FECHAMENTO
                                       THRU RT-VERIFICAR-FECHAMENTOX.
      *
           IF WSS-CLI-FECHADO          EQUAL 'S'
              SUBTRACT 1               FROM WSS-QTD-PLANEJADOS
              ADD 1                    TO WSS-QTD-FECHADOS
                                          WSS-TOT-FECHADOS
           END-IF.
      *
       RT-TRATAR-PLANEJADOX.
      *
           MOVE 'N'                    TO WSS-CLI-VISITADO.
           MOVE CCLIENTE-FDD           TO VIS-CCLIENTE-FDT.
           MOVE WSS-DT-INI-AMD         TO VIS-DATA-FDT.
           MOVE 'N'                    TO WSS-FIM-ARQ-VIS.
      *
           START ARQ-VISITAS           KEY IS NOT LESS VIS-CHAVE-FDT
           END-READ.
      *
           IF VIS-CCLIENTE-FDT         NOT EQUAL CCLIENTE-FDD
              OR VIS-DATA-FDT          GREATER WSS-DT-FIM-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-VIS
              GO                       TO RT-LER-VISITA-CLIX
           END-IF.
      *
       RT-LER-VISITA-CLIX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VERIFICAR-FECHAMENTO         SECTION.
      *  ---> Verifica se o cliente corrente teve algum periodo de
      *       fechamento que cruza o periodo do relatorio
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
              OR CFE-DT-INICIO-FDF     GREATER WSS-FEC-FIM-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-FEC
              GO                       TO RT-LER-FECHAMENTOX
           END-IF.
      *
           IF CFE-DT-FIM-FDF           NOT LESS WSS-DT-INI-AMD
              MOVE 'S'                 TO WSS-CLI-FECHADO
              MOVE 'S'                 TO WSS-FIM-ARQ-FEC
           END-IF.
      *
       RT-LER-FECHAMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR-VENDEDOR              SECTION.
      *  ---> Imprime a linha de aderencia do vendedor anterior
      *----------------------------------------------------------------*
      *
      *  ---> Equipe no fim do periodo; vendedor fora das equipes do
      *       supervisor nao entra no relatorio nem nos totais
           MOVE 'C'                    TO WSN-EQP-FUNCAO.
           MOVE LKS-OPERADOR           TO WSN-EQP-OPERADOR.
           MOVE LKS-PERFIL             TO WSN-EQP-PERFIL.
           MOVE WSS-VEN-ANTERIOR       TO WSN-EQP-CVENDEDOR.
           MOVE WSS-FEC-FIM-AMD        TO WSN-EQP-DATA.
           CALL WPT00909               USING WSN-EQP-PARM.
      *
           IF WSN-EQP-VISIVEL          EQUAL 'N'
              SUBTRACT WSS-QTD-FECHADOS
                                       FROM WSS-TOT-FECHADOS
              GO                       TO RT-FECHAR-VENDEDOR-ZERA
           END-IF.
      *
           ADD 1                       TO WSS-QTD-VENDEDORES.
      *
           COMPUTE RLD-NAO-VISITADOS =
                   WSS-QTD-PLANEJADOS - WSS-QTD-VISITADOS.
           MOVE WSS-QTD-FORA-PLANO     TO RLD-FORA-PLANO.
           MOVE WSS-QTD-FECHADOS       TO RLD-FECHADOS.
      *
           IF WSS-QTD-PLANEJADOS       GREATER ZEROS
              COMPUTE WSS-PCT-ADERENCIA =
              MOVE ZEROS               TO WSS-PCT-ADERENCIA
           END-IF.
           MOVE WSS-PCT-ADERENCIA      TO RLD-ADERENCIA.
           MOVE WSN-EQP-EQUIPE         TO RLD-EQUIPE.
      *
           PERFORM RT-IMPRIME-DET      THRU RT-IMPRIME-DETX.
      *
           PERFORM RT-ACUMULAR-EQUIPE  THRU RT-ACUMULAR-EQUIPEX.
           PERFORM RT-ACUMULAR-SUPERVISOR
                                       THRU RT-ACUMULAR-SUPERVISORX.
      *
       RT-FECHAR-VENDEDOR-ZERA.
      *
           MOVE ZEROS                  TO WSS-QTD-PLANEJADOS
                                          WSS-QTD-VISITADOS
                                          WSS-QTD-FORA-PLANO
                                          WSS-QTD-FECHADOS.
      *
       RT-FECHAR-VENDEDORX.
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
           ADD WSS-QTD-PLANEJADOS      TO WSS-EQP-PLANEJADOS
                                          (WSS-IDX-EQP).
           ADD WSS-QTD-VISITADOS       TO WSS-EQP-VISITADOS
                                          (WSS-IDX-EQP).
           ADD WSS-QTD-FORA-PLANO      TO WSS-EQP-FORA-PLANO
                                          (WSS-IDX-EQP).
           ADD WSS-QTD-FECHADOS        TO WSS-EQP-FECHADOS
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
           ADD WSS-QTD-PLANEJADOS      TO WSS-SUP-PLANEJADOS
                                          (WSS-IDX-SUP).
           ADD WSS-QTD-VISITADOS       TO WSS-SUP-VISITADOS
                                          (WSS-IDX-SUP).
           ADD WSS-QTD-FORA-PLANO      TO WSS-SUP-FORA-PLANO
                                          (WSS-IDX-SUP).
           ADD WSS-QTD-FECHADOS        TO WSS-SUP-FECHADOS
                                          (WSS-IDX-SUP).
      *
       RT-ACUMULAR-SUPERVISORX.
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
              MOVE WSS-EQP-PLANEJADOS (WSS-IDX-EQP)
                                       TO RLE-PLANEJADOS
              MOVE WSS-EQP-VISITADOS (WSS-IDX-EQP)
                                       TO RLE-VISITADOS
              COMPUTE RLE-NAO-VISITADOS =
                      WSS-EQP-PLANEJADOS (WSS-IDX-EQP)
                    - WSS-EQP-VISITADOS (WSS-IDX-EQP)
              MOVE WSS-EQP-FORA-PLANO (WSS-IDX-EQP)
                                       TO RLE-FORA-PLANO
              MOVE WSS-EQP-FECHADOS (WSS-IDX-EQP)
                                       TO RLE-FECHADOS
              MOVE ZEROS               TO WSS-PCT-CONS
              IF WSS-EQP-PLANEJADOS (WSS-IDX-EQP)
                                       GREATER ZEROS
                 COMPUTE WSS-PCT-CONS =
                         WSS-EQP-VISITADOS (WSS-IDX-EQP) * 100
                       / WSS-EQP-PLANEJADOS (WSS-IDX-EQP)
              END-IF
              MOVE WSS-PCT-CONS        TO RLE-ADERENCIA
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
              MOVE WSS-SUP-PLANEJADOS (WSS-IDX-SUP)
                                       TO RLE-PLANEJADOS
              MOVE WSS-SUP-VISITADOS (WSS-IDX-SUP)
                                       TO RLE-VISITADOS
              COMPUTE RLE-NAO-VISITADOS =
                      WSS-SUP-PLANEJADOS (WSS-IDX-SUP)
                    - WSS-SUP-VISITADOS (WSS-IDX-SUP)
              MOVE WSS-SUP-FORA-PLANO (WSS-IDX-SUP)
                                       TO RLE-FORA-PLANO
              MOVE WSS-SUP-FECHADOS (WSS-IDX-SUP)
                                       TO RLE-FECHADOS
              MOVE ZEROS               TO WSS-PCT-CONS
              IF WSS-SUP-PLANEJADOS (WSS-IDX-SUP)
                                       GREATER ZEROS
                 COMPUTE WSS-PCT-CONS =
                         WSS-SUP-VISITADOS (WSS-IDX-SUP) * 100
                       / WSS-SUP-PLANEJADOS (WSS-IDX-SUP)
              END-IF
              MOVE WSS-PCT-CONS        TO RLE-ADERENCIA
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
           WRITE REG-RELADE            FROM LINHA-BRANCO AFTER 1.
           WRITE REG-RELADE            FROM CAB-CONS-1 AFTER 1.
           WRITE REG-RELADE            FROM CAB-CONS-2 AFTER 1.
           WRITE REG-RELADE            FROM LINHA-TRACO AFTER 1.
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
           WRITE REG-RELADE            FROM DETALHE-CONS AFTER 1.
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
              WRITE REG-RELADE         FROM CAB-ADERENCIA-FILTRO
                                       AFTER 1
              ADD 1                    TO WSS-REL-NLIN
           END-IF.
      *
       RT-IMPRIME-CABX.
           EXIT.
           CLOSE ARQ-DISTRIBUIR
                 ARQ-VISITAS
                 ARQ-AUDITORIA.
      *
           IF FECHA-ABERTO
              CLOSE ARQ-CLIFECHA
              MOVE 'N'                 TO WSS-FECHA-ABERTO
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
