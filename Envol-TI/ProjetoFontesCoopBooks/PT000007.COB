      *     *            PROVENIENCIA DA ATRIBUICAO ATUAL NAS LINHAS   *
      *     *            DE MOVIMENTO (TROCA/NOVO).                    *
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
       77  WSS-FIM-ARQ-ATU             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-HIS             PIC  X(001)         VALUE 'N'.
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS             EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS          EQUAL '00' AND
                 PARM-LINHAS-PAGINA     GREATER ZEROS
                 MOVE PARM-LINHAS-PAGINA
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
