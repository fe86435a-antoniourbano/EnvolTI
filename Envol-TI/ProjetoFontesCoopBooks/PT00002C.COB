      *     *            CONSDIST (PT000038), COM A DATA DO SNAPSHOT   *
      *     *            COMO MARCA DAGUA EM TODAS AS PAGINAS.         *
      *     *----------------------------------------------------------*
      *     * VERSAO 09    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CLIENTES E VENDEDORES DE FILIAL NAO PERMITIDA *
      *     *            AO OPERADOR FICAM FORA DO RELATORIO E DO CSV. *
      *     *----------------------------------------------------------*
      *     * VERSAO 10    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA DE PROCESSAMENTO.               *
      *     *----------------------------------------------------------*
      *                                                                *
      *     ARQUIVOS.....: ARQ-CLIENTES - ARQUIVO DE CLIENTES          *
      *                    SRT-CLIENTES - ARQUIVO DE SORT              *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *  ---> Versao do PARAMDIST em vigor na data de processamento
       77  WSS-PVG-DATA                PIC  9(008)         VALUE ZEROS.
       77  WSS-PVG-LIDOS               PIC  9(004)         VALUE ZEROS.
       77  WSS-PVG-VIGENTE             PIC  9(004)         VALUE ZEROS.
      *
       77  WSS-PARAM-ENT               PIC  X(001)         VALUE SPACES.
      *
      *  ---> Conferencia da filial contra as filiais do operador
       77  WSS-FIL-PERMITIDA           PIC  X(001)         VALUE 'S'.
           88  FILIAL-PERMITIDA                            VALUE 'S'.
       77  WSS-FIL-TESTE               PIC  9(003)         VALUE ZEROS.
       77  WSS-IDX-PERM                PIC  9(002)         VALUE ZEROS.
      *
      *  ---> Consulta historica ('H'): fonte e marca dagua
       77  WSS-NOME-DISTRIB            PIC  X(012)         VALUE
           'DISTRIBUICAO'.
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS             EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS          EQUAL '00' AND
                 PARM-LINHAS-PAGINA     GREATER ZEROS
                 MOVE PARM-LINHAS-PAGINA
                MOVE 'S'               TO WSS-FIM-SORT
           END-READ.
      *
           IF WSS-FIM-SORT             EQUAL 'S'
              GO                       TO RT-LER-DIST-VENDEDORX
           END-IF.
      *
           IF CVENDEDOR-FDD            NOT EQUAL WSS-T-CVENDEDOR
              MOVE 'S'                 TO WSS-FIM-SORT
              GO                       TO RT-LER-DIST-VENDEDORX
           END-IF.
      *
      *  ---> Cliente de filial nao permitida ao operador e saltado
           MOVE CCLIENTE-FDD           TO CODIGO-FDC.
           READ ARQ-CLIENTES           INTO REG-WSC
                                       KEY IS CODIGO-FDC
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CLIENTES              EQUAL ZEROS
              MOVE FILIAL-WSC          TO WSS-FIL-TESTE
              PERFORM RT-CONFERIR-FILIAL
                                       THRU RT-CONFERIR-FILIALX
              IF NOT FILIAL-PERMITIDA
                 GO                    TO RT-LER-DIST-VENDEDOR
              END-IF
           END-IF.
      *
           MOVE CCLIENTE-FDD           TO SRTD-CCLIENTE.
           MOVE CVENDEDOR-FDD          TO SRTD-CVENDEDOR.
           MOVE NOME-FDD               TO SRTD-NOME.
           MOVE CVENDEDOR2-FDD         TO SRTD-COBERTURA.
           MOVE PROVENIENCIA-FDD       TO SRTD-PROV.
      *
       RT-LER-DIST-VENDEDORX.
           EXIT.
              PERFORM RT-LER-CLIENTES  THRU RT-LER-CLIENTESX
              GO                       TO RT-ALIMENTA-SORT-CLIENTEX
           END-IF.
      *
      *  ---> Cliente de filial nao permitida ao operador nao entra
           MOVE FILIAL-WSC             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              PERFORM RT-LER-CLIENTES  THRU RT-LER-CLIENTESX
              GO                       TO RT-ALIMENTA-SORT-CLIENTEX
           END-IF.
      *
           IF WSS-T-CCLIENTE           EQUAL ZEROS
              IF WSS-T-RSOCIAL         EQUAL SPACES
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-VEN
           END-READ.
      *
      *  ---> Vendedor de filial nao permitida ao operador e saltado
           IF FS-VENDEDOR              EQUAL ZEROS
              MOVE FILIAL-WSV          TO WSS-FIL-TESTE
              PERFORM RT-CONFERIR-FILIAL
                                       THRU RT-CONFERIR-FILIALX
              IF NOT FILIAL-PERMITIDA
                 GO                    TO RT-LER-VENDEDOR
              END-IF
           END-IF.
      *
           IF FS-VENDEDOR              EQUAL ZEROS
              ADD 1                    TO WSS-REL-TOTARQ
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
