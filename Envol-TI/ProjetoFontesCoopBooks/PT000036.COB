      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    22.08.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            SO AS FILIAIS PERMITIDAS AO OPERADOR ENTRAM   *
      *     *            NO RELATORIO E NA LINHA CONSOLIDADA.          *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
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
       77  WSS-FIM-ARQ                 PIC  X(001)         VALUE 'N'.
      *
           IF NOT ATIVO-FDV
              GO                       TO RT-AGREGAR-UM-VENDEDORX
           END-IF.
      *
      *  ---> Filial nao permitida ao operador fica fora do relatorio
           MOVE FILIAL-FDV             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              GO                       TO RT-AGREGAR-UM-VENDEDORX
           END-IF.
      *
           MOVE FILIAL-FDV             TO WSS-FIL-BUSCA.
           PERFORM RT-LOCALIZAR-FILIAL THRU RT-LOCALIZAR-FILIALX.
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   MOVE FILIAL-FDC     TO WSS-FIL-TESTE
                   PERFORM RT-CONFERIR-FILIAL
                                       THRU RT-CONFERIR-FILIALX
                   IF FILIAL-PERMITIDA
                      MOVE FILIAL-FDC  TO WSS-FIL-BUSCA
                      PERFORM RT-LOCALIZAR-FILIAL
                                       THRU RT-LOCALIZAR-FILIALX
                      IF WSS-IDX-FIL   GREATER ZEROS
                         ADD 1         TO WSS-FIL-CLIENTES
                                          (WSS-IDX-FIL)
                      END-IF
                      ADD 1            TO WSS-TOT-CLIENTES
                   END-IF
              END-READ
           END-PERFORM.
      *
                 MOVE WSS-QTD-VEN-MAPA TO WSS-IDX-MAPA
              END-IF
           END-PERFORM.
      *
           MOVE WSS-FIL-BUSCA          TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              GO                       TO RT-AGREGAR-UMA-ATRIBX
           END-IF.
      *
           PERFORM RT-LOCALIZAR-FILIAL THRU RT-LOCALIZAR-FILIALX.
      *
                               CONTINUE
                      END-READ
                      IF FS-CLIENTES   EQUAL '00'
                         MOVE FILIAL-FDC
                                       TO WSS-FIL-TESTE
                         PERFORM RT-CONFERIR-FILIAL
                                       THRU RT-CONFERIR-FILIALX
                      END-IF
                      IF FS-CLIENTES   EQUAL '00'
                         AND FILIAL-PERMITIDA
                         MOVE FILIAL-FDC
                                       TO WSS-FIL-BUSCA
                         PERFORM RT-LOCALIZAR-FILIAL
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
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
