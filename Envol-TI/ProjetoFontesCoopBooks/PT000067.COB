      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            SO CLIENTES E VENDEDORES DAS FILIAIS          *
      *     *            PERMITIDAS AO OPERADOR.                       *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CLIENTE COM DIVERGENCIA DA CONCILIACAO ERP    *
      *     *            MARCADA PARA REENVIO (CONCILIA) VAI NO DELTA  *
      *     *            MESMO SEM ALTERACAO NO DIA; A MARCA PASSA A   *
      *     *            REENVIADA.                                    *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *  ---> Manifesto do gateway de transmissao (PT000065)
           COPY 'SEL-GTWMANIF.CPY'.
      *
      *  ---> Divergencias da conciliacao com o ERP (PT000110)
           COPY 'SEL-CONCILIA.CPY'     REPLACING ==::== BY ==-FDN==.
      *
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-GTWMANIF.CPY'          REPLACING ==::== BY ==-FDW==.
      *
       FD  ARQ-CONCILIA                VALUE OF FILE-ID IS 'CONCILIA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDN.
       COPY 'FD-CONCILIA.CPY'          REPLACING ==::== BY ==-FDN==.
      *
       FD  ARQ-AUDITORIA
           LABEL RECORD                IS STANDARD
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
       77  WSS-FIM-ARQ-CLI             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-VEN             PIC  X(001)         VALUE 'N'.
      *
      *  ---> Marcas de reenvio da conciliacao ERP (arquivo opcional)
       77  FS-CONCILIA                 PIC  X(002)         VALUE SPACES.
       77  WSS-CONCILIA-ABERTO         PIC  X(001)         VALUE 'N'.
           88 CONCILIA-ABERTO          VALUE 'S'.
       77  WSS-FIM-ARQ-CNC             PIC  X(001)         VALUE 'N'.
       77  WSS-REENVIAR                PIC  X(001)         VALUE 'N'.
           88 REENVIAR-CLIENTE         VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Sem conciliacao processada nao ha reenvio pendente
           MOVE 'N'                    TO WSS-CONCILIA-ABERTO.
           OPEN I-O ARQ-CONCILIA.
           IF FS-CONCILIA              EQUAL '00'
              MOVE 'S'                 TO WSS-CONCILIA-ABERTO
           END-IF.
      *
       RT-INICIALIZARX.
           EXIT.
                MOVE 'S'               TO WSS-FIM-ARQ-CLI
                GO                     TO RT-TRATAR-CLIENTEX
           END-READ.
      *
           MOVE FILIAL-FDC             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              GO                       TO RT-TRATAR-CLIENTEX
           END-IF.
      *
           PERFORM RT-CONFERIR-REENVIO THRU RT-CONFERIR-REENVIOX.
      *
           IF WSS-MODO-COMPLETO        NOT EQUAL 'S'
              AND DTALTERACAO-FDC      NOT EQUAL WSS-DATA-PROC-AMD
              AND NOT REENVIAR-CLIENTE
              GO                       TO RT-TRATAR-CLIENTEX
           END-IF.
      *
       RT-TRATAR-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    DIVERGENCIAS DO CLIENTE MARCADAS PARA REENVIO NA CONCILIACAO
      *    COM O ERP: LIGA O REENVIO E REGRAVA A MARCA COMO REENVIADA
      *----------------------------------------------------------------*
       RT-CONFERIR-REENVIO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-REENVIAR.
      *
           IF NOT CONCILIA-ABERTO
              OR CNPJ-FDC              EQUAL ZEROS
              GO                       TO RT-CONFERIR-REENVIOX
           END-IF.
      *
           MOVE CNPJ-FDC               TO CNC-CNPJ-FDN.
           MOVE LOW-VALUES             TO CNC-TIPO-FDN.
           MOVE 'N'                    TO WSS-FIM-ARQ-CNC.
      *
           START ARQ-CONCILIA          KEY IS NOT LESS CNC-CHAVE-FDN
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CNC
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CNC
                                       EQUAL 'S'
              READ ARQ-CONCILIA        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-CNC
                NOT AT END
                   IF CNC-CNPJ-FDN     NOT EQUAL CNPJ-FDC
                      MOVE 'S'         TO WSS-FIM-ARQ-CNC
                   ELSE
                      IF CNC-REENVIO-PENDENTE-FDN
                         AND CNC-CCLIENTE-FDN
                                       EQUAL CODIGO-FDC
                         MOVE 'S'      TO WSS-REENVIAR
                         MOVE 'E'      TO CNC-REENVIO-FDN
                         MOVE WSS-DATA-PROC-AMD
                                       TO CNC-DT-REENVIO-FDN
                         REWRITE REG-FDN
                         END-REWRITE
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-CONFERIR-REENVIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXPORTAR-VENDEDORES          SECTION.
      *----------------------------------------------------------------*
              AND DTALTERACAO-FDV      NOT EQUAL WSS-DATA-PROC-AMD
              GO                       TO RT-TRATAR-VENDEDORX
           END-IF.
      *
           MOVE FILIAL-FDV             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              GO                       TO RT-TRATAR-VENDEDORX
           END-IF.
      *
           MOVE 'V'                    TO ENTIDADE-DET.
           MOVE CODIGO-FDV             TO CODIGO-DET.
           CLOSE ARQ-CLIENTES
                 ARQ-VENDEDOR
                 ARQ-AUDITORIA.
      *
           IF CONCILIA-ABERTO
              CLOSE ARQ-CONCILIA
              MOVE 'N'                 TO WSS-CONCILIA-ABERTO
           END-IF.
      *
           MOVE '00'                   TO LKS-RETORNO.
      *
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
