      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    22.08.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            IMAGEM DO VENDEDOR NO ESTAGVEN PASSA A 300    *
      *     *            POSICOES (O LAYOUT CRESCEU ALEM DAS 250 E     *
      *     *            TRUNCAVA UF, EMPRESA, EQUIPE E CANAL).        *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CLIENTE DO LOTE CUJO CODIGO ESTA NO ARQUIVO   *
      *     *            FRIO (ARQCLI) NAO E APLICADO: CONTA COMO      *
      *     *            FALHA (CODIGO RESERVADO AO ARQUIVADO).        *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
      *  ---> Clientes do arquivo frio (PT000109): codigo reservado
           COPY 'SEL-ARQCLI.CPY'       REPLACING ==::== BY ==-FDX==.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
           BLOCK CONTAINS 0 RECORDS.
       01  REG-ESTAGVEN.
           03  ESV-ACAO                PIC  X(001).
           03  ESV-DADOS               PIC  X(300).
      *
       FD  ARQ-AUDITORIA
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-AUDITORIA.CPY'         REPLACING ==::== BY ==-FDA==.
      *
       FD  ARQ-ARQCLI                  VALUE OF FILE-ID IS 'ARQCLI'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDX.
       COPY 'FD-ARQCLI.CPY'            REPLACING ==::== BY ==-FDX==.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *
       77  WSS-FIM-ARQ                 PIC  X(001)         VALUE 'N'.
      *
      *  ---> Arquivo frio e opcional; codigo arquivado nao e aplicado
       77  WSS-ARQCLI-ABERTO           PIC  X(001)         VALUE 'N'.
           88 ARQCLI-ABERTO            VALUE 'S'.
       77  WSS-COD-ARQUIVADO           PIC  X(001)         VALUE 'N'.
           88 CODIGO-ARQUIVADO         VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
           03  FS-ESTAGCLI             PIC  X(002)         VALUE SPACES.
           03  FS-ESTAGVEN             PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
           03  FS-ARQCLI               PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    CONTADORES DO LOTE EM REVISAO
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-APLICAR-CLIENTESX
           END-IF.
      *
           MOVE 'N'                    TO WSS-ARQCLI-ABERTO.
           OPEN INPUT ARQ-ARQCLI.
           IF FS-ARQCLI                EQUAL '00'
              MOVE 'S'                 TO WSS-ARQCLI-ABERTO
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
                NOT AT END
                   MOVE ESC-DADOS      TO REG-WSC
                   MOVE REG-WSC        TO REG-FDC
                   MOVE 'N'            TO WSS-COD-ARQUIVADO
                   IF ARQCLI-ABERTO
                      MOVE CODIGO-FDC  TO ACL-CODIGO-FDX
                      READ ARQ-ARQCLI
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF ACL-ARQUIVADO-FDX
                                  MOVE 'S'
                                       TO WSS-COD-ARQUIVADO
                               END-IF
                      END-READ
                   END-IF
                   EVALUATE TRUE
                      WHEN CODIGO-ARQUIVADO
                         MOVE '99'     TO FS-CLIENTES
                      WHEN ESC-ACAO    EQUAL 'A'
                         REWRITE REG-FDC
                         IF FS-CLIENTES
                                       EQUAL '23'
                            WRITE REG-FDC
                         END-IF
                      WHEN OTHER
                         WRITE REG-FDC
                         IF FS-CLIENTES
                                       EQUAL '22'
                            REWRITE REG-FDC
                         END-IF
                   END-EVALUATE
                   IF FS-CLIENTES      EQUAL '00'
                      ADD 1            TO WSS-QTD-APLICADOS
                   ELSE
      *
           CLOSE ARQ-CLIENTES
                 ARQ-ESTAGCLI.
      *
           IF ARQCLI-ABERTO
              CLOSE ARQ-ARQCLI
           END-IF.
      *
      *  ---> Esvazia o estagio aplicado
           OPEN OUTPUT ARQ-ESTAGCLI.
