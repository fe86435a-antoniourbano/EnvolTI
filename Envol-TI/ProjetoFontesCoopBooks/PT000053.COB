      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            DOSSIE NEGADO (E AUDITADO) PARA CLIENTE DE    *
      *     *            FILIAL NAO PERMITIDA AO OPERADOR.             *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            SECAO 6: CONTRATOS DE FORNECIMENTO DO         *
      *     *            CLIENTE E DO SEU GRUPO ECONOMICO, COM         *
      *     *            VIGENCIA, VALOR MENSAL E SITUACAO.            *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            SECAO 7: REBATE POR VOLUME DO CLIENTE E DO    *
      *     *            SEU GRUPO ECONOMICO - TABELAS COM FAIXAS E    *
      *     *            POSICAO DOS TRIMESTRES APURADOS.              *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           COPY 'SEL-VISITAS.CPY'      REPLACING ==::== BY ==-FDT==.
      *
           COPY 'SEL-CASOS.CPY'        REPLACING ==::== BY ==-FDK==.
      *
           COPY 'SEL-CONTRATO.CPY'     REPLACING ==::== BY ==-FDO==.
      *
           COPY 'SEL-REBATE.CPY'       REPLACING ==::== BY ==-FDB==.
      *
           COPY 'SEL-REBAPUR.CPY'      REPLACING ==::== BY ==-FDR==.
      *
      *  ---> Dossie impresso (um arquivo por cliente)
           SELECT  REL-DOSSIE          ASSIGN TO WSS-ARQ-DOSSIE
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDK.
       COPY 'FD-CASOS.CPY'             REPLACING ==::== BY ==-FDK==.
      *
       FD  ARQ-CONTRATO                VALUE OF FILE-ID IS 'CONTRATO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-CONTRATO.CPY'          REPLACING ==::== BY ==-FDO==.
      *
       FD  ARQ-REBATE                  VALUE OF FILE-ID IS 'REBATE'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDB.
       COPY 'FD-REBATE.CPY'            REPLACING ==::== BY ==-FDB==.
      *
       FD  ARQ-REBAPUR                 VALUE OF FILE-ID IS 'REBAPUR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-REBAPUR.CPY'           REPLACING ==::== BY ==-FDR==.
      *
       FD  REL-DOSSIE.
       01  REG-DOSSIE                  PIC  X(120).
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
       77  WSS-FIM-ARQ-CON             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-VIS             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-CTR             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-REB             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-CONTATOS-ABERTO         PIC  X(001)         VALUE 'N'.
           88  CONTATOS-ABERTO         VALUE 'S'.
           88  VISITAS-ABERTO          VALUE 'S'.
       77  WSS-CASOS-ABERTO            PIC  X(001)         VALUE 'N'.
           88  CASOS-ABERTO            VALUE 'S'.
       77  WSS-CONTRATO-ABERTO         PIC  X(001)         VALUE 'N'.
           88  CONTRATO-ABERTO         VALUE 'S'.
       77  WSS-REBATE-ABERTO           PIC  X(001)         VALUE 'N'.
           88  REBATE-ABERTO           VALUE 'S'.
       77  WSS-REBAPUR-ABERTO          PIC  X(001)         VALUE 'N'.
           88  REBAPUR-ABERTO          VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-T-CCLIENTE          PIC  9(007)         VALUE ZEROS.
           03  WSS-LINHA-TXT           PIC  X(120)         VALUE SPACES.
      *
      *  ---> Contratos de fornecimento do cliente e do seu grupo
           03  WSS-BUSCA-TITULAR.
               05  WSS-BUSCA-TIPO      PIC  X(001)         VALUE SPACES.
               05  WSS-BUSCA-CODIGO    PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-CTR             PIC  9(003)         VALUE ZEROS.
           03  WSS-HOJE-AMD            PIC  9(008)         VALUE ZEROS.
           03  WSS-CTR-LIMITE          PIC  9(008)         VALUE ZEROS.
           03  WSS-CTR-STATUS          PIC  X(010)         VALUE SPACES.
           03  WSS-CTR-VALOR-ED        PIC  ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *  ---> Rebate por volume do cliente e do seu grupo
           03  WSS-QTD-REB             PIC  9(003)         VALUE ZEROS.
           03  WSS-IDX-FX              PIC  9(001)         VALUE ZEROS.
           03  WSS-REB-STATUS          PIC  X(012)         VALUE SPACES.
           03  WSS-REB-FAIXAS-TXT      PIC  X(120)         VALUE SPACES.
           03  WSS-REB-PONTEIRO        PIC  9(003)         VALUE ZEROS.
           03  WSS-REB-MIN-ED          PIC  ZZ.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
           03  WSS-REB-PCT-ED          PIC  Z9,99          VALUE ZEROS.
           03  WSS-REB-BASE-ED         PIC  ZZ.ZZZ.ZZZ.ZZ9,99
                                                           VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-VISITAS              PIC  X(002)         VALUE SPACES.
           03  FS-CASOS                PIC  X(002)         VALUE SPACES.
           03  FS-CONTRATO             PIC  X(002)         VALUE SPACES.
           03  FS-REBATE               PIC  X(002)         VALUE SPACES.
           03  FS-REBAPUR              PIC  X(002)         VALUE SPACES.
           03  FS-DOSSIE               PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
      *
           IF FS-CASOS                 EQUAL '00'
              MOVE 'S'                 TO WSS-CASOS-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-CONTRATO.
           IF FS-CONTRATO              EQUAL '00'
              MOVE 'S'                 TO WSS-CONTRATO-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-REBATE.
           IF FS-REBATE                EQUAL '00'
              MOVE 'S'                 TO WSS-REBATE-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-REBAPUR.
           IF FS-REBAPUR               EQUAL '00'
              MOVE 'S'                 TO WSS-REBAPUR-ABERTO
           END-IF.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
              MOVE 1                   TO WSS-T-CCLIENTE
              GO                       TO RT-PROCESSARX
           END-IF.
      *
      *  ---> Cliente de filial nao permitida ao operador: tentativa
      *       registrada na auditoria
           MOVE FILIAL-FDC             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              MOVE SPACES              TO WSS-AUD-ACAO
              STRING 'ACESSO NEGADO FILIAL ' WSS-FIL-TESTE
                     ' CLIENTE ' CODIGO-FDC
                                       DELIMITED BY SIZE
                                       INTO WSS-AUD-ACAO
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              MOVE "Cliente de filial nao permitida ao operador."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              MOVE 1                   TO WSS-T-CCLIENTE
              GO                       TO RT-PROCESSARX
           END-IF.
      *
           PERFORM RT-GERAR-DOSSIE     THRU RT-GERAR-DOSSIEX.
      *
           WRITE REG-DOSSIE.
      *
           PERFORM RT-SECAO-CASO       THRU RT-SECAO-CASOX.
      *
      *  ---> Secao 6 - contratos de fornecimento
           MOVE SPACES                 TO REG-DOSSIE.
           WRITE REG-DOSSIE.
           MOVE '--- CONTRATOS DE FORNECIMENTO ---'
                                       TO REG-DOSSIE.
           WRITE REG-DOSSIE.
      *
           PERFORM RT-SECAO-CONTRATO   THRU RT-SECAO-CONTRATOX.
      *
      *  ---> Secao 7 - rebate por volume
           MOVE SPACES                 TO REG-DOSSIE.
           WRITE REG-DOSSIE.
           MOVE '--- REBATE POR VOLUME ---'
                                       TO REG-DOSSIE.
           WRITE REG-DOSSIE.
      *
           PERFORM RT-SECAO-REBATE     THRU RT-SECAO-REBATEX.
      *
           CLOSE REL-DOSSIE.
      *
       RT-SECAO-CASOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SECAO-CONTRATO               SECTION.
      *  ---> Contratos em nome do cliente e, se membro de grupo
      *       economico, os contratos do grupo
      *----------------------------------------------------------------*
      *
           IF NOT CONTRATO-ABERTO
              MOVE 'ARQUIVO CONTRATO INDISPONIVEL'
                                       TO REG-DOSSIE
              WRITE REG-DOSSIE
              GO                       TO RT-SECAO-CONTRATOX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS           TO WSS-HOJE-AMD.
           COMPUTE WSS-CTR-LIMITE       =
                   FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WSS-HOJE-AMD) + 60).
      *
           MOVE ZEROS                  TO WSS-QTD-CTR.
      *
           MOVE 'C'                    TO WSS-BUSCA-TIPO.
           MOVE CODIGO-FDC             TO WSS-BUSCA-CODIGO.
           PERFORM RT-LISTAR-CONTRATOS THRU RT-LISTAR-CONTRATOSX.
      *
           IF GRUPO-FDC                GREATER ZEROS
              MOVE 'G'                 TO WSS-BUSCA-TIPO
              MOVE GRUPO-FDC           TO WSS-BUSCA-CODIGO
              PERFORM RT-LISTAR-CONTRATOS
                                       THRU RT-LISTAR-CONTRATOSX
           END-IF.
      *
           IF WSS-QTD-CTR              EQUAL ZEROS
              MOVE 'NENHUM CONTRATO'   TO REG-DOSSIE
              WRITE REG-DOSSIE
           END-IF.
      *
       RT-SECAO-CONTRATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LISTAR-CONTRATOS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-BUSCA-TITULAR      TO CTR-TITULAR-FDO.
           MOVE 'N'                    TO WSS-FIM-ARQ-CTR.
      *
           START ARQ-CONTRATO          KEY IS NOT LESS CTR-TITULAR-FDO
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CTR
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CTR
                                       EQUAL 'S'
              READ ARQ-CONTRATO        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-CTR
                NOT AT END
                   IF CTR-TITULAR-FDO  NOT EQUAL WSS-BUSCA-TITULAR
                      MOVE 'S'         TO WSS-FIM-ARQ-CTR
                   ELSE
                      PERFORM RT-LINHA-CONTRATO
                                       THRU RT-LINHA-CONTRATOX
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-LISTAR-CONTRATOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LINHA-CONTRATO               SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN CTR-ENCERRADO-FDO
                    MOVE 'ENCERRADO'   TO WSS-CTR-STATUS
               WHEN CTR-DT-INICIO-FDO  GREATER WSS-HOJE-AMD
                    MOVE 'A INICIAR'   TO WSS-CTR-STATUS
               WHEN CTR-DT-FIM-FDO     LESS WSS-HOJE-AMD
                    MOVE 'VENCIDO'     TO WSS-CTR-STATUS
               WHEN CTR-DT-FIM-FDO     NOT GREATER WSS-CTR-LIMITE
                    MOVE 'A VENCER'    TO WSS-CTR-STATUS
               WHEN OTHER
                    MOVE 'VIGENTE'     TO WSS-CTR-STATUS
           END-EVALUATE.
      *
           MOVE CTR-VLR-MENSAL-FDO     TO WSS-CTR-VALOR-ED.
      *
           MOVE SPACES                 TO WSS-LINHA-TXT.
           STRING 'CONTRATO: ' CTR-NUMERO-FDO
                  '  TITULAR: ' CTR-TIPO-FDO '/' CTR-CODIGO-FDO
                  '  VIGENCIA: ' CTR-DT-INICIO-FDO ' A ' CTR-DT-FIM-FDO
                  '  MENSAL: ' WSS-CTR-VALOR-ED
                  '  ' WSS-CTR-STATUS
              DELIMITED BY SIZE        INTO WSS-LINHA-TXT
           END-STRING.
           WRITE REG-DOSSIE            FROM WSS-LINHA-TXT.
      *
           ADD 1                       TO WSS-QTD-CTR.
      *
       RT-LINHA-CONTRATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SECAO-REBATE                 SECTION.
      *  ---> Tabelas de rebate e posicao dos trimestres apurados,
      *       do cliente e, se membro de grupo economico, do grupo
      *----------------------------------------------------------------*
      *
           IF NOT REBATE-ABERTO
              MOVE 'ARQUIVO REBATE INDISPONIVEL'
                                       TO REG-DOSSIE
              WRITE REG-DOSSIE
              GO                       TO RT-SECAO-REBATEX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-QTD-REB.
      *
           MOVE 'C'                    TO WSS-BUSCA-TIPO.
           MOVE CODIGO-FDC             TO WSS-BUSCA-CODIGO.
           PERFORM RT-LISTAR-REBATES   THRU RT-LISTAR-REBATESX.
      *
           IF GRUPO-FDC                GREATER ZEROS
              MOVE 'G'                 TO WSS-BUSCA-TIPO
              MOVE GRUPO-FDC           TO WSS-BUSCA-CODIGO
              PERFORM RT-LISTAR-REBATES
                                       THRU RT-LISTAR-REBATESX
           END-IF.
      *
           IF WSS-QTD-REB              EQUAL ZEROS
              MOVE 'NENHUM REBATE'     TO REG-DOSSIE
              WRITE REG-DOSSIE
           END-IF.
      *
       RT-SECAO-REBATEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LISTAR-REBATES               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-BUSCA-TITULAR      TO REB-TITULAR-FDB.
           MOVE ZEROS                  TO REB-DT-INICIO-FDB.
           MOVE 'N'                    TO WSS-FIM-ARQ-REB.
      *
           START ARQ-REBATE            KEY IS NOT LESS REB-CHAVE-FDB
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-REB
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-REB
                                       EQUAL 'S'
              READ ARQ-REBATE          NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-REB
                NOT AT END
                   IF REB-TITULAR-FDB  NOT EQUAL WSS-BUSCA-TITULAR
                      MOVE 'S'         TO WSS-FIM-ARQ-REB
                   ELSE
                      PERFORM RT-LINHA-REBATE
                                       THRU RT-LINHA-REBATEX
                   END-IF
              END-READ
           END-PERFORM.
      *
           IF NOT REBAPUR-ABERTO
              GO                       TO RT-LISTAR-REBATESX
           END-IF.
      *
           MOVE WSS-BUSCA-TITULAR      TO RBA-TITULAR-FDR.
           MOVE ZEROS                  TO RBA-TRIMESTRE-FDR.
           MOVE 'N'                    TO WSS-FIM-ARQ-REB.
      *
           START ARQ-REBAPUR           KEY IS NOT LESS RBA-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-REB
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-REB
                                       EQUAL 'S'
              READ ARQ-REBAPUR         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-REB
                NOT AT END
                   IF RBA-TITULAR-FDR  NOT EQUAL WSS-BUSCA-TITULAR
                      MOVE 'S'         TO WSS-FIM-ARQ-REB
                   ELSE
                      PERFORM RT-LINHA-APURACAO
                                       THRU RT-LINHA-APURACAOX
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-LISTAR-REBATESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LINHA-REBATE                 SECTION.
      *  ---> Tabela de rebate: vigencia, situacao e faixas
      *----------------------------------------------------------------*
      *
           IF REB-SUSPENSO-FDB
              MOVE 'SUSPENSA'          TO WSS-REB-STATUS
           ELSE
              MOVE 'ATIVA'             TO WSS-REB-STATUS
           END-IF.
      *
           MOVE SPACES                 TO WSS-LINHA-TXT.
           STRING 'TABELA REBATE  TITULAR: ' REB-TIPO-FDB '/'
                  REB-CODIGO-FDB
                  '  VIGENCIA: ' REB-DT-INICIO-FDB ' A ' REB-DT-FIM-FDB
                  '  ' WSS-REB-STATUS
              DELIMITED BY SIZE        INTO WSS-LINHA-TXT
           END-STRING.
           WRITE REG-DOSSIE            FROM WSS-LINHA-TXT.
      *
           MOVE SPACES                 TO WSS-REB-FAIXAS-TXT.
           MOVE 1                      TO WSS-REB-PONTEIRO.
      *
           PERFORM VARYING WSS-IDX-FX  FROM 1 BY 1
                   UNTIL   WSS-IDX-FX  GREATER 3
              IF REB-VOLUME-MIN-FDB (WSS-IDX-FX)
                                       GREATER ZEROS
                 MOVE REB-VOLUME-MIN-FDB (WSS-IDX-FX)
                                       TO WSS-REB-MIN-ED
                 MOVE REB-PERCENTUAL-FDB (WSS-IDX-FX)
                                       TO WSS-REB-PCT-ED
                 STRING '  FAIXA ' WSS-IDX-FX ': ' WSS-REB-MIN-ED
                        ' ' WSS-REB-PCT-ED '%'
                    DELIMITED BY SIZE  INTO WSS-REB-FAIXAS-TXT
                    WITH POINTER       WSS-REB-PONTEIRO
                 END-STRING
              END-IF
           END-PERFORM.
      *
           MOVE WSS-REB-FAIXAS-TXT     TO REG-DOSSIE.
           WRITE REG-DOSSIE.
      *
           ADD 1                       TO WSS-QTD-REB.
      *
       RT-LINHA-REBATEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LINHA-APURACAO               SECTION.
      *  ---> Trimestre apurado: base, faixa, credito e situacao
      *----------------------------------------------------------------*
      *
           IF RBA-LIQUIDADO-FDR
              MOVE SPACES              TO WSS-REB-STATUS
              STRING 'LIQ ' RBA-DT-LIQUIDACAO-FDR
                 DELIMITED BY SIZE     INTO WSS-REB-STATUS
              END-STRING
           ELSE
              MOVE 'PROVISIONADO'      TO WSS-REB-STATUS
           END-IF.
      *
           MOVE RBA-BASE-FDR           TO WSS-REB-BASE-ED.
           MOVE RBA-PERCENTUAL-FDR     TO WSS-REB-PCT-ED.
           MOVE RBA-VALOR-FDR          TO WSS-CTR-VALOR-ED.
      *
           MOVE SPACES                 TO WSS-LINHA-TXT.
           STRING '  TRIMESTRE: ' RBA-TRIMESTRE-FDR
                  '  BASE: ' WSS-REB-BASE-ED
                  '  FAIXA: ' RBA-FAIXA-FDR ' ' WSS-REB-PCT-ED '%'
                  '  CREDITO: ' WSS-CTR-VALOR-ED
                  '  ' WSS-REB-STATUS
              DELIMITED BY SIZE        INTO WSS-LINHA-TXT
           END-STRING.
           WRITE REG-DOSSIE            FROM WSS-LINHA-TXT.
      *
           ADD 1                       TO WSS-QTD-REB.
      *
       RT-LINHA-APURACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LIMPAR-TELA                  SECTION.
      *----------------------------------------------------------------*
           IF CASOS-ABERTO
              CLOSE ARQ-CASOS
           END-IF.
           IF CONTRATO-ABERTO
              CLOSE ARQ-CONTRATO
           END-IF.
           IF REBATE-ABERTO
              CLOSE ARQ-REBATE
           END-IF.
           IF REBAPUR-ABERTO
              CLOSE ARQ-REBAPUR
           END-IF.
      *
           MOVE ZEROS                  TO LKS-RETORNO.
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
