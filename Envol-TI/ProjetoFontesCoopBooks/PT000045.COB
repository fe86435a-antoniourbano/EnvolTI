      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            ESTORNOS DE COMISSAO ABATIDOS NO MES (COM-VLR-*
      *     *            ESTORNO) SAEM EM PAR PROPRIO, INVERSO AO DA   *
      *     *            COMISSAO (DEBITO PAGVENDED, CREDITO           *
      *     *            DESPCOMIS), LEVANDO O LIQUIDO A CONTABILIDADE.*
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            RETENCOES SOBRE A COMISSAO LIQUIDA DO MES     *
      *     *            (ARQ RETENCAO, POR TIPO DE CONTRATO DO        *
      *     *            VENDEDOR): PAR DEBITO PAGVENDED, CREDITO NA   *
      *     *            CONTA DO IMPOSTO A RECOLHER. MESMO CALCULO DO *
      *     *            EXTRATO DE PAGAMENTO (PT000088).              *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *
           COPY 'SEL-COMISSAO.CPY'     REPLACING ==::== BY ==-FDS==.
      *
      *  ---> Aliquotas de retencao por tipo de contrato do vendedor
           COPY 'SEL-RETENCAO.CPY'     REPLACING ==::== BY ==-FDR==.
      *
      *  ---> Cadastro de vendedores (tipo de contrato)
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
      *  ---> Interface de lancamentos para a contabilidade (um
      *       arquivo por mes apurado, para permitir a reemissao)
           SELECT REL-LANCAMENTO       ASSIGN TO WSS-ARQ-LANC
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDS.
       COPY 'FD-COMISSAO.CPY'          REPLACING ==::== BY ==-FDS==.
      *
       FD  ARQ-RETENCAO                VALUE OF FILE-ID IS 'RETENCAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-RETENCAO.CPY'          REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-VENDEDOR                VALUE OF FILE-ID IS 'VENDEDOR'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDV.
       COPY 'FD-VENDEDOR.CPY'          REPLACING ==::== BY ==-FDV==.
      *
       FD  REL-LANCAMENTO.
       01  REG-LANCAMENTO              PIC  X(120).
           88 SON                      VALUE 'S' 's' 'N' 'n'.
      *
       77  WSS-FIM-ARQ-COM             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-RET             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-RETENCAO-ABERTO         PIC  X(001)         VALUE 'N'.
           88  RETENCAO-ABERTO         VALUE 'S'.
       77  WSS-VENDEDOR-ABERTO         PIC  X(001)         VALUE 'N'.
           88  VENDEDOR-ABERTO         VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-QTD-REG             PIC  9(007)         VALUE ZEROS.
           03  WSS-HASH-TOTAL          PIC  9(015)         VALUE ZEROS.
           03  WSS-TOT-VALOR           PIC  9(011)V9(002)  VALUE ZEROS.
           03  WSS-CONTRATO-VEN        PIC  X(001)         VALUE SPACES.
           03  WSS-BASE-RET            PIC S9(009)V9(002)  VALUE ZEROS.
           03  WSS-VLR-RET             PIC  9(009)V9(002)  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-COMISSAO             PIC  X(002)         VALUE SPACES.
           03  FS-RETENCAO             PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-LANCAMENTO           PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
      *
           03  WSS-DATA-SIS-DIA        PIC  X(002).
      *
      *----------------------------------------------------------------*
      *    TABELA - RETENCOES CADASTRADAS (CARREGADA A CADA GERACAO)
      *----------------------------------------------------------------*
       01  WSS-TAB-RETENCAO.
           03  WSS-QTD-RETENCAO        PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-RETENCAO-OCR        OCCURS 50 TIMES.
               05  WSS-RTB-CONTRATO    PIC  X(001).
               05  WSS-RTB-CODIGO      PIC  X(004).
               05  WSS-RTB-PCT         PIC  9(002)V9(002).
               05  WSS-RTB-MINIMO      PIC  9(007)V9(002).
               05  WSS-RTB-CONTA       PIC  X(010).
      *
       77  WSS-IDX-RET                 PIC  9(003) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO ARQUIVO DE LANCAMENTOS - LARGURA FIXA, COM
      *    REGISTROS DE CONTROLE COMO NO DISTRIB.ERP
      *----------------------------------------------------------------*
           03  ANOMES-CAB              PIC  9(006)         VALUE ZEROS.
           03  FILLER                  PIC  X(085)         VALUE SPACES.
      *
      *  ---> DETALHE (UM DEBITO E UM CREDITO POR VENDEDOR, MAIS O
      *       PAR INVERSO DO ESTORNO E UM PAR POR RETENCAO QUANDO
      *       HOUVER)
       01  DET-LANCAMENTO.
           03  TIPO-REG-DET            PIC  X(001)         VALUE 'D'.
           03  CVENDEDOR-DET           PIC  9(007)         VALUE ZEROS.
              MOVE 1                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Sem tabela de retencao = nenhum imposto retido
           OPEN INPUT ARQ-RETENCAO.
           IF FS-RETENCAO              EQUAL '00'
              MOVE 'S'                 TO WSS-RETENCAO-ABERTO
           END-IF.
      *
      *  ---> Vendedor ausente = contrato CLT
           OPEN INPUT ARQ-VENDEDOR.
           IF FS-VENDEDOR              EQUAL '00'
              MOVE 'S'                 TO WSS-VENDEDOR-ABERTO
           END-IF.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
                                          WSS-QTD-REG
                                          WSS-HASH-TOTAL
                                          WSS-TOT-VALOR.
      *
           PERFORM RT-CARREGAR-RETENCOES
                                       THRU RT-CARREGAR-RETENCOESX.
      *
           MOVE FUNCTION CURRENT-DATE (1:8)
                                       TO DATA-GERACAO-CAB.
           END-IF.
      *
           IF COM-VLR-COMISSAO-FDS     EQUAL ZEROS
              AND COM-VLR-ESTORNO-FDS  EQUAL ZEROS
              GO                       TO RT-TRATAR-COMISSAOX
           END-IF.
      *
           MOVE COM-CVENDEDOR-FDS      TO CVENDEDOR-DET.
           MOVE COM-ANOMES-FDS         TO ANOMES-DET.
      *
           IF COM-VLR-COMISSAO-FDS     GREATER ZEROS
              PERFORM RT-GRAVAR-PAR-COMISSAO
                                       THRU RT-GRAVAR-PAR-COMISSAOX
           END-IF.
      *
           IF COM-VLR-ESTORNO-FDS      GREATER ZEROS
              PERFORM RT-GRAVAR-PAR-ESTORNO
                                       THRU RT-GRAVAR-PAR-ESTORNOX
           END-IF.
      *
      *  ---> Retencoes sobre a comissao liquida (bruto - estornos)
           COMPUTE WSS-BASE-RET        = COM-VLR-COMISSAO-FDS
                                       - COM-VLR-ESTORNO-FDS.
      *
           IF WSS-BASE-RET             GREATER ZEROS
              AND WSS-QTD-RETENCAO     GREATER ZEROS
              PERFORM RT-LOCALIZAR-VENDEDOR
                                       THRU RT-LOCALIZAR-VENDEDORX
              PERFORM VARYING WSS-IDX-RET FROM 1 BY 1
                      UNTIL WSS-IDX-RET GREATER WSS-QTD-RETENCAO
                 IF WSS-RTB-CONTRATO (WSS-IDX-RET)
                                       EQUAL WSS-CONTRATO-VEN
                    PERFORM RT-GRAVAR-PAR-RETENCAO
                                       THRU RT-GRAVAR-PAR-RETENCAOX
                 END-IF
              END-PERFORM
           END-IF.
      *
       RT-TRATAR-COMISSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-PAR-COMISSAO          SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WSS-QTD-PARES.
      *
           MOVE COM-VLR-COMISSAO-FDS   TO VALOR-DET.
           MOVE 'COMISSAO SOBRE VENDAS'
                                       TO HISTORICO-DET.
      *
      *  ---> Debito na despesa de comissao
           MOVE 'D'                    TO NATUREZA-DET.
           ADD 1                       TO WSS-QTD-REG.
           ADD COM-CVENDEDOR-FDS       TO WSS-HASH-TOTAL.
      *
       RT-GRAVAR-PAR-COMISSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-PAR-ESTORNO           SECTION.
      *  ---> Estorno de comissao de meses anteriores (cancelamento
      *       no faturamento ou devolucao) abatido neste mes
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WSS-QTD-PARES.
      *
           MOVE COM-VLR-ESTORNO-FDS    TO VALOR-DET.
           MOVE 'ESTORNO DE COMISSAO'  TO HISTORICO-DET.
      *
      *  ---> Debito no contas a pagar do vendedor
           MOVE 'D'                    TO NATUREZA-DET.
           MOVE 'PAGVENDED'            TO CONTA-DET.
           WRITE REG-LANCAMENTO        FROM DET-LANCAMENTO.
           ADD 1                       TO WSS-QTD-REG.
           ADD COM-CVENDEDOR-FDS       TO WSS-HASH-TOTAL.
           ADD COM-VLR-ESTORNO-FDS     TO WSS-TOT-VALOR.
      *
      *  ---> Credito na despesa de comissao
           MOVE 'C'                    TO NATUREZA-DET.
           MOVE 'DESPCOMIS'            TO CONTA-DET.
           WRITE REG-LANCAMENTO        FROM DET-LANCAMENTO.
           ADD 1                       TO WSS-QTD-REG.
           ADD COM-CVENDEDOR-FDS       TO WSS-HASH-TOTAL.
      *
       RT-GRAVAR-PAR-ESTORNOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARREGAR-RETENCOES           SECTION.
      *  ---> Carrega as aliquotas vigentes para a tabela em memoria
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-RETENCAO.
      *
           IF NOT RETENCAO-ABERTO
              GO                       TO RT-CARREGAR-RETENCOESX
           END-IF.
      *
           MOVE LOW-VALUES             TO RET-CHAVE-FDR.
           MOVE 'N'                    TO WSS-FIM-ARQ-RET.
      *
           START ARQ-RETENCAO          KEY IS NOT LESS RET-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-RET
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-RET
                                       EQUAL 'S' OR 's'
              READ ARQ-RETENCAO        NEXT
                   AT END
                       MOVE 'S'        TO WSS-FIM-ARQ-RET
                   NOT AT END
                       IF WSS-QTD-RETENCAO
                                       LESS 50
                          ADD 1        TO WSS-QTD-RETENCAO
                          MOVE WSS-QTD-RETENCAO
                                       TO WSS-IDX-RET
                          MOVE RET-CONTRATO-FDR
                                       TO WSS-RTB-CONTRATO
                                          (WSS-IDX-RET)
                          MOVE RET-CODIGO-FDR
                                       TO WSS-RTB-CODIGO
                                          (WSS-IDX-RET)
                          MOVE RET-PCT-FDR
                                       TO WSS-RTB-PCT
                                          (WSS-IDX-RET)
                          MOVE RET-VLR-MINIMO-FDR
                                       TO WSS-RTB-MINIMO
                                          (WSS-IDX-RET)
                          MOVE RET-CONTA-FDR
                                       TO WSS-RTB-CONTA
                                          (WSS-IDX-RET)
                       END-IF
              END-READ
           END-PERFORM.
      *
       RT-CARREGAR-RETENCOESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LOCALIZAR-VENDEDOR           SECTION.
      *  ---> Tipo de contrato do vendedor (sem cadastro = CLT)
      *----------------------------------------------------------------*
      *
           MOVE 'C'                    TO WSS-CONTRATO-VEN.
      *
           IF NOT VENDEDOR-ABERTO
              GO                       TO RT-LOCALIZAR-VENDEDORX
           END-IF.
      *
           MOVE COM-CVENDEDOR-FDS      TO CODIGO-FDV.
           READ ARQ-VENDEDOR           KEY IS CODIGO-FDV
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-VENDEDOR              EQUAL '00'
              AND CONTRATO-REPRES-FDV
              MOVE 'R'                 TO WSS-CONTRATO-VEN
           END-IF.
      *
       RT-LOCALIZAR-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-PAR-RETENCAO          SECTION.
      *  ---> Imposto retido na fonte sobre a comissao: sai do contas
      *       a pagar do vendedor para a conta do imposto a recolher.
      *       Retencao abaixo do minimo e dispensada (nao lanca).
      *----------------------------------------------------------------*
      *
           COMPUTE WSS-VLR-RET ROUNDED =
                   WSS-BASE-RET * WSS-RTB-PCT (WSS-IDX-RET) / 100.
      *
           IF WSS-VLR-RET              LESS WSS-RTB-MINIMO
                                            (WSS-IDX-RET)
              OR WSS-VLR-RET           EQUAL ZEROS
              GO                       TO RT-GRAVAR-PAR-RETENCAOX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-PARES.
      *
           MOVE WSS-VLR-RET            TO VALOR-DET.
           MOVE SPACES                 TO HISTORICO-DET.
           STRING 'RETENCAO ' WSS-RTB-CODIGO (WSS-IDX-RET)
              DELIMITED BY SIZE        INTO HISTORICO-DET
           END-STRING.
      *
      *  ---> Debito no contas a pagar do vendedor
           MOVE 'D'                    TO NATUREZA-DET.
           MOVE 'PAGVENDED'            TO CONTA-DET.
           WRITE REG-LANCAMENTO        FROM DET-LANCAMENTO.
           ADD 1                       TO WSS-QTD-REG.
           ADD COM-CVENDEDOR-FDS       TO WSS-HASH-TOTAL.
           ADD WSS-VLR-RET             TO WSS-TOT-VALOR.
      *
      *  ---> Credito no imposto a recolher
           MOVE 'C'                    TO NATUREZA-DET.
           MOVE WSS-RTB-CONTA (WSS-IDX-RET)
                                       TO CONTA-DET.
           WRITE REG-LANCAMENTO        FROM DET-LANCAMENTO.
           ADD 1                       TO WSS-QTD-REG.
           ADD COM-CVENDEDOR-FDS       TO WSS-HASH-TOTAL.
      *
       RT-GRAVAR-PAR-RETENCAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-COMISSAO
                 ARQ-AUDITORIA.
      *
           IF RETENCAO-ABERTO
              CLOSE ARQ-RETENCAO
              MOVE 'N'                 TO WSS-RETENCAO-ABERTO
           END-IF.
      *
           IF VENDEDOR-ABERTO
              CLOSE ARQ-VENDEDOR
              MOVE 'N'                 TO WSS-VENDEDOR-ABERTO
           END-IF.
      *
           MOVE ZEROS                  TO LKS-RETORNO.
      *
