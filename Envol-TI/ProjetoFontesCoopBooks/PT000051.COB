      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            NA ETAPA GANHO AVISA QUANDO O PROSPECT TEM    *
      *     *            ORCAMENTO EM ABERTO (PT000090) A CONVERTER    *
      *     *            EM PEDIDO.                                    *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *  ---> Arquivo DISTRIBUICAO (vendedor do prospect no funil)
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Orcamentos de venda do prospect (aviso na etapa GANHO)
           COPY 'SEL-ORCAMENTO.CPY'    REPLACING ==::== BY ==-FDH==.
      *
      *  ---> Funil de conversao por vendedor e periodo
           SELECT  REL-FUNIL           ASSIGN TO WSS-ARQ-FUNIL
                   ORGANIZATION        IS LINE SEQUENTIAL
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DISTRIBUIR.CPY'        REPLACING ==::== BY ==-FDD==.
      *
       FD  ARQ-ORCAMENTO               VALUE OF FILE-ID IS 'ORCAMENTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDH.
       COPY 'FD-ORCAMENTO.CPY'         REPLACING ==::== BY ==-FDH==.
      *
       FD  REL-FUNIL.
       01  REG-RELFUN                  PIC  X(120).
                                       OCCURS 50 TIMES.
      *
       77  WSS-FIM-ARQ-CLI             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-ORC             PIC  X(001)         VALUE 'N'.
       77  WSS-ORC-ABERTO              PIC  X(001)         VALUE 'N'.
           88  TEM-ORCAMENTO-ABERTO    VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-ORCAMENTO            PIC  X(002)         VALUE SPACES.
           03  FS-RELFUN               PIC  X(002)         VALUE SPACES.
           03  FS-TRAVA                PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
                 IF WSS-T-ETAPA        EQUAL 'G' OR 'g'
                    MOVE "Prospect GANHO - cliente reativado!"
                                       TO WSS-MENSAGEM
                    PERFORM RT-VERIFICAR-ORCAMENTO
                                       THRU RT-VERIFICAR-ORCAMENTOX
                    IF TEM-ORCAMENTO-ABERTO
                       MOVE
               "Prospect GANHO - converta o orcamento aberto em pedido."
                                       TO WSS-MENSAGEM
                    END-IF
                 ELSE
                    MOVE "Etapa gravada com sucesso!"
                                       TO WSS-MENSAGEM
       RT-AVANCAR-ETAPAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VERIFICAR-ORCAMENTO          SECTION.
      *  ---> Procura orcamento em aberto do cliente recem ganho
      *       (arquivo ORCAMENTO ausente = nenhum orcamento)
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-ORC-ABERTO.
      *
           OPEN INPUT ARQ-ORCAMENTO.
      *
           IF FS-ORCAMENTO             NOT EQUAL '00'
              GO                       TO RT-VERIFICAR-ORCAMENTOX
           END-IF.
      *
           MOVE CODIGO-FDC             TO ORC-CCLIENTE-FDH.
           MOVE ZEROS                  TO ORC-DATA-FDH
                                          ORC-SEQ-FDH.
           MOVE 'N'                    TO WSS-FIM-ARQ-ORC.
      *
           START ARQ-ORCAMENTO         KEY IS NOT LESS ORC-CHAVE-FDH
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-ORC
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ORC
                                       EQUAL 'S' OR 's'
              READ ARQ-ORCAMENTO       NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-ORC
                NOT AT END
                   IF ORC-CCLIENTE-FDH NOT EQUAL CODIGO-FDC
                      MOVE 'S'         TO WSS-FIM-ARQ-ORC
                   ELSE
                      IF ORCAMENTO-ABERTO-FDH
                         MOVE 'S'      TO WSS-ORC-ABERTO
                                          WSS-FIM-ARQ-ORC
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-ORCAMENTO.
      *
       RT-VERIFICAR-ORCAMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *  ---> Lista os prospects com etapa e data da etapa
