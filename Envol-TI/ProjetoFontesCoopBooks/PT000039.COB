      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    22.08.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CLIENTES GANHOS SAEM COM OS CONTATOS DO       *
      *     *            CLIENTE (CONTATOS): TELEFONE SO COM           *
      *     *            CONSENTIMENTO LGPD NO CANAL TELEFONE, E-MAIL  *
      *     *            SO COM CONSENTIMENTO NO CANAL E-MAIL          *
      *     *            (PRV00909); CONTATO SEM NENHUM DOS DOIS NAO   *
      *     *            E LISTADO. LINHA DO OUTBOX PASSA A 120.       *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *  ---> Cadastro de vendedores (e-mail do destinatario)
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
      *  ---> Contatos do cliente (listados nos clientes ganhos)
           COPY 'SEL-CONTATOS.CPY'     REPLACING ==::== BY ==-FDN==.
      *
      *  ---> Arquivo SORT (movimentos agrupados por vendedor)
           SELECT  SRT-MOVIMENTOS      ASSIGN TO 'SRT-MOV.TMP'
                   FILE STATUS         IS FS-SRT.
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDV.
       COPY 'FD-VENDEDOR.CPY'          REPLACING ==::== BY ==-FDV==.
      *
       FD  ARQ-CONTATOS                VALUE OF FILE-ID IS 'CONTATOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDN.
       COPY 'FD-CONTATOS.CPY'          REPLACING ==::== BY ==-FDN==.
      *
       SD  SRT-MOVIMENTOS.
       01  REG-SRTM.
           03  SRTM-RSOCIAL            PIC  X(040).
      *
       FD  ARQ-OUTBOX.
       01  REG-OUTBOX                  PIC  X(120).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
       77  WSS-FIM-ARQ-ATU             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-HIS             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-SORT                PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-CON             PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-TIPO-ANT            PIC  X(001)         VALUE SPACES.
           03  WSS-OUTBOX-ABERTO       PIC  X(001)         VALUE 'N'.
           03  WSS-QTD-ARQUIVOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-CONTATOS-ABERTO     PIC  X(001)         VALUE 'N'.
           03  WSS-CNS-TELEFONE        PIC  X(001)         VALUE 'N'.
           03  WSS-CNS-EMAIL           PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-SRT                  PIC  X(002)         VALUE SPACES.
           03  FS-OUTBOX               PIC  X(002)         VALUE SPACES.
           03  FS-CONTATOS             PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LINHAS DO ARQUIVO DE NOTIFICACAO (CABECALHO + CORPO)
           03  OUT-CCLIENTE            PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  OUT-RSOCIAL             PIC  X(040)         VALUE SPACES.
      *
       01  OUT-LINHA-CONTATO.
           03  FILLER                  PIC  X(013)         VALUE
               '    CONTATO: '.
           03  OUT-CON-NOME            PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(006)         VALUE
               ' TEL: '.
           03  OUT-CON-TELEFONE        PIC  X(015)         VALUE SPACES.
           03  FILLER                  PIC  X(009)         VALUE
               ' E-MAIL: '.
           03  OUT-CON-EMAIL           PIC  X(040)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - DATA DO SISTEMA (OU DATA DE PROCESSAMENTO)
           03  WSS-DATA-SIS-DIA        PIC  X(002).
      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00909
      *    - Consentimento LGPD do contato por canal
      *----------------------------------------------------------------*
      *
       01  WPT00910                    PIC X(08)           VALUE
                                                            'PT000910'.
      *
           COPY 'SUB-CNS.CPY'          REPLACING ==::== BY ==WSN==.
      *
       01  FILLER                      PIC  X(032)         VALUE
           'FFF  FIM DA WORKING-STORAGE  FFF'.
      *
      *
           OPEN INPUT ARQ-HISTORICO.
           OPEN INPUT ARQ-VENDEDOR.
      *
      *  ---> Sem CONTATOS a notificacao sai so com os clientes
           OPEN INPUT ARQ-CONTATOS.
           IF FS-CONTATOS              EQUAL '00'
              MOVE 'S'                 TO WSS-CONTATOS-ABERTO
           END-IF.
      *
           SORT SRT-MOVIMENTOS
                ON ASCENDING           KEY SRTM-CVENDEDOR
           CLOSE ARQ-DISTRIBUIR
                 ARQ-HISTORICO
                 ARQ-VENDEDOR.
      *
           IF WSS-CONTATOS-ABERTO      EQUAL 'S'
              CLOSE ARQ-CONTATOS
              MOVE 'N'                 TO WSS-CONTATOS-ABERTO
           END-IF.
      *
           MOVE 'F'                    TO WSN-CNS-FUNCAO.
           CALL WPT00910               USING WSN-CNS-PARM.
      *
       RT-COMPARAR-ORDENARX.
           EXIT.
           MOVE SRTM-CCLIENTE          TO OUT-CCLIENTE.
           MOVE SRTM-RSOCIAL           TO OUT-RSOCIAL.
           WRITE REG-OUTBOX            FROM OUT-LINHA-CLIENTE.
      *
           IF SRTM-TIPO                EQUAL 'G'
              AND WSS-CONTATOS-ABERTO  EQUAL 'S'
              PERFORM RT-LISTAR-CONTATOS
                                       THRU RT-LISTAR-CONTATOSX
           END-IF.
      *
       RT-GRAVAR-MOVIMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONTATOS DO CLIENTE GANHO, RESPEITANDO O CONSENTIMENTO LGPD
      *    DE CADA CONTATO NOS CANAIS TELEFONE E E-MAIL
      *----------------------------------------------------------------*
       RT-LISTAR-CONTATOS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SRTM-CCLIENTE          TO CON-CCLIENTE-FDN.
           MOVE ZEROS                  TO CON-SEQ-FDN.
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
      *
           START ARQ-CONTATOS          KEY IS NOT LESS CON-CHAVE-FDN
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-CON
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CON
                                       EQUAL 'S'
              PERFORM RT-GRAVAR-CONTATO
                                       THRU RT-GRAVAR-CONTATOX
           END-PERFORM.
      *
       RT-LISTAR-CONTATOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-CONTATO               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CONTATOS           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-CON
                GO                     TO RT-GRAVAR-CONTATOX
           END-READ.
      *
           IF CON-CCLIENTE-FDN         NOT EQUAL SRTM-CCLIENTE
              MOVE 'S'                 TO WSS-FIM-ARQ-CON
              GO                       TO RT-GRAVAR-CONTATOX
           END-IF.
      *
           MOVE 'C'                    TO WSN-CNS-FUNCAO.
           MOVE CON-CCLIENTE-FDN       TO WSN-CNS-CCLIENTE.
           MOVE CON-SEQ-FDN            TO WSN-CNS-SEQ.
           MOVE WSS-HOJE-AMD           TO WSN-CNS-DATA.
      *
           MOVE 'T'                    TO WSN-CNS-CANAL.
           CALL WPT00910               USING WSN-CNS-PARM.
           MOVE WSN-CNS-VALIDO         TO WSS-CNS-TELEFONE.
      *
           MOVE 'E'                    TO WSN-CNS-CANAL.
           CALL WPT00910               USING WSN-CNS-PARM.
           MOVE WSN-CNS-VALIDO         TO WSS-CNS-EMAIL.
      *
      *  ---> Sem consentimento em nenhum dos canais: contato omitido
           IF WSS-CNS-TELEFONE         NOT EQUAL 'S'
              AND WSS-CNS-EMAIL        NOT EQUAL 'S'
              GO                       TO RT-GRAVAR-CONTATOX
           END-IF.
      *
           MOVE CON-NOME-FDN           TO OUT-CON-NOME.
           MOVE SPACES                 TO OUT-CON-TELEFONE
                                          OUT-CON-EMAIL.
      *
           IF WSS-CNS-TELEFONE         EQUAL 'S'
              MOVE CON-TELEFONE-FDN    TO OUT-CON-TELEFONE
           END-IF.
      *
           IF WSS-CNS-EMAIL            EQUAL 'S'
              MOVE CON-EMAIL-FDN       TO OUT-CON-EMAIL
           END-IF.
      *
           WRITE REG-OUTBOX            FROM OUT-LINHA-CONTATO.
      *
       RT-GRAVAR-CONTATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR-OUTBOX                 SECTION.
      *----------------------------------------------------------------*
