      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            DECISAO DO SUPERVISOR POR DESPESA (ARQ        *
      *     *            DESPAPROV - PT000102): SITUACAO, VALOR        *
      *     *            APROVADO E MOTIVO NO DETALHE E TOTAL APROVADO *
      *     *            NO SUBTOTAL DO VENDEDOR.                      *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *  ---> Distancia da atribuicao (plausibilidade do km)
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDD==.
      *
      *  ---> Decisao do supervisor sobre cada despesa
           COPY 'SEL-DESPAPROV.CPY'    REPLACING ==::== BY ==-FDP==.
      *
      *  ---> Demonstrativo mensal de despesas
           SELECT  REL-DESPESA         ASSIGN TO WSS-ARQ-DESPESA
                   ORGANIZATION        IS LINE SEQUENTIAL
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DISTRIBUIR.CPY'        REPLACING ==::== BY ==-FDD==.
      *
       FD  ARQ-DESPAPROV               VALUE OF FILE-ID IS 'DESPAPROV'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-DESPAPROV.CPY'         REPLACING ==::== BY ==-FDP==.
      *
       FD  REL-DESPESA.
       01  REG-RELDES                  PIC  X(140).
      *
       FD  ARQ-CATALOGO
           LABEL RECORD                IS STANDARD
       77  WSS-FIM-ARQ-DSP             PIC  X(001)         VALUE 'N'.
       77  WSS-DISTRIB-ABERTO          PIC  X(001)         VALUE 'N'.
           88  DISTRIB-ABERTO          VALUE 'S'.
       77  WSS-DESPAPROV-ABERTO        PIC  X(001)         VALUE 'N'.
           88  DESPAPROV-ABERTO        VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-VEN-ANTERIOR        PIC  9(007)         VALUE ZEROS.
           03  WSS-SUB-KM              PIC  9(007)         VALUE ZEROS.
           03  WSS-SUB-VALOR           PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-SUB-APROVADO        PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-QTD-LINHAS          PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-SUSPEITAS       PIC  9(005)         VALUE ZEROS.
           03  WSS-KM-PLAUSIVEL        PIC  9(007)         VALUE ZEROS.
      *----------------------------------------------------------------*
           03  FS-DESPESA              PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-DESPAPROV            PIC  X(002)         VALUE SPACES.
           03  FS-RELDES               PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
               'REFEICAO;'.
           03  FILLER                  PIC  X(007)         VALUE
               'OUTROS;'.
           03  FILLER                  PIC  X(013)         VALUE
               'CONSISTENCIA;'.
           03  FILLER                  PIC  X(008)         VALUE
               'DECISAO;'.
           03  FILLER                  PIC  X(009)         VALUE
               'APROVADO;'.
           03  FILLER                  PIC  X(006)         VALUE
               'MOTIVO'.
      *
       01  DET-DESPESA.
           03  DES-VEN                 PIC  9(007)         VALUE ZEROS.
           03  DES-OUTROS              PIC  ZZZZ9,99       VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DES-CONSISTE            PIC  X(010)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DES-DECISAO             PIC  X(013)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DES-APROVADO            PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  DES-MOTIVO              PIC  X(040)         VALUE SPACES.
      *
       01  SUB-DESPESA.
           03  FILLER                  PIC  X(018)         VALUE
           03  FILLER                  PIC  X(007)         VALUE
               ';VALOR;'.
           03  SUB-VALOR               PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(010)         VALUE
               ';APROVADO;'.
           03  SUB-APROVADO            PIC  ZZZZZZZZ9,99   VALUE ZEROS.
      *
       01  TOT-DESPESA.
           03  FILLER                  PIC  X(008)         VALUE
           IF FS-DISTRIBUIR            EQUAL '00'
              MOVE 'S'                 TO WSS-DISTRIB-ABERTO
           END-IF.
      *
      *  ---> Sem aprovacao registrada ainda, tudo sai pendente
           OPEN INPUT ARQ-DESPAPROV.
           IF FS-DESPAPROV             EQUAL '00'
              MOVE 'S'                 TO WSS-DESPAPROV-ABERTO
           END-IF.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
                                          WSS-VEN-ANTERIOR
                                          WSS-SUB-KM
                                          WSS-SUB-VALOR
                                          WSS-SUB-APROVADO
                                          WSS-QTD-LINHAS
                                          WSS-QTD-SUSPEITAS.
           MOVE 'N'                    TO WSS-FIM-ARQ-DSP.
           MOVE DSP-KM-FDS             TO DES-KM.
           MOVE DSP-VLR-REFEICAO-FDS   TO DES-REFEICAO.
           MOVE DSP-VLR-OUTROS-FDS     TO DES-OUTROS.
      *
      *  ---> Decisao do supervisor (PT000102) sobre a despesa
           MOVE 'PENDENTE'             TO DES-DECISAO.
           MOVE ZEROS                  TO DES-APROVADO.
           MOVE SPACES                 TO DES-MOTIVO.
           IF DESPAPROV-ABERTO
              MOVE DSP-CHAVE-FDS       TO DAP-CHAVE-FDP
              READ ARQ-DESPAPROV       KEY IS DAP-CHAVE-FDP
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-DESPAPROV          EQUAL '00'
                 EVALUATE TRUE
                     WHEN DESPESA-APROVADA-FDP
                          MOVE 'APROVADA'
                                       TO DES-DECISAO
                     WHEN DESPESA-GLOSADA-FDP
                          MOVE 'GLOSA PARCIAL'
                                       TO DES-DECISAO
                     WHEN DESPESA-REJEITADA-FDP
                          MOVE 'REJEITADA'
                                       TO DES-DECISAO
                 END-EVALUATE
                 MOVE DAP-VLR-APROVADO-FDP
                                       TO DES-APROVADO
                 MOVE DAP-MOTIVO-FDP   TO DES-MOTIVO
                 ADD DAP-VLR-APROVADO-FDP
                                       TO WSS-SUB-APROVADO
              END-IF
           END-IF.
      *
           WRITE REG-RELDES            FROM DET-DESPESA.
      *
           MOVE WSS-VEN-ANTERIOR       TO SUB-VEN.
           MOVE WSS-SUB-KM             TO SUB-KM.
           MOVE WSS-SUB-VALOR          TO SUB-VALOR.
           MOVE WSS-SUB-APROVADO       TO SUB-APROVADO.
           WRITE REG-RELDES            FROM SUB-DESPESA.
      *
           MOVE ZEROS                  TO WSS-SUB-KM
                                          WSS-SUB-VALOR
                                          WSS-SUB-APROVADO.
      *
       RT-SUBTOTAL-VENDX.
           EXIT.
           IF DISTRIB-ABERTO
              CLOSE ARQ-DISTRIBUIR
           END-IF.
      *
           IF DESPAPROV-ABERTO
              CLOSE ARQ-DESPAPROV
           END-IF.
      *
           MOVE ZEROS                  TO LKS-RETORNO.
      *
