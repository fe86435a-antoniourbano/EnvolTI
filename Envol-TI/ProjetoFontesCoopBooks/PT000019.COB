      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    22.08.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            DIAS DA SEMANA DE ENTREGA E PRAZO EM DIAS     *
      *     *            UTEIS POR MUNICIPIO (TELA E CARGA), USADOS    *
      *     *            NA DATA DE ENTREGA PROMETIDA DO PEDIDO.       *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *
           COPY 'SEL-MUNICIPIO.CPY'    REPLACING ==::== BY ==-FDM==.
      *
      *  ---> Arquivo de carga da tabela (cidade+uf+faixa de cep+
      *       dias de entrega+prazo)
           SELECT  ARQ-IMPORT          ASSIGN TO WSS-ENDERECO-ARQ
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
           RECORDING MODE              IS F
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  IMPORT-FD                   PIC  X(057).
      *
       FD  ARQ-AUDITORIA
           LABEL RECORD                IS STANDARD
           03  WSS-LIMPA-LINHA         PIC  X(080)         VALUE SPACES.
           03  WSS-FIM-ARQ-CON         PIC  X(001)         VALUE 'N'.
           03  WSS-ENDERECO-ARQ        PIC  X(060)         VALUE SPACES.
           03  WSS-IDX-DIA             PIC  9(002)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CONTADORES DA CARGA
           03 F LINE 10 COL 20   VALUE " UF..................: ".
           03 F LINE 12 COL 20   VALUE " CEP inicial.........: ".
           03 F LINE 14 COL 20   VALUE " CEP final...........: ".
           03 F LINE 16 COL 20   VALUE " Dias de entrega.....: ".
           03 F LINE 17 COL 44   VALUE "STQQSSD  (S/N, branco = todos)".
           03 F LINE 18 COL 20   VALUE " Prazo (dias uteis)..: ".
      *
       01  TELA-DADOS-MUNICIPIO-U.
           03 U1G LINE 08 COL 44 PIC X(030) USING MUN-CIDADE-WSM.
           03 U2G LINE 10 COL 44 PIC X(002) USING MUN-UF-WSM.
           03 U3G LINE 12 COL 44 PIC X(008) USING MUN-CEP-DE-WSM.
           03 U4G LINE 14 COL 44 PIC X(008) USING MUN-CEP-ATE-WSM.
           03 U5G LINE 16 COL 44 PIC X(007) USING MUN-DIAS-ENTREGA-WSM.
           03 U6G LINE 18 COL 44 PIC 9(002) USING MUN-PRAZO-ENTREGA-WSM.
      *
       01  TELA-DADOS-MUNICIPIO-T.
           03 T1G LINE 08 COL 44 PIC X(030) TO    MUN-CIDADE-WSM.
           03 T2G LINE 10 COL 44 PIC X(002) TO    MUN-UF-WSM.
           03 T3G LINE 12 COL 44 PIC X(008) TO    MUN-CEP-DE-WSM.
           03 T4G LINE 14 COL 44 PIC X(008) TO    MUN-CEP-ATE-WSM.
           03 T5G LINE 16 COL 44 PIC X(007) TO    MUN-DIAS-ENTREGA-WSM.
           03 T6G LINE 18 COL 44 PIC 9(002) TO    MUN-PRAZO-ENTREGA-WSM.
      *
       01  TELA-IMPORT-ENDERECO.
           03 F LINE 08 COL 17         VALUE
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4G.
      *
           MOVE "Dias de entrega S/N, de segunda a domingo."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T5G.
      *
           MOVE "Informe o prazo de entrega em dias uteis."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T6G.
      *
           PERFORM RT-AJUSTAR-ENTREGA  THRU RT-AJUSTAR-ENTREGAX.
      *
           IF MUN-UF-WSM               EQUAL SPACES
              MOVE "UF e obrigatoria - registro nao gravado."
              ADD 1                    TO WSS-REG-DESPREZADOS
              GO                       TO RT-CARREGAR-LINHAX
           END-IF.
      *
           PERFORM RT-AJUSTAR-ENTREGA  THRU RT-AJUSTAR-ENTREGAX.
      *
           MOVE REG-WSM                TO REG-FDM.
           WRITE REG-FDM.
       RT-CARREGAR-LINHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AJUSTAR-ENTREGA              SECTION.
      *  ---> Padroniza os dias de entrega em S/N maiusculo (qualquer
      *       outra marca vale como 'N') e zera prazo nao numerico
      *       (linhas de carga antigas, sem os campos de entrega)
      *----------------------------------------------------------------*
      *
           INSPECT MUN-DIAS-ENTREGA-WSM CONVERTING 'sn' TO 'SN'.
      *
           IF MUN-DIAS-ENTREGA-WSM     NOT EQUAL SPACES
              PERFORM VARYING WSS-IDX-DIA FROM 1 BY 1
                      UNTIL   WSS-IDX-DIA GREATER 7
                 IF MUN-DIA-ENTREGA-WSM (WSS-IDX-DIA)
                                       NOT EQUAL 'S'
                    MOVE 'N'           TO MUN-DIA-ENTREGA-WSM
                                                       (WSS-IDX-DIA)
                 END-IF
              END-PERFORM
           END-IF.
      *
           IF MUN-PRAZO-ENTREGA-WSM    NOT NUMERIC
              MOVE ZEROS               TO MUN-PRAZO-ENTREGA-WSM
           END-IF.
      *
       RT-AJUSTAR-ENTREGAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LIMPAR-TELA                  SECTION.
      *----------------------------------------------------------------*
