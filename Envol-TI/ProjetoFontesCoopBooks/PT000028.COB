      *     *            POR UM SEGUNDO ADMINISTRADOR (PT000073), COM  *
      *     *            AS DUAS IDENTIDADES NA AUDITORIA.             *
      *     *----------------------------------------------------------*
      *     * VERSAO 05    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CLIENTE COM EQUIPAMENTO EM COMODATO: NA       *
      *     *            EXECUCAO APROVADA O OPERADOR DECIDE CADA      *
      *     *            EQUIPAMENTO (RECOLHER OU BAIXAR - PRV00906).  *
      *     *            CANCELADA A DECISAO, NADA E ANONIMIZADO E A   *
      *     *            APROVACAO CONTINUA VALIDA.                    *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           03  LGP-QTDE                PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(022)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00906
      *    - Decisao sobre os equipamentos em comodato do cliente
      *----------------------------------------------------------------*
      *
       01  WSPRV906                    PIC X(08)           VALUE
                                                            'PT000907'.
      *
           COPY 'SUB-CMD.CPY'          REPLACING ==::== BY ==WSS==.
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(032)         VALUE
           'FFF  FIM DA WORKING-STORAGE  FFF'.
      *
      *  ---> Solicitacao aprovada: executa agora e marca 'E'
           IF WSS-APR-SEQ-APROV        GREATER ZEROS
      *  ---> Cliente sai da base: equipamentos em comodato exigem
      *       decisao antes; cancelada, a aprovacao continua valida
              MOVE ZEROS               TO WSS-CMD-RETORNO
              IF WSS-T-TIPO            EQUAL 'C' OR 'c'
                 MOVE WSS-T-CODIGO     TO WSS-CMD-CCLIENTE
                 MOVE ZEROS            TO WSS-CMD-DESTINO
                 MOVE LKS-OPERADOR     TO WSS-CMD-OPERADOR
                 MOVE 'ANONIMIZACAO LGPD'
                                       TO WSS-CMD-MOTIVO
                 MOVE WSS-HOJE-APR     TO WSS-CMD-DATA
                 CALL WSPRV906         USING WSS-CMD-PARM
              END-IF
              IF WSS-CMD-RETORNO       NOT EQUAL ZEROS
                 CLOSE ARQ-APROVACAO
                 MOVE 'Cancelado - equipamento em comodato sem decisao.'
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 GO                    TO RT-CHECAR-APROVACAOX
              END-IF
              MOVE WSS-APR-SEQ-APROV   TO APR-SEQ-FDQ
              READ ARQ-APROVACAO       KEY IS APR-SEQ-FDQ
                   INVALID KEY
