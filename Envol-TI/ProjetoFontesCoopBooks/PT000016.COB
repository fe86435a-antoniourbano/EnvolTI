      *     *            POR UM SEGUNDO ADMINISTRADOR (PT000073), COM  *
      *     *            AS DUAS IDENTIDADES NA AUDITORIA.             *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            EQUIPAMENTOS EM COMODATO DOS CODIGOS          *
      *     *            ABSORVIDOS: NA EXECUCAO APROVADA O OPERADOR   *
      *     *            DECIDE CADA UM (TRANSFERIR AO SOBREVIVENTE,   *
      *     *            RECOLHER OU BAIXAR - PRV00906). CANCELADA A   *
      *     *            DECISAO, NADA E CONSOLIDADO E A APROVACAO     *
      *     *            CONTINUA VALIDA.                              *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
                                                            'PT000901'.
      *
           COPY 'SUB-ERRO.CPY'         REPLACING ==::== BY ==WSS==.
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
       01  FILLER                      PIC  X(032)         VALUE
           'FFF  FIM DA WORKING-STORAGE  FFF'.
      *
      *  ---> Solicitacao aprovada: executa agora e marca 'E'
           IF WSS-APR-SEQ-APROV        GREATER ZEROS
              PERFORM RT-DECIDIR-COMODATOS
                                       THRU RT-DECIDIR-COMODATOSX
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
       RT-CHECAR-APROVACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DECIDIR-COMODATOS            SECTION.
      *  ---> Cada codigo absorvido com equipamento em comodato passa
      *       pela decisao do operador (PRV00906), com o sobrevivente
      *       como destino da transferencia; para no primeiro cancel.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-CMD-RETORNO.
      *
           PERFORM VARYING WSS-IDX-DUP FROM 1 BY 1
                   UNTIL   WSS-IDX-DUP GREATER WSS-QTD-CODIGOS
                      OR   WSS-CMD-RETORNO
                                       NOT EQUAL ZEROS
              IF WSS-COD-DUP (WSS-IDX-DUP)
                                       NOT EQUAL WSS-T-SOBREVIVENTE
                 MOVE WSS-COD-DUP (WSS-IDX-DUP)
                                       TO WSS-CMD-CCLIENTE
                 MOVE WSS-T-SOBREVIVENTE
                                       TO WSS-CMD-DESTINO
                 MOVE LKS-OPERADOR     TO WSS-CMD-OPERADOR
                 MOVE 'CONSOLIDACAO DE CNPJ'
                                       TO WSS-CMD-MOTIVO
                 MOVE WSS-HOJE-APR     TO WSS-CMD-DATA
                 CALL WSPRV906         USING WSS-CMD-PARM
              END-IF
           END-PERFORM.
      *
       RT-DECIDIR-COMODATOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VARRER-APROVACAO             SECTION.
      *----------------------------------------------------------------*
