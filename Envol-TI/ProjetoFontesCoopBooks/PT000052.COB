      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            APOS O REGISTRO DA OCORRENCIA OFERECE A       *
      *     *            ABERTURA DE TAREFA DE ACOMPANHAMENTO (ARQ     *
      *     *            TAREFA, VIA PRV00911) PARA UM OPERADOR DO     *
      *     *            BACK-OFFICE, POR PADRAO O DA SESSAO.          *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           03  WSS-PROX-SEQ            PIC  9(003)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - TAREFA DE ACOMPANHAMENTO DA OCORRENCIA
      *----------------------------------------------------------------*
           03  WSS-T-TAR-DESC          PIC  X(060)         VALUE SPACES.
           03  WSS-T-TAR-RESP          PIC  X(010)         VALUE SPACES.
           03  WSS-T-TAR-VENC          PIC  X(008)         VALUE SPACES.
           03  WSS-TAR-ORIGEM.
               05  WSS-TAR-ORI-CLI     PIC  9(007)         VALUE ZEROS.
               05  WSS-TAR-ORI-DATA    PIC  9(008)         VALUE ZEROS.
               05  WSS-TAR-ORI-SEQ     PIC  9(003)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AGING DAS OCORRENCIAS ABERTAS
      *----------------------------------------------------------------*
           03  WSS-HOJE-AMD            PIC  9(008)         VALUE ZEROS.
                                                            'PT000901'.
      *
           COPY 'SUB-ERRO.CPY'         REPLACING ==::== BY ==WSS==.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00911
      *    - Abertura de tarefa de acompanhamento do cliente
      *----------------------------------------------------------------*
      *
       01  WPT00912                    PIC X(08)           VALUE
                                                            'PT000912'.
      *
           COPY 'SUB-TAR.CPY'          REPLACING ==::== BY ==WSK==.
      *
       01  FILLER                      PIC  X(032)         VALUE
           'FFF  FIM DA WORKING-STORAGE  FFF'.
           03 T1O LINE 08 COL 42 PIC ZZZZZZ9     TO WSS-T-CCLIENTE.
           03 T2O LINE 10 COL 42 PIC X(002)      TO WSS-T-TIPO.
           03 T3O LINE 12 COL 42 PIC X(038)      TO WSS-T-DESCR.
      *
       01  TELA-LABEL-TAREFA.
           03 F LINE 15 COL 18   VALUE " Tarefa..............: ".
           03 F LINE 17 COL 18   VALUE " Responsavel.........: ".
           03 F LINE 19 COL 18   VALUE " Vencimento(DDMMAAAA): ".
      *
       01  TELA-DADOS-TAREFA-T.
           03 T1K LINE 15 COL 42 PIC X(038)      USING WSS-T-TAR-DESC.
           03 T2K LINE 17 COL 42 PIC X(010)      USING WSS-T-TAR-RESP.
           03 T3K LINE 19 COL 42 PIC X(008)      TO    WSS-T-TAR-VENC.
      *
       01  TELA-LABEL-ENCERRA.
           03 F LINE 08 COL 18   VALUE " Cliente.............: ".
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 PERFORM RT-CAPTAR-TAREFA
                                       THRU RT-CAPTAR-TAREFAX
              ELSE
                 MOVE 'ao gravar  '    TO WSS-DESCRICAO
                 MOVE 'OCORRENCIA'     TO WSS-ARQUIVO
       RT-REGISTRARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CAPTAR-TAREFA                SECTION.
      *  ---> Tarefa de acompanhamento da ocorrencia recem registrada,
      *       com o operador (ou outro do back-office) responsavel
      *----------------------------------------------------------------*
      *
           MOVE "Abrir tarefa de acompanhamento? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 55
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-CAPTAR-TAREFAX
           END-IF.
      *
           MOVE WSS-T-DESCR            TO WSS-T-TAR-DESC.
           MOVE LKS-OPERADOR           TO WSS-T-TAR-RESP.
           MOVE SPACES                 TO WSS-T-TAR-VENC.
      *
           DISPLAY TELA-LABEL-TAREFA.
      *
           MOVE "Tarefa, responsavel e vencimento (branco = hoje)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1K.
           ACCEPT T2K.
           ACCEPT T3K.
      *
           IF WSS-T-TAR-DESC           EQUAL SPACES
              OR WSS-T-TAR-RESP        EQUAL SPACES
              MOVE "Tarefa e responsavel obrigatorios."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CAPTAR-TAREFAX
           END-IF.
      *
           INITIALIZE WSK-TAR-PARM.
           MOVE 'I'                    TO WSK-TAR-FUNCAO.
           MOVE WSS-T-CCLIENTE         TO WSK-TAR-CCLIENTE.
           MOVE WSS-DATA-AMD           TO WSK-TAR-DATA.
           MOVE 'O'                    TO WSK-TAR-TIPO-RESP.
           MOVE WSS-T-TAR-RESP         TO WSK-TAR-ID-RESP.
           IF WSS-T-TAR-VENC           NUMERIC
              MOVE WSS-T-TAR-VENC(5:4) TO WSK-TAR-DT-VENCIMENTO(1:4)
              MOVE WSS-T-TAR-VENC(3:2) TO WSK-TAR-DT-VENCIMENTO(5:2)
              MOVE WSS-T-TAR-VENC(1:2) TO WSK-TAR-DT-VENCIMENTO(7:2)
           END-IF.
           MOVE 'PT000052'             TO WSK-TAR-ORIGEM-PRG.
           MOVE OCO-CCLIENTE-FDO       TO WSS-TAR-ORI-CLI.
           MOVE OCO-DATA-FDO           TO WSS-TAR-ORI-DATA.
           MOVE OCO-SEQ-FDO            TO WSS-TAR-ORI-SEQ.
           MOVE WSS-TAR-ORIGEM         TO WSK-TAR-ORIGEM-CHAVE.
           MOVE WSS-T-TAR-DESC         TO WSK-TAR-DESCRICAO.
           MOVE LKS-OPERADOR           TO WSK-TAR-OPERADOR.
      *
           CALL WPT00912               USING WSK-TAR-PARM.
      *
           IF WSK-TAR-RETORNO          EQUAL '00'
              MOVE 'TAREFA DE ACOMPANHAMENTO ABERTA'
                                       TO WSS-AUD-ACAO
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              MOVE "Tarefa aberta com sucesso!"
                                       TO WSS-MENSAGEM
           ELSE
              MOVE "Tarefa nao gravada - arquivo TAREFA indisponivel."
                                       TO WSS-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-CAPTAR-TAREFAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PROXIMA-SEQ                  SECTION.
      *  ---> Proxima sequencia livre da ocorrencia do cliente na data
           CLOSE ARQ-OCORRENCIA
                 ARQ-CLIENTES
                 ARQ-AUDITORIA.
      *
           MOVE 'F'                    TO WSK-TAR-FUNCAO.
           CALL WPT00912               USING WSK-TAR-PARM.
      *
           MOVE ZEROS                  TO LKS-RETORNO.
      *
