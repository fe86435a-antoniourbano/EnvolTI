      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    22.08.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            SUBSTITUTO TEMPORARIO POR JANELA DE AUSENCIA  *
      *     *            (VENDEDOR CADASTRADO, DIFERENTE DO TITULAR E  *
      *     *            SEM AUSENCIA PROPRIA NO PERIODO). AGENDA,     *
      *     *            ROTEIRO, FICHA DE CAMPO E ROTAS MANDAM AO     *
      *     *            SUBSTITUTO AS VISITAS DO AUSENTE; A           *
      *     *            DISTRIBUICAO NAO MUDA.                        *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           03  WSS-T-DT-INICIO         PIC  X(008)         VALUE SPACES.
           03  WSS-T-DT-FIM            PIC  X(008)         VALUE SPACES.
           03  WSS-T-MOTIVO            PIC  X(030)         VALUE SPACES.
           03  WSS-T-SUBSTITUTO        PIC  9(007)         VALUE ZEROS.
           03  WSS-DT-INICIO-AMD       PIC  9(008)         VALUE ZEROS.
           03  WSS-DT-FIM-AMD          PIC  9(008)         VALUE ZEROS.
           03  WSS-FIM-ARQ-SUB         PIC  X(001)         VALUE 'N'.
           03  WSS-SUBST-OK            PIC  X(001)         VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
           03 F LINE 10 COL 20   VALUE " Inicio (DDMMAAAA)...: ".
           03 F LINE 12 COL 20   VALUE " Fim    (DDMMAAAA)...: ".
           03 F LINE 14 COL 20   VALUE " Motivo..............: ".
           03 F LINE 16 COL 20   VALUE " Substituto..........: ".
      *
       01  TELA-DADOS-AUSENCIA-T.
           03 T1A LINE 08 COL 44 PIC ZZZZZZ9  TO WSS-T-CVENDEDOR.
           03 T2A LINE 10 COL 44 PIC X(008)   TO WSS-T-DT-INICIO.
           03 T3A LINE 12 COL 44 PIC X(008)   TO WSS-T-DT-FIM.
           03 T4A LINE 14 COL 44 PIC X(030)   TO WSS-T-MOTIVO.
           03 T5A LINE 16 COL 44 PIC ZZZZZZ9  TO WSS-T-SUBSTITUTO.
      *
      *----------------------------------------------------------------*
       01  TELA-MENSAGENS.
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-CVENDEDOR
                                          WSS-T-SUBSTITUTO
                                          WSS-ACHOU.
           MOVE SPACES                 TO WSS-T-DT-INICIO
                                          WSS-T-DT-FIM
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4A.
      *
      *  ---> Substituto que cobre a carteira na janela (opcional)
           MOVE "Informe o vendedor substituto (ZEROS = nenhum)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T5A.
      *
           IF WSS-T-SUBSTITUTO         GREATER ZEROS
              PERFORM RT-VALIDAR-SUBSTITUTO
                                       THRU RT-VALIDAR-SUBSTITUTOX
              IF WSS-SUBST-OK          NOT EQUAL 'S'
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 PERFORM RT-RECEBER-DADOS
                 GO                    TO RT-RECEBER-DADOSX
              END-IF
           END-IF.
      *
           MOVE 1                      TO WSS-ACHOU.
      *
       RT-RECEBER-DADOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    SUBSTITUTO: CADASTRADO, DIFERENTE DO TITULAR E SEM AUSENCIA
      *    PROPRIA QUE SE SOBREPONHA A JANELA INFORMADA
      *----------------------------------------------------------------*
       RT-VALIDAR-SUBSTITUTO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WSS-SUBST-OK.
      *
           IF WSS-T-SUBSTITUTO         EQUAL WSS-T-CVENDEDOR
              MOVE "Substituto deve ser outro vendedor."
                                       TO WSS-MENSAGEM
              MOVE 'N'                 TO WSS-SUBST-OK
              GO                       TO RT-VALIDAR-SUBSTITUTOX
           END-IF.
      *
           MOVE WSS-T-SUBSTITUTO       TO CODIGO-FDV.
           READ ARQ-VENDEDOR           KEY IS CODIGO-FDV
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-VENDEDOR              NOT EQUAL '00'
              MOVE "Substituto nao cadastrado."
                                       TO WSS-MENSAGEM
              MOVE 'N'                 TO WSS-SUBST-OK
              GO                       TO RT-VALIDAR-SUBSTITUTOX
           END-IF.
      *
           MOVE WSS-T-SUBSTITUTO       TO AUS-CVENDEDOR-FDU.
           MOVE ZEROS                  TO AUS-DT-INICIO-FDU.
           MOVE 'N'                    TO WSS-FIM-ARQ-SUB.
      *
           START ARQ-AUSENCIA          KEY IS NOT LESS AUS-CHAVE-FDU
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-SUB
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-SUB
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-AUS-SUBST THRU RT-LER-AUS-SUBSTX
           END-PERFORM.
      *
           IF WSS-SUBST-OK             NOT EQUAL 'S'
              MOVE "Substituto tem ausencia no mesmo periodo."
                                       TO WSS-MENSAGEM
           END-IF.
      *
       RT-VALIDAR-SUBSTITUTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-AUS-SUBST                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-AUSENCIA           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-SUB
                GO                     TO RT-LER-AUS-SUBSTX
           END-READ.
      *
           IF AUS-CVENDEDOR-FDU        NOT EQUAL WSS-T-SUBSTITUTO
              OR AUS-DT-INICIO-FDU     GREATER WSS-DT-FIM-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-SUB
              GO                       TO RT-LER-AUS-SUBSTX
           END-IF.
      *
           IF AUS-DT-FIM-FDU           NOT LESS WSS-DT-INICIO-AMD
              MOVE 'N'                 TO WSS-SUBST-OK
              MOVE 'S'                 TO WSS-FIM-ARQ-SUB
           END-IF.
      *
       RT-LER-AUS-SUBSTX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-INCLUSAO                     SECTION.
      *----------------------------------------------------------------*
              MOVE WSS-DT-INICIO-AMD   TO AUS-DT-INICIO-FDU
              MOVE WSS-DT-FIM-AMD      TO AUS-DT-FIM-FDU
              MOVE WSS-T-MOTIVO        TO AUS-MOTIVO-FDU
              MOVE WSS-T-SUBSTITUTO    TO AUS-SUBSTITUTO-FDU
              WRITE REG-FDU
              IF FS-AUSENCIA           EQUAL '00'
                 MOVE 'INCLUSAO DE AUSENCIA DE VENDEDOR'
