      *     *            (INBOX) DO ASSINANTE, COM ESTADO LIDO/NAO     *
      *     *            LIDO. A CAIXA APARECE NO LOGIN DO PT000000 E  *
      *     *            A LEITURA ABRE O RELATORIO PELO PAGINADOR.    *
      *     *            O CODIGO DE UM EXTRATO AD-HOC (PT000108)      *
      *     *            TAMBEM PODE SER ASSINADO.                     *
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            Assinatura pelo codigo do extrato ad-hoc      *
      *     *            (PT000108) entrega so aquele extrato.         *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *
       01  TELA-LABEL-PROGRAMA.
           03 F LINE 08 COL 18   VALUE
               " Programa/cod. extrato...: ".
      *
       01  TELA-DADOS-PROGRAMA-T.
           03 T1P LINE 08 COL 46 PIC X(008)      TO WSS-PROGRAMA-INF.
      *
           DISPLAY TELA-LABEL-PROGRAMA.
      *
           MOVE "Programa ou cod. do extrato a assinar (branco sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1P.
                      PERFORM RT-GRAVAR-INBOX
                                       THRU RT-GRAVAR-INBOXX
                   END-IF
      *  ---> Extrato ad-hoc: a assinatura pelo codigo do extrato
      *       recebe so aquele extrato
                   IF CAT-PROGRAMA-FDK EQUAL 'PT000108'
                      AND CAT-FILTROS-FDK(1:8)
                                       EQUAL 'EXTRATO '
                      AND ASS-PROGRAMA-FDS
                                       EQUAL CAT-FILTROS-FDK(9:8)
                      PERFORM RT-GRAVAR-INBOX
                                       THRU RT-GRAVAR-INBOXX
                   END-IF
              END-READ
           END-PERFORM.
      *
