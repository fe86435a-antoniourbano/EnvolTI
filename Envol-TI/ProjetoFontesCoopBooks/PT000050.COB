      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            LIMITE DE CREDITO DO GRUPO (VALE PARA A SOMA  *
      *     *            DA EXPOSICAO DOS MEMBROS; ZERO = SEM LIMITE). *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           03  WSS-T-GRUPO             PIC  9(005)         VALUE ZEROS.
           03  WSS-T-NOME              PIC  X(040)         VALUE SPACES.
           03  WSS-T-PRINCIPAL         PIC  9(007)         VALUE ZEROS.
           03  WSS-T-LIMITE            PIC  9(009)V9(002)  VALUE ZEROS.
           03  WSS-QTD-MEMBROS         PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-GRUPOS          PIC  9(005)         VALUE ZEROS.
      *
           03 F LINE 08 COL 20   VALUE " Grupo...............: ".
           03 F LINE 10 COL 20   VALUE " Nome do grupo.......: ".
           03 F LINE 12 COL 20   VALUE " Cliente principal...: ".
           03 F LINE 14 COL 20   VALUE " Limite de credito...: ".
      *
       01  TELA-DADOS-GRUPO-T.
           03 T1G LINE 08 COL 44 PIC ZZZZ9       TO WSS-T-GRUPO.
           03 T2G LINE 10 COL 44 PIC X(030)      TO WSS-T-NOME.
           03 T3G LINE 12 COL 44 PIC ZZZZZZ9     TO WSS-T-PRINCIPAL.
           03 T4G LINE 14 COL 44 PIC ZZZZZZZZ9,99 TO WSS-T-LIMITE.
      *
      *----------------------------------------------------------------*
       01  TELA-MENSAGENS.
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-GRUPO
                                          WSS-T-PRINCIPAL
                                          WSS-T-LIMITE.
           MOVE SPACES                 TO WSS-T-NOME.
      *
           DISPLAY TELA-LABEL-GRUPO.
      *
      *----------------------------------------------------------------*
       RT-PEDIR-DADOS-GRUPO            SECTION.
      *  ---> Recebe nome, cliente principal (validando o cliente) e
      *       limite de credito do grupo
      *----------------------------------------------------------------*
      *
           MOVE "Informe o nome do grupo."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3G.
      *
           MOVE "Limite de credito do grupo (zero = sem limite)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4G.
      *
           MOVE WSS-T-PRINCIPAL        TO CODIGO-FDC.
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
              MOVE WSS-T-GRUPO         TO GRP-CODIGO-FDQ
              MOVE WSS-T-NOME          TO GRP-NOME-FDQ
              MOVE WSS-T-PRINCIPAL     TO GRP-CLI-PRINCIPAL-FDQ
              MOVE WSS-T-LIMITE        TO GRP-LIMITE-CREDITO-FDQ
              WRITE REG-FDQ
              EVALUATE FS-GRUPO
                  WHEN '00'
                 MOVE WSS-T-NOME       TO GRP-NOME-FDQ
              END-IF
              MOVE WSS-T-PRINCIPAL     TO GRP-CLI-PRINCIPAL-FDQ
              MOVE WSS-T-LIMITE        TO GRP-LIMITE-CREDITO-FDQ
              REWRITE REG-FDQ
              IF FS-GRUPO              EQUAL '00'
                 MOVE 'ALTERACAO DE GRUPO ECONOMICO'
