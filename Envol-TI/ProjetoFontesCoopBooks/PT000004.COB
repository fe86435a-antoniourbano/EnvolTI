      *     *            PAGINA 2: RAMPA DO VENDEDOR NOVO (PERCENTUAL  *
      *     *            DA CAPACIDADE GANHO POR SEMANA, ZERO = OFF).  *
      *     *----------------------------------------------------------*
      *     * VERSAO 13    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PAGINA 2: RATEIO DA COMISSAO NA TROCA DE      *
      *     *            VENDEDOR NO MES (MODO D/J/N, JANELA EM DIAS E *
      *     *            PERCENTUAL DO VENDEDOR ANTERIOR), PT000044.   *
      *     *----------------------------------------------------------*
      *     * VERSAO 14    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PAGINA 3: CAMPANHA DE REATIVACAO (DIAS SEM    *
      *     *            PEDIDO DO CLIENTE ADORMECIDO E PRAZO DE       *
      *     *            ACOMPANHAMENTO EM DIAS), PT000093.            *
      *     *----------------------------------------------------------*
      *     * VERSAO 15    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PAGINA 3: CUSTO DE ATENDIMENTO (CUSTO DA HORA *
      *     *            DO VENDEDOR, CUSTO POR KM E MARGEM BRUTA %),  *
      *     *            PT000094.                                     *
      *     *----------------------------------------------------------*
      *     * VERSAO 16    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PAGINA 3: PEDIDO WEB/B2B IMPORTADO GERA       *
      *     *            COMISSAO (S/N), PT000044.                     *
      *     *----------------------------------------------------------*
      *     * VERSAO 17    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PAGINA 3: RAIO DE TOLERANCIA (METROS) E       *
      *     *            DURACAO MINIMA (MINUTOS) DA VISITA COM GPS,   *
      *     *            PT000066.                                     *
      *     *----------------------------------------------------------*
      *     * VERSAO 18    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PAGINA 3: COMISSAO DO PEDIDO TIRADO PELO      *
      *     *            SUBSTITUTO DO VENDEDOR AUSENTE (T = TITULAR,  *
      *     *            D = DIVIDIDA) E % DO SUBSTITUTO, PT000044.    *
      *     *----------------------------------------------------------*
      *     * VERSAO 19    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PAGINA 3: % ACIMA DA MEDIA DA CONCORRENCIA QUE*
      *     *            SINALIZA O PRODUTO NA PESQUISA DE PRECO,      *
      *     *            PT000099.                                     *
      *     *----------------------------------------------------------*
      *     * VERSAO 20    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS VERSIONADOS POR VIGENCIA: CADA     *
      *     *            ALTERACAO GRAVA NOVA VERSAO (VIGENCIA HOJE    *
      *     *            OU FUTURA, OPERADOR E DATA) E A OPCAO 4       *
      *     *            MOSTRA O HISTORICO COM OS CAMPOS ALTERADOS.   *
      *     *----------------------------------------------------------*
      *     * VERSAO 21    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PAGINA 3: MESES SEM MOVIMENTO PARA O ARQUIVO  *
      *     *            FRIO DE CLIENTES INATIVOS, PT000109.          *
      *     *----------------------------------------------------------*
      *     * VERSAO 22    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PAGINA 3: CARENCIA EM MESES E COTA POR        *
      *     *            VENDEDOR DA AMOSTRA DA PESQUISA, PT000117.    *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           03  WSS-AUD-SEG             PIC  9(002)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - VERSOES DO PARAMDIST (UMA LINHA POR VERSAO, EM
      *    ORDEM DE VIGENCIA). A AREA DE CADA VERSAO E MAIOR QUE O
      *    REGISTRO PARA ACOMODAR NOVOS CAMPOS DE PARAMETRO.
      *----------------------------------------------------------------*
       01  WSS-VERSOES.
           03  WSS-VER-QTD             PIC  9(004)         VALUE ZEROS.
           03  WSS-VER-MAX             PIC  9(004)         VALUE ZEROS.
           03  WSS-VER-IND             PIC  9(004)         VALUE ZEROS.
           03  WSS-VER-ANT             PIC  9(004)         VALUE ZEROS.
           03  WSS-VER-POS             PIC  9(004)         VALUE ZEROS.
           03  WSS-VER-ALTERADOS       PIC  9(004)         VALUE ZEROS.
           03  WSS-VER-HOJE            PIC  9(008)         VALUE ZEROS.
           03  WSS-VER-VIGENCIA        PIC  9(008)         VALUE ZEROS.
           03  WSS-VER-DIGITADA        PIC  9(008)         VALUE ZEROS.
           03  WSS-VER-DIGITADA-R      REDEFINES WSS-VER-DIGITADA.
               05  WSS-VER-DIG-DIA     PIC  9(002).
               05  WSS-VER-DIG-MES     PIC  9(002).
               05  WSS-VER-DIG-ANO     PIC  9(004).
           03  WSS-VER-DATA-AMD        PIC  9(008)         VALUE ZEROS.
           03  WSS-VER-DATA-ED         PIC  X(012)         VALUE SPACES.
           03  WSS-VER-VIG-ED          PIC  X(012)         VALUE SPACES.
           03  WSS-VER-ALT-ED          PIC  X(012)         VALUE SPACES.
           03  WSS-VER-OK              PIC  X(001)         VALUE SPACES.
           03  WSS-VER-FIM             PIC  X(001)         VALUE SPACES.
           03  WSS-VER-LINHA           PIC  X(078)         VALUE SPACES.
           03  WSS-VER-TITULO          PIC  X(049)         VALUE
               ' ..... HISTORICO DE VERSOES DOS PARAMETROS ..... '.
           03  WSS-CPO-IND             PIC  9(003)         VALUE ZEROS.
           03  WSS-CPO-P               PIC  9(003)         VALUE ZEROS.
           03  WSS-CPO-T               PIC  9(003)         VALUE ZEROS.
           03  WSS-CPO-DE              PIC  X(020)         VALUE SPACES.
           03  WSS-CPO-PARA            PIC  X(020)         VALUE SPACES.
           03  WSS-VER-TAB             OCCURS 200 TIMES.
               05  WSS-VER-NUMERO      PIC  9(004).
               05  WSS-VER-DT-VIG      PIC  9(008).
               05  WSS-VER-OPERADOR    PIC  X(010).
               05  WSS-VER-DT-ALT      PIC  9(008).
               05  WSS-VER-REG         PIC  X(250).
      *
      *----------------------------------------------------------------*
      *    CAMPOS DO PARAMDIST COMPARADOS NO HISTORICO DE VERSOES:
      *    NOME, POSICAO E TAMANHO NO REGISTRO (FD-PARAMETROS.CPY)
      *----------------------------------------------------------------*
       01  WSS-CAMPOS-PARM.
           03  FILLER                  PIC  X(022)         VALUE
               'MAX-DISTANCIA   001011'.
           03  FILLER                  PIC  X(022)         VALUE
               'MODO-BALANCEADO 012001'.
           03  FILLER                  PIC  X(022)         VALUE
               'LINHAS-PAGINA   013002'.
           03  FILLER                  PIC  X(022)         VALUE
               'MODO-SCORE      015001'.
           03  FILLER                  PIC  X(022)         VALUE
               'PESO-DISTANCIA  016003'.
           03  FILLER                  PIC  X(022)         VALUE
               'PESO-CARGA      019003'.
           03  FILLER                  PIC  X(022)         VALUE
               'PESO-FOLGA      022003'.
           03  FILLER                  PIC  X(022)         VALUE
               'RET-HISTORICO   025004'.
           03  FILLER                  PIC  X(022)         VALUE
               'RET-RELATORIOS  029004'.
           03  FILLER                  PIC  X(022)         VALUE
               'RET-CSV         033004'.
           03  FILLER                  PIC  X(022)         VALUE
               'RET-LOGS        037004'.
           03  FILLER                  PIC  X(022)         VALUE
               'MODO-VALOR      041001'.
           03  FILLER                  PIC  X(022)         VALUE
               'TOL-EXCECAO     042003'.
           03  FILLER                  PIC  X(022)         VALUE
               'TOL-NAOATR      045005'.
           03  FILLER                  PIC  X(022)         VALUE
               'TOL-DISTMED     050003'.
           03  FILLER                  PIC  X(022)         VALUE
               'IMPRESSORA      053030'.
           03  FILLER                  PIC  X(022)         VALUE
               'MIN-VISITA      083003'.
           03  FILLER                  PIC  X(022)         VALUE
               'JORNADA-MIN     086004'.
           03  FILLER                  PIC  X(022)         VALUE
               'KM-HORA         090003'.
           03  FILLER                  PIC  X(022)         VALUE
               'SLA-DIAS        093003'.
           03  FILLER                  PIC  X(022)         VALUE
               'PCT-MELHORIA    096003'.
           03  FILLER                  PIC  X(022)         VALUE
               'MIN-VINCULO     099004'.
           03  FILLER                  PIC  X(022)         VALUE
               'MODO-GRADE      103001'.
           03  FILLER                  PIC  X(022)         VALUE
               'GEO-KM          104003'.
           03  FILLER                  PIC  X(022)         VALUE
               'SENHA-MIN       107002'.
           03  FILLER                  PIC  X(022)         VALUE
               'TIMEOUT-MIN     109003'.
           03  FILLER                  PIC  X(022)         VALUE
               'VOL-LIMITE-MB   112005'.
           03  FILLER                  PIC  X(022)         VALUE
               'RAMPA-PCT       117003'.
           03  FILLER                  PIC  X(022)         VALUE
               'RATEIO-MODO     120001'.
           03  FILLER                  PIC  X(022)         VALUE
               'RATEIO-JANELA   121003'.
           03  FILLER                  PIC  X(022)         VALUE
               'RATEIO-PCT      124003'.
           03  FILLER                  PIC  X(022)         VALUE
               'DORMENTE-DIAS   127003'.
           03  FILLER                  PIC  X(022)         VALUE
               'REATIV-PRAZO    130003'.
           03  FILLER                  PIC  X(022)         VALUE
               'CTS-CUSTO-HORA  133007'.
           03  FILLER                  PIC  X(022)         VALUE
               'CTS-CUSTO-KM    140005'.
           03  FILLER                  PIC  X(022)         VALUE
               'CTS-MARGEM-PCT  145003'.
           03  FILLER                  PIC  X(022)         VALUE
               'COMISSAO-WEB    148001'.
           03  FILLER                  PIC  X(022)         VALUE
               'VIS-RAIO        149005'.
           03  FILLER                  PIC  X(022)         VALUE
               'VIS-MINUTOS     154003'.
           03  FILLER                  PIC  X(022)         VALUE
               'COMISSAO-SUBST  157001'.
           03  FILLER                  PIC  X(022)         VALUE
               'SUBST-PCT       158003'.
           03  FILLER                  PIC  X(022)         VALUE
               'PESQ-PCT        161003'.
           03  FILLER                  PIC  X(022)         VALUE
               'ARQUIVO-MESES   194003'.
           03  FILLER                  PIC  X(022)         VALUE
               'PESQ-CARENCIA   197003'.
           03  FILLER                  PIC  X(022)         VALUE
               'PESQ-COTA       200003'.
       01  WSS-CAMPOS-PARM-R           REDEFINES WSS-CAMPOS-PARM.
           03  WSS-CPO-TAB             OCCURS 45 TIMES.
               05  WSS-CPO-NOME        PIC  X(016).
               05  WSS-CPO-POS         PIC  9(003).
               05  WSS-CPO-TAM         PIC  9(003).
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - DATA DO SISTEMA (OU DATA DE PROCESSAMENTO)
      *----------------------------------------------------------------*
       01  WSS-DATA-SIS.
           03 F LINE 05 COL 24   VALUE
               ' ..... PARAMETROS DO SISTEMA ..... '         BLINK.
           03 F LINE 23 COL 20   VALUE
               "1-Alterar 2-Pag.2 3-Pag.3 4-Historico 9-Sair Opcao:[ ]".
      *
      *----------------------------------------------------------------*
      *    TELA LABEL PARAMETROS
               " Teto de volumetria em MB (0 = off).......: ".
           03 F LINE 18 COL 20   VALUE
               " Rampa vendedor novo: % por semana (0=off): ".
           03 F LINE 19 COL 20   VALUE
               " Rateio troca vendedor (D=data J=janela N): ".
           03 F LINE 20 COL 20   VALUE
               " Rateio: janela de transicao em dias......: ".
           03 F LINE 21 COL 20   VALUE
               " Rateio: % do anterior na janela (0 = 50).: ".
      *
       01  TELA-DADOS-PARAM2-U.
           03 U1Q LINE 07 COL 69 PIC 999
                                     USING PARM-VOL-LIMITE-MB.
           03 U12Q LINE 18 COL 69 PIC 999
                                     USING PARM-RAMPA-PCT.
           03 U13Q LINE 19 COL 69 PIC X(001)
                                     USING PARM-RATEIO-MODO.
           03 U14Q LINE 20 COL 69 PIC 999
                                     USING PARM-RATEIO-JANELA.
           03 U15Q LINE 21 COL 69 PIC 999
                                     USING PARM-RATEIO-PCT.
      *
       01  TELA-DADOS-PARAM2-T.
           03 T1Q LINE 07 COL 69 PIC 999
                                     TO    PARM-VOL-LIMITE-MB.
           03 T12Q LINE 18 COL 69 PIC 999
                                     TO    PARM-RAMPA-PCT.
           03 T13Q LINE 19 COL 69 PIC X(001)
                                     TO    PARM-RATEIO-MODO.
           03 T14Q LINE 20 COL 69 PIC 999
                                     TO    PARM-RATEIO-JANELA.
           03 T15Q LINE 21 COL 69 PIC 999
                                     TO    PARM-RATEIO-PCT.
      *
      *----------------------------------------------------------------*
      *    TELA LABEL PARAMETROS - PAGINA 3
      *----------------------------------------------------------------*
       01  TELA-LABEL-PARAM3.
           03 F LINE 05 COL 24   VALUE
               ' ..... PARAMETROS - PAGINA 3 ..... '         BLINK.
           03 F LINE 07 COL 20   VALUE
               " Reativacao: dias sem pedido (0 = 90).....: ".
           03 F LINE 08 COL 20   VALUE
               " Reativacao: prazo acompanhamento (0 = 42): ".
           03 F LINE 09 COL 20   VALUE
               " Custo atend.: hora vendedor (0 = 40,00)..: ".
           03 F LINE 10 COL 20   VALUE
               " Custo atend.: por km rodado (0 = 1,20)...: ".
           03 F LINE 11 COL 20   VALUE
               " Custo atend.: margem bruta % (0 = 30)....: ".
           03 F LINE 12 COL 20   VALUE
               " Pedido web/B2B gera comissao (S/N).......: ".
           03 F LINE 13 COL 20   VALUE
               " Visita GPS: raio em metros (0 = 300).....: ".
           03 F LINE 14 COL 20   VALUE
               " Visita GPS: duracao minima min. (0 = 5)..: ".
           03 F LINE 15 COL 20   VALUE
               " Ausencia: comissao substituto (T/D)......: ".
           03 F LINE 16 COL 20   VALUE
               " Ausencia: % do substituto (0 = 50).......: ".
           03 F LINE 17 COL 20   VALUE
               " Concorrencia: % acima da media (0 = 10)..: ".
           03 F LINE 18 COL 20   VALUE
               " Arquivo frio: meses sem movimento (0=36).: ".
           03 F LINE 19 COL 20   VALUE
               " Pesquisa: meses sem novo contato (0 = 6).: ".
           03 F LINE 20 COL 20   VALUE
               " Pesquisa: clientes por vendedor (0 = 10).: ".
      *
       01  TELA-DADOS-PARAM3-U.
           03 U1R LINE 07 COL 69 PIC 999
                                     USING PARM-DORMENTE-DIAS.
           03 U2R LINE 08 COL 69 PIC 999
                                     USING PARM-REATIV-PRAZO.
           03 U3R LINE 09 COL 69 PIC ZZZZ9,99
                                     USING PARM-CTS-CUSTO-HORA.
           03 U4R LINE 10 COL 69 PIC ZZ9,99
                                     USING PARM-CTS-CUSTO-KM.
           03 U5R LINE 11 COL 69 PIC 999
                                     USING PARM-CTS-MARGEM-PCT.
           03 U6R LINE 12 COL 69 PIC X(001)
                                     USING PARM-COMISSAO-WEB.
           03 U7R LINE 13 COL 69 PIC 99999
                                     USING PARM-VIS-RAIO.
           03 U8R LINE 14 COL 69 PIC 999
                                     USING PARM-VIS-MINUTOS.
           03 U9R LINE 15 COL 69 PIC X(001)
                                     USING PARM-COMISSAO-SUBST.
           03 UAR LINE 16 COL 69 PIC 999
                                     USING PARM-SUBST-PCT.
           03 UBR LINE 17 COL 69 PIC 999
                                     USING PARM-PESQ-PCT.
           03 UCR LINE 18 COL 69 PIC 999
                                     USING PARM-ARQUIVO-MESES.
           03 UDR LINE 19 COL 69 PIC 999
                                     USING PARM-PESQ-CARENCIA.
           03 UER LINE 20 COL 69 PIC 999
                                     USING PARM-PESQ-COTA.
      *
       01  TELA-DADOS-PARAM3-T.
           03 T1R LINE 07 COL 69 PIC 999
                                     TO    PARM-DORMENTE-DIAS.
           03 T2R LINE 08 COL 69 PIC 999
                                     TO    PARM-REATIV-PRAZO.
           03 T3R LINE 09 COL 69 PIC ZZZZ9,99
                                     TO    PARM-CTS-CUSTO-HORA.
           03 T4R LINE 10 COL 69 PIC ZZ9,99
                                     TO    PARM-CTS-CUSTO-KM.
           03 T5R LINE 11 COL 69 PIC 999
                                     TO    PARM-CTS-MARGEM-PCT.
           03 T6R LINE 12 COL 69 PIC X(001)
                                     TO    PARM-COMISSAO-WEB.
           03 T7R LINE 13 COL 69 PIC 99999
                                     TO    PARM-VIS-RAIO.
           03 T8R LINE 14 COL 69 PIC 999
                                     TO    PARM-VIS-MINUTOS.
           03 T9R LINE 15 COL 69 PIC X(001)
                                     TO    PARM-COMISSAO-SUBST.
           03 TAR LINE 16 COL 69 PIC 999
                                     TO    PARM-SUBST-PCT.
           03 TBR LINE 17 COL 69 PIC 999
                                     TO    PARM-PESQ-PCT.
           03 TCR LINE 18 COL 69 PIC 999
                                     TO    PARM-ARQUIVO-MESES.
           03 TDR LINE 19 COL 69 PIC 999
                                     TO    PARM-PESQ-CARENCIA.
           03 TER LINE 20 COL 69 PIC 999
                                     TO    PARM-PESQ-COTA.
      *
      *----------------------------------------------------------------*
      *    TELA DIVERSOS MENSAGEMS
      *
           EVALUATE FS-PARAMETROS
               WHEN '00'
                    PERFORM RT-CARREGAR-VERSOES
                                        THRU RT-CARREGAR-VERSOESX
                    CLOSE ARQ-PARAMETROS
               WHEN '05'
                    CONTINUE
           IF PARM-MODO-VALOR          EQUAL SPACES
              MOVE 'N'                 TO PARM-MODO-VALOR
           END-IF.
      *
      *  ---> Registro gravado antes do rateio: sem rateio
           IF PARM-RATEIO-MODO         EQUAL SPACES
              MOVE 'N'                 TO PARM-RATEIO-MODO
           END-IF.
           IF PARM-RATEIO-JANELA       NOT NUMERIC
              MOVE ZEROS               TO PARM-RATEIO-JANELA
           END-IF.
           IF PARM-RATEIO-PCT          NOT NUMERIC
              MOVE ZEROS               TO PARM-RATEIO-PCT
           END-IF.
      *
      *  ---> Registro gravado antes da campanha de reativacao
           IF PARM-DORMENTE-DIAS       NOT NUMERIC
              MOVE ZEROS               TO PARM-DORMENTE-DIAS
           END-IF.
           IF PARM-REATIV-PRAZO        NOT NUMERIC
              MOVE ZEROS               TO PARM-REATIV-PRAZO
           END-IF.
      *
      *  ---> Registro gravado antes do custo de atendimento
           IF PARM-CTS-CUSTO-HORA      NOT NUMERIC
              MOVE ZEROS               TO PARM-CTS-CUSTO-HORA
           END-IF.
           IF PARM-CTS-CUSTO-KM        NOT NUMERIC
              MOVE ZEROS               TO PARM-CTS-CUSTO-KM
           END-IF.
           IF PARM-CTS-MARGEM-PCT      NOT NUMERIC
              MOVE ZEROS               TO PARM-CTS-MARGEM-PCT
           END-IF.
      *
      *  ---> Registro gravado antes da importacao de pedidos web
           IF PARM-COMISSAO-WEB        EQUAL SPACES OR LOW-VALUES
              MOVE 'S'                 TO PARM-COMISSAO-WEB
           END-IF.
      *
      *  ---> Registro gravado antes da presenca com GPS na visita
           IF PARM-VIS-RAIO            NOT NUMERIC
              MOVE ZEROS               TO PARM-VIS-RAIO
           END-IF.
           IF PARM-VIS-MINUTOS         NOT NUMERIC
              MOVE ZEROS               TO PARM-VIS-MINUTOS
           END-IF.
      *
      *  ---> Registro gravado antes do substituto na ausencia
           IF PARM-COMISSAO-SUBST      EQUAL SPACES OR LOW-VALUES
              MOVE 'T'                 TO PARM-COMISSAO-SUBST
           END-IF.
           IF PARM-SUBST-PCT           NOT NUMERIC
              MOVE ZEROS               TO PARM-SUBST-PCT
           END-IF.
      *
      *  ---> Registro gravado antes da pesquisa de concorrencia
           IF PARM-PESQ-PCT            NOT NUMERIC
              MOVE ZEROS               TO PARM-PESQ-PCT
           END-IF.
      *
      *  ---> Registro gravado antes do arquivo frio de clientes
           IF PARM-ARQUIVO-MESES       NOT NUMERIC
              MOVE ZEROS               TO PARM-ARQUIVO-MESES
           END-IF.
      *
      *  ---> Registro gravado antes da amostra da pesquisa
           IF PARM-PESQ-CARENCIA       NOT NUMERIC
              MOVE ZEROS               TO PARM-PESQ-CARENCIA
           END-IF.
           IF PARM-PESQ-COTA           NOT NUMERIC
              MOVE ZEROS               TO PARM-PESQ-COTA
           END-IF.
      *
       RT-LER-PARAMETROSX.
           EXIT.
                   TELA-MANUTENCAO
                   TELA-MENSAGENS.
      *
      *  ---> Versao em edicao (a de maior vigencia)
           IF WSS-VER-QTD              GREATER ZEROS
              MOVE WSS-VER-QTD         TO WSS-VER-IND
              PERFORM RT-MONTAR-VERSAO THRU RT-MONTAR-VERSAOX
              DISPLAY WSS-VER-LINHA    LINE 06 COL 02
           END-IF.
      *
           ACCEPT  WSS-FUN             LINE 23 COL 72
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 3
                    IF LKS-PERFIL      EQUAL 'A' OR 'a'
                       PERFORM RT-ALTERAR-PAG3
                                       THRU RT-ALTERAR-PAG3X
                    ELSE
                       MOVE "Alteracao restrita ao administrador."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 4
                    PERFORM RT-HISTORICO
                                       THRU RT-HISTORICOX
               WHEN 9
                    CONTINUE
               WHEN OTHER
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T12Q.
      *
           MOVE "Rateio de comissao na troca: D=data J=janela N=sem."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T13Q.
      *
           MOVE "Rateio: dias da janela de transicao apos a troca."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T14Q.
      *
           MOVE "Rateio: % do vendedor anterior na janela (0 = 50)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T15Q.
      *
           IF PARM-MODO-GRADE          EQUAL 'S' OR 's' OR 'N' OR 'n'
              CONTINUE
           ELSE
              MOVE 'N'                 TO PARM-MODO-GRADE
           END-IF.
      *
           IF PARM-RATEIO-MODO         EQUAL 'D' OR 'd' OR 'J' OR 'j'
                                          OR 'N' OR 'n'
              CONTINUE
           ELSE
              MOVE 'N'                 TO PARM-RATEIO-MODO
           END-IF.
      *
      *  ---> Janela de transicao exige ao menos um dia e percentual
      *       de no maximo 100
           IF (PARM-RATEIO-MODO        EQUAL 'J' OR 'j'
               AND PARM-RATEIO-JANELA  EQUAL ZEROS)
              OR PARM-RATEIO-PCT       GREATER 100
              MOVE "Rateio J exige janela em dias e percentual ate 100."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              PERFORM RT-ALTERAR-PAG2
              GO                       TO RT-ALTERAR-PAG2X
           END-IF.
      *
      *  ---> Quebra diaria ligada exige jornada e velocidade
           IF PARM-MIN-VISITA          GREATER ZEROS
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ALTERACAO DOS PARAMETROS - PAGINA 3 (REATIVACAO E CUSTO DE
      *    ATENDIMENTO)
      *----------------------------------------------------------------*
       RT-ALTERAR-PAG3                 SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           DISPLAY TELA-LABEL-PARAM3
                   TELA-DADOS-PARAM3-U.
      *
           MOVE "Dias sem pedido p/ cliente ativo adormecido (0 = 90)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1R.
      *
           MOVE "Prazo de acompanhamento da reativacao, dias (0 = 42)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2R.
      *
           MOVE "Custo da hora do vendedor, R$ (0 = 40,00)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3R.
      *
           MOVE "Custo por km rodado na visita, R$ (0 = 1,20)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4R.
      *
           MOVE "Margem bruta media das vendas, % (0 = 30)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T5R.
      *
           MOVE "Pedido web/B2B importado gera comissao? (S/N)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T6R.
      *
           IF PARM-COMISSAO-WEB        EQUAL 'S' OR 's' OR 'N' OR 'n'
              CONTINUE
           ELSE
              MOVE 'S'                 TO PARM-COMISSAO-WEB
           END-IF.
      *
           MOVE "Raio de tolerancia da visita GPS, em metros (0 = 300)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T7R.
      *
           MOVE "Duracao minima da visita com GPS, minutos (0 = 5)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T8R.
      *
           MOVE "Pedido do substituto: comissao ao Titular ou Dividida?"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T9R.
      *
           IF PARM-COMISSAO-SUBST      EQUAL 'T' OR 't' OR 'D' OR 'd'
              CONTINUE
           ELSE
              MOVE 'T'                 TO PARM-COMISSAO-SUBST
           END-IF.
      *
           MOVE "% da comissao que cabe ao substituto (0 = 50)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT TAR.
      *
           IF PARM-SUBST-PCT           GREATER 100
              MOVE 100                 TO PARM-SUBST-PCT
           END-IF.
      *
           MOVE "% acima da media do mercado que sinaliza (0 = 10)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT TBR.
      *
           MOVE "Meses sem movimento p/ arquivar inativo (0 = 36)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT TCR.
      *
           MOVE "Meses sem sortear de novo o cliente (0 = 6)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT TDR.
      *
           MOVE "Clientes sorteados por vendedor na amostra (0 = 10)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT TER.
      *
           PERFORM RT-CONFIRMA         THRU RT-CONFIRMAX.
      *
           IF SON AND WSS-SON          EQUAL 'S' OR 's'
              PERFORM RT-GRAVAR        THRU RT-GRAVARX
           ELSE
              MOVE "Alteracao cancelada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
       RT-ALTERAR-PAG3X.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONFIRMACAO DA ALTERACAO
      *----------------------------------------------------------------*
       RT-CONFIRMA                     SECTION.
      *    GRAVACAO DOS PARAMETROS
      *----------------------------------------------------------------*
       RT-GRAVAR                       SECTION.
      *  ---> Cada alteracao grava uma nova versao dos parametros, com
      *       a vigencia informada pelo operador (hoje ou futura); as
      *       versoes anteriores continuam no PARAMDIST e valem para o
      *       reprocessamento das datas passadas.
      *----------------------------------------------------------------*
      *
           PERFORM RT-INFORMAR-VIGENCIA
                                       THRU RT-INFORMAR-VIGENCIAX.
      *
           ADD 1                       TO WSS-VER-MAX
                                       GIVING PARM-VERSAO.
           MOVE WSS-VER-VIGENCIA       TO PARM-DT-VIGENCIA.
           MOVE LKS-OPERADOR           TO PARM-OPERADOR.
           MOVE WSS-VER-HOJE           TO PARM-DT-ALTERACAO.
      *
      *  ---> Tabela cheia: a versao mais antiga sai do PARAMDIST
           IF WSS-VER-QTD              NOT LESS 200
              PERFORM RT-DESCARTAR-VERSAO
                                       THRU RT-DESCARTAR-VERSAOX
           END-IF.
      *
      *  ---> Posicao da nova versao: depois das que tem vigencia ate
      *       a mesma data (na mesma data vale a versao mais nova)
           MOVE 1                      TO WSS-VER-POS.
           PERFORM UNTIL WSS-VER-POS   GREATER WSS-VER-QTD
                   OR WSS-VER-DT-VIG(WSS-VER-POS)
                                       GREATER WSS-VER-VIGENCIA
              ADD 1                    TO WSS-VER-POS
           END-PERFORM.
      *
           PERFORM VARYING WSS-VER-IND FROM WSS-VER-QTD BY -1
                   UNTIL   WSS-VER-IND LESS WSS-VER-POS
              MOVE WSS-VER-TAB(WSS-VER-IND)
                                       TO WSS-VER-TAB(WSS-VER-IND + 1)
           END-PERFORM.
      *
           ADD 1                       TO WSS-VER-QTD.
           MOVE WSS-VER-POS            TO WSS-VER-IND.
           PERFORM RT-GUARDAR-VERSAO   THRU RT-GUARDAR-VERSAOX.
      *
      *  ---> Regrava o PARAMDIST com todas as versoes
           OPEN OUTPUT ARQ-PARAMETROS.
      *
           PERFORM VARYING WSS-VER-IND FROM 1 BY 1
                   UNTIL   WSS-VER-IND GREATER WSS-VER-QTD
                      OR   FS-PARAMETROS
                                       NOT EQUAL '00'
              MOVE WSS-VER-REG(WSS-VER-IND)
                                       TO REG-PARAMETROS
              WRITE REG-PARAMETROS
           END-PERFORM.
      *
           MOVE FS-PARAMETROS          TO WSS-FSTATUS.
           CLOSE ARQ-PARAMETROS.
           IF WSS-FSTATUS              EQUAL '00'
              MOVE FS-PARAMETROS       TO WSS-FSTATUS
           END-IF.
      *
      *  ---> Volta a editar a versao de maior vigencia
           MOVE WSS-VER-REG(WSS-VER-POS)
                                       TO REG-PARAMETROS.
           MOVE WSS-VER-VIGENCIA       TO WSS-VER-DATA-AMD.
           PERFORM RT-EDITAR-DATA      THRU RT-EDITAR-DATAX.
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'ALTERACAO PARAMETROS V.' PARM-VERSAO ' '
                  WSS-VER-DATA-ED      DELIMITED BY SIZE
                                       INTO WSS-AUD-ACAO
           END-STRING.
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Versao ' PARM-VERSAO ' gravada, vigente a partir de '
                  WSS-VER-DATA-ED      DELIMITED BY SIZE
                                       INTO WSS-MENSAGEM
           END-STRING.
           MOVE WSS-VER-REG(WSS-VER-QTD)
                                       TO REG-PARAMETROS.
      *
           IF WSS-FSTATUS               EQUAL '00'
              MOVE 'PT000004'          TO WSS-AUD-PROGRAMA
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           ELSE
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'PARAMETROS'        TO WSS-ARQUIVO
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
       RT-GRAVARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CARGA DAS VERSOES DO PARAMDIST (ARQUIVO JA ABERTO)
      *----------------------------------------------------------------*
       RT-CARREGAR-VERSOES             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-VER-QTD
                                          WSS-VER-MAX.
      *
           PERFORM UNTIL FS-PARAMETROS NOT EQUAL '00'
              READ ARQ-PARAMETROS
                 AT END
                    CONTINUE
              END-READ
              IF FS-PARAMETROS         EQUAL '00'
      *  ---> Linha gravada antes das versoes: versao 1, vigente
      *       desde sempre
                 IF PARM-VERSAO        NOT NUMERIC
                    OR PARM-VERSAO     EQUAL ZEROS
                    MOVE 1             TO PARM-VERSAO
                    MOVE ZEROS         TO PARM-DT-VIGENCIA
                    MOVE SPACES        TO PARM-OPERADOR
                 END-IF
                 IF PARM-DT-VIGENCIA   NOT NUMERIC
                    MOVE ZEROS         TO PARM-DT-VIGENCIA
                 END-IF
                 IF PARM-DT-ALTERACAO  NOT NUMERIC
                    MOVE ZEROS         TO PARM-DT-ALTERACAO
                 END-IF
                 IF WSS-VER-QTD        NOT LESS 200
                    PERFORM RT-DESCARTAR-VERSAO
                                       THRU RT-DESCARTAR-VERSAOX
                 END-IF
                 ADD 1                 TO WSS-VER-QTD
                 MOVE WSS-VER-QTD      TO WSS-VER-IND
                 PERFORM RT-GUARDAR-VERSAO
                                       THRU RT-GUARDAR-VERSAOX
              END-IF
           END-PERFORM.
      *
      *  ---> Edita a versao de maior vigencia (ultima linha)
           IF WSS-VER-QTD              GREATER ZEROS
              MOVE WSS-VER-REG(WSS-VER-QTD)
                                       TO REG-PARAMETROS
           ELSE
              INITIALIZE REG-PARAMETROS
                 REPLACING ALPHANUMERIC
                                       BY SPACES
                           NUMERIC     BY ZEROS
           END-IF.
      *
           MOVE '00'                   TO FS-PARAMETROS.
      *
       RT-CARREGAR-VERSOESX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    GUARDA REG-PARAMETROS NA POSICAO WSS-VER-IND DA TABELA
      *----------------------------------------------------------------*
       RT-GUARDAR-VERSAO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE PARM-VERSAO            TO WSS-VER-NUMERO(WSS-VER-IND).
           MOVE PARM-DT-VIGENCIA       TO WSS-VER-DT-VIG(WSS-VER-IND).
           MOVE PARM-OPERADOR          TO
                                       WSS-VER-OPERADOR(WSS-VER-IND).
           MOVE PARM-DT-ALTERACAO      TO WSS-VER-DT-ALT(WSS-VER-IND).
           MOVE REG-PARAMETROS         TO WSS-VER-REG(WSS-VER-IND).
      *
           IF PARM-VERSAO              GREATER WSS-VER-MAX
              MOVE PARM-VERSAO         TO WSS-VER-MAX
           END-IF.
      *
       RT-GUARDAR-VERSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RETIRA DA TABELA A VERSAO MAIS ANTIGA (PRIMEIRA LINHA)
      *----------------------------------------------------------------*
       RT-DESCARTAR-VERSAO             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WSS-VER-IND FROM 1 BY 1
                   UNTIL   WSS-VER-IND NOT LESS WSS-VER-QTD
              MOVE WSS-VER-TAB(WSS-VER-IND + 1)
                                       TO WSS-VER-TAB(WSS-VER-IND)
           END-PERFORM.
      *
           SUBTRACT 1                  FROM WSS-VER-QTD.
      *
       RT-DESCARTAR-VERSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    INICIO DE VIGENCIA DA NOVA VERSAO (DDMMAAAA, ZERO = HOJE)
      *----------------------------------------------------------------*
       RT-INFORMAR-VIGENCIA            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS           TO WSS-VER-HOJE.
      *
           MOVE 'N'                    TO WSS-VER-OK.
      *
           PERFORM UNTIL WSS-VER-OK    EQUAL 'S'
              MOVE "Inicio da vigencia (DDMMAAAA, 0 = hoje):"
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              MOVE ZEROS               TO WSS-VER-DIGITADA
              ACCEPT WSS-VER-DIGITADA  LINE 24 COL 54
                                            WITH PROMPT AUTO-SKIP
              PERFORM RT-VALIDAR-VIGENCIA
                                       THRU RT-VALIDAR-VIGENCIAX
           END-PERFORM.
      *
       RT-INFORMAR-VIGENCIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VALIDAR-VIGENCIA             SECTION.
      *----------------------------------------------------------------*
      *
           IF WSS-VER-DIGITADA         EQUAL ZEROS
              MOVE WSS-VER-HOJE        TO WSS-VER-VIGENCIA
              MOVE 'S'                 TO WSS-VER-OK
              GO                       TO RT-VALIDAR-VIGENCIAX
           END-IF.
      *
           MOVE WSS-VER-DIG-ANO        TO WSS-VER-VIGENCIA(1:4).
           MOVE WSS-VER-DIG-MES        TO WSS-VER-VIGENCIA(5:2).
           MOVE WSS-VER-DIG-DIA        TO WSS-VER-VIGENCIA(7:2).
      *
           IF FUNCTION TEST-DATE-YYYYMMDD (WSS-VER-VIGENCIA)
                                       NOT EQUAL ZEROS
              MOVE "Data invalida. Tecle ENTER e informe novamente."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-VALIDAR-VIGENCIAX
           END-IF.
      *
      *  ---> Versao nova nao pode valer para datas ja processadas
           IF WSS-VER-VIGENCIA         LESS WSS-VER-HOJE
              MOVE "Vigencia anterior a hoje nao permitida. ENTER."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-VALIDAR-VIGENCIAX
           END-IF.
      *
           MOVE 'S'                    TO WSS-VER-OK.
      *
       RT-VALIDAR-VIGENCIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    HISTORICO DAS VERSOES DOS PARAMETROS, DA MAIS NOVA PARA A
      *    MAIS ANTIGA, COM OS CAMPOS ALTERADOS EM CADA UMA
      *----------------------------------------------------------------*
       RT-HISTORICO                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           IF WSS-VER-QTD              EQUAL ZEROS
              MOVE "Nenhuma versao de parametros gravada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-HISTORICOX
           END-IF.
      *
           DISPLAY WSS-VER-TITULO      LINE 04 COL 16.
      *
           MOVE 6                      TO WSS-LINHA.
           MOVE SPACES                 TO WSS-VER-FIM.
      *
           PERFORM VARYING WSS-VER-IND FROM WSS-VER-QTD BY -1
                   UNTIL   WSS-VER-IND EQUAL ZEROS
                      OR   WSS-VER-FIM EQUAL 'S'
              PERFORM RT-EXIBIR-VERSAO THRU RT-EXIBIR-VERSAOX
           END-PERFORM.
      *
           IF WSS-VER-FIM              NOT EQUAL 'S'
              MOVE "Fim do historico. Tecle ENTER."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
       RT-HISTORICOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXIBIR-VERSAO                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-MONTAR-VERSAO    THRU RT-MONTAR-VERSAOX.
           DISPLAY WSS-VER-LINHA       LINE WSS-LINHA COL 02.
           PERFORM RT-AVANCAR-LINHA    THRU RT-AVANCAR-LINHAX.
      *
           IF WSS-VER-IND              EQUAL 1
              MOVE '    (primeira versao)'
                                       TO WSS-VER-LINHA
              PERFORM RT-EXIBIR-LINHA  THRU RT-EXIBIR-LINHAX
              GO                       TO RT-EXIBIR-VERSAOX
           END-IF.
      *
      *  ---> Campos que mudaram em relacao a versao anterior na
      *       ordem de vigencia
           SUBTRACT 1                  FROM WSS-VER-IND
                                       GIVING WSS-VER-ANT.
           MOVE ZEROS                  TO WSS-VER-ALTERADOS.
      *
           PERFORM VARYING WSS-CPO-IND FROM 1 BY 1
                   UNTIL   WSS-CPO-IND GREATER 45
                      OR   WSS-VER-FIM EQUAL 'S'
              PERFORM RT-COMPARAR-CAMPO
                                       THRU RT-COMPARAR-CAMPOX
           END-PERFORM.
      *
           IF WSS-VER-ALTERADOS        EQUAL ZEROS
              AND WSS-VER-FIM          NOT EQUAL 'S'
              MOVE '    (sem alteracao de valores)'
                                       TO WSS-VER-LINHA
              PERFORM RT-EXIBIR-LINHA  THRU RT-EXIBIR-LINHAX
           END-IF.
      *
       RT-EXIBIR-VERSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-COMPARAR-CAMPO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WSS-CPO-POS(WSS-CPO-IND)
                                       TO WSS-CPO-P.
           MOVE WSS-CPO-TAM(WSS-CPO-IND)
                                       TO WSS-CPO-T.
      *
           IF WSS-VER-REG(WSS-VER-IND)(WSS-CPO-P:WSS-CPO-T)
              EQUAL WSS-VER-REG(WSS-VER-ANT)(WSS-CPO-P:WSS-CPO-T)
              GO                       TO RT-COMPARAR-CAMPOX
           END-IF.
      *
           ADD 1                       TO WSS-VER-ALTERADOS.
      *
           MOVE WSS-VER-REG(WSS-VER-ANT)(WSS-CPO-P:WSS-CPO-T)
                                       TO WSS-CPO-DE.
           MOVE WSS-VER-REG(WSS-VER-IND)(WSS-CPO-P:WSS-CPO-T)
                                       TO WSS-CPO-PARA.
      *
           MOVE SPACES                 TO WSS-VER-LINHA.
           STRING '    ' WSS-CPO-NOME(WSS-CPO-IND) ': '
                  WSS-CPO-DE ' -> ' WSS-CPO-PARA
                                       DELIMITED BY SIZE
                                       INTO WSS-VER-LINHA
           END-STRING.
      *
           PERFORM RT-EXIBIR-LINHA     THRU RT-EXIBIR-LINHAX.
      *
       RT-COMPARAR-CAMPOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXIBIR-LINHA                 SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY WSS-VER-LINHA       LINE WSS-LINHA COL 02.
           PERFORM RT-AVANCAR-LINHA    THRU RT-AVANCAR-LINHAX.
      *
       RT-EXIBIR-LINHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVANCAR-LINHA                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WSS-LINHA.
      *
      *  ---> Tela cheia: pausa e recomeca do topo
           IF WSS-LINHA                GREATER 21
              MOVE "ENTER continua, 'S' encerra a consulta."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              MOVE SPACES              TO WSS-ENT
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              IF WSS-ENT               EQUAL 'S' OR 's'
                 MOVE 'S'              TO WSS-VER-FIM
              ELSE
                 PERFORM RT-LIMPAR-TELA
                                       THRU RT-LIMPAR-TELAX
                 DISPLAY WSS-VER-TITULO
                                       LINE 04 COL 16
                 MOVE 6                TO WSS-LINHA
              END-IF
           END-IF.
      *
       RT-AVANCAR-LINHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    LINHA DE IDENTIFICACAO DA VERSAO WSS-VER-IND
      *----------------------------------------------------------------*
       RT-MONTAR-VERSAO                SECTION.
      *----------------------------------------------------------------*
      *
           IF WSS-VER-DT-VIG(WSS-VER-IND)
                                       EQUAL ZEROS
              MOVE 'sempre'            TO WSS-VER-DATA-ED
           ELSE
              MOVE WSS-VER-DT-VIG(WSS-VER-IND)
                                       TO WSS-VER-DATA-AMD
              PERFORM RT-EDITAR-DATA   THRU RT-EDITAR-DATAX
           END-IF.
           MOVE WSS-VER-DATA-ED        TO WSS-VER-VIG-ED.
      *
           IF WSS-VER-DT-ALT(WSS-VER-IND)
                                       EQUAL ZEROS
              MOVE '-'                 TO WSS-VER-DATA-ED
           ELSE
              MOVE WSS-VER-DT-ALT(WSS-VER-IND)
                                       TO WSS-VER-DATA-AMD
              PERFORM RT-EDITAR-DATA   THRU RT-EDITAR-DATAX
           END-IF.
           MOVE WSS-VER-DATA-ED        TO WSS-VER-ALT-ED.
      *
           MOVE SPACES                 TO WSS-VER-LINHA.
           STRING 'Versao ' WSS-VER-NUMERO(WSS-VER-IND)
                  '  vigente desde ' WSS-VER-VIG-ED
                  ' gravada por ' WSS-VER-OPERADOR(WSS-VER-IND)
                  ' em ' WSS-VER-ALT-ED
                                       DELIMITED BY SIZE
                                       INTO WSS-VER-LINHA
           END-STRING.
      *
       RT-MONTAR-VERSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    WSS-VER-DATA-AMD (AAAAMMDD) PARA WSS-VER-DATA-ED (DD/MM/AAAA)
      *----------------------------------------------------------------*
       RT-EDITAR-DATA                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-VER-DATA-ED.
           STRING WSS-VER-DATA-AMD(7:2) '/' WSS-VER-DATA-AMD(5:2) '/'
                  WSS-VER-DATA-AMD(1:4)
                                       DELIMITED BY SIZE
                                       INTO WSS-VER-DATA-ED
           END-STRING.
      *
       RT-EDITAR-DATAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LIMPAR-TELA                  SECTION.
      *----------------------------------------------------------------*
