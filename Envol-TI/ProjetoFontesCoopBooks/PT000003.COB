      *     *            PARTIR DA DISTRIBUICAO VIGENTE (ESSES MODOS   *
      *     *            NAO PASSAM PELO ARQUIVAMENTO QUE A CARREGAVA).*
      *     *----------------------------------------------------------*
      *     * VERSAO 36    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CANAL DE TELEVENDAS: OPERADORES DE TELEVENDAS *
      *     *            (VENDEDOR COM CANAL T) FICAM FORA DA TABELA DE*
      *     *            DISTANCIA E RECEBEM OS CLIENTES QUE FICARIAM  *
      *     *            NA EXCECAO DE RAIO (SEM VENDEDOR NO RAIO OU   *
      *     *            DISTANCIA MAXIMA) - MESMA EMPRESA, PREFERINDO *
      *     *            A FILIAL DO CLIENTE E O DE MENOR CARGA, COM   *
      *     *            PROVENIENCIA V. OVERRIDE PODE APONTAR PARA UM *
      *     *            OPERADOR DE TELEVENDAS.                       *
      *     *----------------------------------------------------------*
      *     * VERSAO 37    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA DE PROCESSAMENTO; RUNSTATS      *
      *     *            GRAVA A VERSAO USADA.                         *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(032)         VALUE
           'III  WORKING STORAGE SECTION III'.
      *
      *  ---> Versao do PARAMDIST em vigor na data de processamento
       77  WSS-PVG-DATA                PIC  9(008)         VALUE ZEROS.
       77  WSS-PVG-LIDOS               PIC  9(004)         VALUE ZEROS.
       77  WSS-PVG-VIGENTE             PIC  9(004)         VALUE ZEROS.
       77  WSS-PARM-VERSAO             PIC  9(004)         VALUE ZEROS.
      *
       77  WSS-SON                     PIC  X(001)         VALUE 'N'.
           88 SON                      VALUE 'S' 's' 'N' 'n'.
               05  WSS-FAT-FATOR       PIC  9(001)V9(002).
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - TABELA DE OPERADORES DE TELEVENDAS (VENDEDORES
      *    VIRTUAIS, CANAL 'T'): NAO CONCORREM PELA DISTANCIA E
      *    RECEBEM OS CLIENTES FORA DO RAIO DE TODOS OS VENDEDORES
      *----------------------------------------------------------------*
       01  WSS-TAB-TELEVENDAS.
           03  WSS-QTD-TLV             PIC  9(005) COMP-3  VALUE ZEROS.
           03  WSS-TLV-OCR             OCCURS 200 TIMES.
               05  WSS-TLV-COD         PIC  9(007).
               05  WSS-TLV-NOME        PIC  X(040).
               05  WSS-TLV-FIL         PIC  9(003).
               05  WSS-TLV-EMP         PIC  9(003).
               05  WSS-TLV-CAP         PIC  9(005).
               05  WSS-TLV-QTD-ATR     PIC  9(005) COMP-3.
      *
       77  WSS-IDX-TLV                 PIC  9(005) COMP-3  VALUE ZEROS.
       77  WSS-IDX-TLV-ESC             PIC  9(005) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - ATRIBUICOES DA EXECUCAO ANTERIOR (CARREGADAS
      *    DURANTE O ARQUIVAMENTO, PARA A ESTABILIDADE DE VINCULO E A
      *    PRESERVACAO DO DTVINCULO). AMBAS AS SERIES ESTAO EM ORDEM
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS             EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS          EQUAL '00'
                 IF PARM-VERSAO        NUMERIC
                    MOVE PARM-VERSAO   TO WSS-PARM-VERSAO
                 END-IF
      *  ---> PARM-MAX-DISTANCIA e informado em KM na tela de
      *       parametros; converte para metros, unidade em que
      *       DISTANCIA-WSD e calculada (ver RT-CALCULAR-DISTANCIA)
              PERFORM RT-LER-VENDEDOR  THRU RT-LER-VENDEDORX
              GO                       TO RT-CARREGAR-VENDEDORX
           END-IF.
      *
      *  ---> Operador de televendas (vendedor virtual): fica fora da
      *       tabela de distancia e vai para a tabela de televendas
           IF NOT INATIVO-WSV
              AND CANAL-TELEVENDAS-WSV
              IF WSS-QTD-TLV           LESS 200
                 ADD 1                 TO WSS-QTD-TLV
                 MOVE CODIGO-WSV       TO WSS-TLV-COD  (WSS-QTD-TLV)
                 MOVE NOME-WSV         TO WSS-TLV-NOME (WSS-QTD-TLV)
                 MOVE FILIAL-WSV       TO WSS-TLV-FIL  (WSS-QTD-TLV)
                 MOVE EMPRESA-WSV      TO WSS-TLV-EMP  (WSS-QTD-TLV)
                 MOVE CAPACIDADE-WSV   TO WSS-TLV-CAP  (WSS-QTD-TLV)
                 MOVE ZEROS            TO WSS-TLV-QTD-ATR
                                                       (WSS-QTD-TLV)
              END-IF
              PERFORM RT-LER-VENDEDOR  THRU RT-LER-VENDEDORX
              GO                       TO RT-CARREGAR-VENDEDORX
           END-IF.
      *
           IF NOT INATIVO-WSV
              ADD 1                    TO WSS-QTD-VENDEDOR
              PERFORM RT-LOCALIZAR-VENDEDOR-OVR
                                       THRU RT-LOCALIZAR-VENDEDOR-OVRX
           END-PERFORM.
      *
      *  ---> Override para operador de televendas (fora da tabela de
      *       distancia): atribui sem calculo de distancia
           IF WSS-ACHOU                EQUAL ZEROS
              PERFORM VARYING WSS-IDX-TLV FROM 1 BY 1
                      UNTIL   WSS-IDX-TLV GREATER WSS-QTD-TLV
                         OR   WSS-ACHOU   GREATER ZEROS
                 IF WSS-TLV-COD (WSS-IDX-TLV)
                                       EQUAL CVENDEDOR-WSD
                    AND WSS-TLV-EMP (WSS-IDX-TLV)
                                       EQUAL EMPRESA-WSC
                    MOVE WSS-TLV-NOME (WSS-IDX-TLV)
                                       TO NOME-WSD
                    MOVE ZEROS         TO WS-MENOR-DISTANCIA
                    ADD 1              TO WSS-TLV-QTD-ATR
                                          (WSS-IDX-TLV)
                    MOVE 1             TO WSS-ACHOU
                 END-IF
              END-PERFORM
           END-IF.
      *
           IF WSS-ACHOU                EQUAL ZEROS
              MOVE ZEROS               TO DISTANCIA-WSD
      *       maximo proprio: nenhum candidato sobra, nem
      *       mesmo como reserva do balanceado - registra a excecao
      *       propria, sem cair na gravacao incondicional la embaixo
      *       Havendo operador de televendas disponivel, o cliente
      *       vai para o canal de televendas em vez da excecao
              IF CVENDEDOR-WSD          EQUAL ZEROS
                 AND WS-COD-VEN-GERAL   EQUAL ZEROS
                 PERFORM RT-ATRIBUIR-TELEVENDAS
                                       THRU RT-ATRIBUIR-TELEVENDASX
                 IF WSS-IDX-TLV-ESC    GREATER ZEROS
                    PERFORM RT-GRAVAR-DISTRIBUICAO
                 ELSE
                    MOVE 'SEM VENDEDOR NO RAIO'
                                       TO WSS-MOTIVO-EXCECAO
                    PERFORM RT-GRAVAR-EXCECAO
                                       THRU RT-GRAVAR-EXCECAOX
                    PERFORM RT-REMOVER-DISTRIBUICAO
                                       THRU RT-REMOVER-DISTRIBUICAOX
                 END-IF
              ELSE
      *
      *  ---> Modo balanceado e nenhum vendedor com capacidade livre:
      *       apenas no arquivo de excecoes, como cliente nao
      *       distribuido; nao se aplica quando a atribuicao veio de
      *       override manual (WSS-ACHOU), que sempre prevalece
      *       (com operador de televendas disponivel, o cliente vai
      *       para o canal de televendas)
                 IF WSS-MAX-DISTANCIA  GREATER ZEROS
                    AND WSS-ACHOU      EQUAL ZEROS
                    AND DISTANCIA-WSD  GREATER WSS-MAX-DISTANCIA
                    PERFORM RT-ATRIBUIR-TELEVENDAS
                                       THRU RT-ATRIBUIR-TELEVENDASX
                    IF WSS-IDX-TLV-ESC GREATER ZEROS
                       PERFORM RT-GRAVAR-DISTRIBUICAO
                    ELSE
                       MOVE 'DISTANCIA MAXIMA'
                                       TO WSS-MOTIVO-EXCECAO
                       PERFORM RT-GRAVAR-EXCECAO
                                       THRU RT-GRAVAR-EXCECAOX
                       PERFORM RT-REMOVER-DISTRIBUICAO
                                       THRU RT-REMOVER-DISTRIBUICAOX
                    END-IF
                 ELSE
      *  ---> Contabiliza o cliente no vendedor escolhido: respeita
      *       capacidade/carga nos modos balanceado e score e alimenta
       RT-AJUSTAR-PROVENIENCIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ATRIBUIR-TELEVENDAS          SECTION.
      *  ---> Cliente fora do raio de todos os vendedores de campo:
      *       escolhe o operador de televendas da mesma empresa,
      *       preferindo a filial do cliente e, entre eles, o de menor
      *       carga na execucao (capacidade esgotada nao concorre).
      *       Sem operador disponivel, WSS-IDX-TLV-ESC fica zerado
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-IDX-TLV-ESC.
      *
           PERFORM VARYING WSS-IDX-TLV FROM 1 BY 1
                   UNTIL   WSS-IDX-TLV GREATER WSS-QTD-TLV
              IF WSS-TLV-EMP (WSS-IDX-TLV)
                                       EQUAL EMPRESA-WSC
                 AND (WSS-TLV-CAP (WSS-IDX-TLV)
                                       EQUAL ZEROS
                      OR WSS-TLV-QTD-ATR (WSS-IDX-TLV)
                                  LESS WSS-TLV-CAP (WSS-IDX-TLV))
                 PERFORM RT-COMPARAR-TELEVENDAS
                                       THRU RT-COMPARAR-TELEVENDASX
              END-IF
           END-PERFORM.
      *
           IF WSS-IDX-TLV-ESC          EQUAL ZEROS
              GO                       TO RT-ATRIBUIR-TELEVENDASX
           END-IF.
      *
           MOVE WSS-TLV-COD (WSS-IDX-TLV-ESC)
                                       TO CVENDEDOR-WSD.
           MOVE WSS-TLV-NOME (WSS-IDX-TLV-ESC)
                                       TO NOME-WSD.
           MOVE ZEROS                  TO DISTANCIA-WSD
                                          CVENDEDOR2-WSD.
           MOVE SPACES                 TO NOME2-WSD.
           MOVE 'V'                    TO WSS-PROVENIENCIA.
           ADD 1                       TO WSS-TLV-QTD-ATR
                                          (WSS-IDX-TLV-ESC).
      *
       RT-ATRIBUIR-TELEVENDASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-COMPARAR-TELEVENDAS          SECTION.
      *  ---> Compara o operador WSS-IDX-TLV com o escolhido ate aqui:
      *       a filial do cliente vence; na mesma condicao de filial,
      *       vence o de menor carga (empate mantem o primeiro)
      *----------------------------------------------------------------*
      *
           IF WSS-IDX-TLV-ESC          EQUAL ZEROS
              MOVE WSS-IDX-TLV         TO WSS-IDX-TLV-ESC
              GO                       TO RT-COMPARAR-TELEVENDASX
           END-IF.
      *
           IF WSS-TLV-FIL (WSS-IDX-TLV)
                                       EQUAL FILIAL-WSC
              AND WSS-TLV-FIL (WSS-IDX-TLV-ESC)
                                       NOT EQUAL FILIAL-WSC
              MOVE WSS-IDX-TLV         TO WSS-IDX-TLV-ESC
              GO                       TO RT-COMPARAR-TELEVENDASX
           END-IF.
      *
           IF WSS-TLV-FIL (WSS-IDX-TLV)
                                       NOT EQUAL FILIAL-WSC
              AND WSS-TLV-FIL (WSS-IDX-TLV-ESC)
                                       EQUAL FILIAL-WSC
              GO                       TO RT-COMPARAR-TELEVENDASX
           END-IF.
      *
           IF WSS-TLV-QTD-ATR (WSS-IDX-TLV)
                                  LESS WSS-TLV-QTD-ATR (WSS-IDX-TLV-ESC)
              MOVE WSS-IDX-TLV         TO WSS-IDX-TLV-ESC
           END-IF.
      *
       RT-COMPARAR-TELEVENDASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-VENDEDOR                 SECTION.
      *  ---> Leitura arquivo vendedor (usada apenas na carga inicial
      *  ---> Resumo novo nasce nao desfeito (a area do registro pode
      *       trazer o 'S' de um resumo lido na verificacao do gate)
           MOVE 'N'                    TO STA-ROLLBACK-FDS.
           MOVE WSS-PARM-VERSAO        TO STA-PARM-VERSAO-FDS.
      *
           WRITE REG-FDS.
      *
      *  ---> Resumo consolidado novo nasce nao desfeito (a area do
      *       registro vem da varredura das parciais)
           MOVE 'N'                    TO STA-ROLLBACK-FDS.
           MOVE WSS-PARM-VERSAO        TO STA-PARM-VERSAO-FDS.
      *
           WRITE REG-FDS.
      *
       RT-FECHAR-ARQUIVOSX.
           EXIT.

      *----------------------------------------------------------------*
      *    A PARTIR DO ARQUIVO ABERTO, POSICIONA NA VERSAO DO PARAMDIST
      *    EM VIGOR NA DATA DE PROCESSAMENTO: A ULTIMA LINHA COM
      *    VIGENCIA ATE A DATA (LINHA SEM VIGENCIA VALE DESDE SEMPRE).
      *    FS-PARAMETROS '00' COM A VERSAO EM REG-PARAMETROS; '10'
      *    QUANDO NENHUMA VERSAO VALE NA DATA.
      *----------------------------------------------------------------*
       RT-LER-PARM-VIGENTE             SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-PARAMETROS            NOT EQUAL '00'
              GO                       TO RT-LER-PARM-VIGENTEX
           END-IF.
      *
           IF SBP-DATA-PROC            EQUAL SPACES
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WSS-PVG-DATA
           ELSE
              MOVE SBP-DATA-PROC(5:4)  TO WSS-PVG-DATA(1:4)
              MOVE SBP-DATA-PROC(3:2)  TO WSS-PVG-DATA(5:2)
              MOVE SBP-DATA-PROC(1:2)  TO WSS-PVG-DATA(7:2)
           END-IF.
      *
      *  ---> Primeira passada: numero da linha da versao em vigor
           MOVE ZEROS                  TO WSS-PVG-LIDOS
                                          WSS-PVG-VIGENTE.
      *
           PERFORM UNTIL FS-PARAMETROS NOT EQUAL '00'
              READ ARQ-PARAMETROS
                 AT END
                    CONTINUE
              END-READ
              IF FS-PARAMETROS         EQUAL '00'
                 ADD 1                 TO WSS-PVG-LIDOS
                 IF PARM-DT-VIGENCIA   NOT NUMERIC
                    OR PARM-DT-VIGENCIA
                                       NOT GREATER WSS-PVG-DATA
                    MOVE WSS-PVG-LIDOS TO WSS-PVG-VIGENTE
                 END-IF
              END-IF
           END-PERFORM.
      *
      *  ---> Segunda passada: rele ate a versao em vigor
           CLOSE ARQ-PARAMETROS.
           OPEN INPUT ARQ-PARAMETROS.
      *
           MOVE ZEROS                  TO WSS-PVG-LIDOS.
      *
           PERFORM UNTIL WSS-PVG-LIDOS EQUAL WSS-PVG-VIGENTE
                      OR FS-PARAMETROS NOT EQUAL '00'
              READ ARQ-PARAMETROS
                 AT END
                    CONTINUE
              END-READ
              ADD 1                    TO WSS-PVG-LIDOS
           END-PERFORM.
      *
           IF WSS-PVG-VIGENTE          EQUAL ZEROS
              AND FS-PARAMETROS        EQUAL '00'
              MOVE '10'                TO FS-PARAMETROS
           END-IF.
      *
       RT-LER-PARM-VIGENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
