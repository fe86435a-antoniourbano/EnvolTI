      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000083.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000083 ---> MANUTENCAO -> TABELAS DE PRECO  *
      *     *            (PRECO POR FILIAL E SEGMENTO COM VIGENCIA)    *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : MANUTENCAO DO ARQUIVO TABPRECO (PRODUTO,      *
      *     *            FILIAL, SEGMENTO, INICIO E FIM DE VIGENCIA,   *
      *     *            PRECO E CODIGO DA TABELA). FILIAL/SEGMENTO    *
      *     *            ZERADOS VALEM PARA TODOS. NAO ACEITA DUAS     *
      *     *            VIGENCIAS ATIVAS SOBREPOSTAS PARA O MESMO     *
      *     *            PRODUTO/FILIAL/SEGMENTO. A CAPTACAO DE ITENS  *
      *     *            DO PT000041 USA O PRECO VIGENTE NA DATA DO    *
      *     *            PEDIDO E CAI NO PRO-PRECO SEM TABELA.         *
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    15.10.2026 *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.                  DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *
           COPY 'SEL-TABPRECO.CPY'     REPLACING ==::== BY ==-FDR==.
      *
      *  ---> Catalogo de produtos (validacao do produto da tabela)
           COPY 'SEL-PRODUTO.CPY'      REPLACING ==::== BY ==-FDO==.
      *
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-TABPRECO                VALUE OF FILE-ID IS 'TABPRECO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-TABPRECO.CPY'          REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-PRODUTO                 VALUE OF FILE-ID IS 'PRODUTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-PRODUTO.CPY'           REPLACING ==::== BY ==-FDO==.
      *
       FD  ARQ-AUDITORIA
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-AUDITORIA.CPY'         REPLACING ==::== BY ==-FDA==.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(032)         VALUE
           'III  WORKING STORAGE SECTION III'.
      *
       77  WSS-SON                     PIC  X(001)         VALUE 'N'.
           88 SON                      VALUE 'S' 's' 'N' 'n'.
      *
       77  WSS-FIM-ARQ-TPR             PIC  X(001)         VALUE 'N'.
      *
       77  WSS-PRODUTO-ABERTO          PIC  X(001)         VALUE 'N'.
           88  PRODUTO-ABERTO          VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
       01  WSS-AUXILIARES.
           03  WSS-ENT                 PIC  X(001)         VALUE SPACES.
           03  WSS-FUN                 PIC  9(001)         VALUE ZEROS.
           03  WSS-MENSAGEM            PIC  X(067)         VALUE SPACES.
           03  WSS-PONTO-ERRO          PIC  9(002)         VALUE ZEROS.
           03  WSS-DESCRICAO           PIC  X(012)         VALUE SPACES.
           03  WSS-ARQUIVO             PIC  X(010)         VALUE SPACES.
           03  WSS-FSTATUS             PIC  X(002)         VALUE SPACES.
           03  WSS-LINHA               PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-LIMPA-LINHA         PIC  X(080)         VALUE SPACES.
           03  WSS-FIM-ARQ-CON         PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - ENTRADA DA TABELA DE PRECO
      *----------------------------------------------------------------*
           03  WSS-T-PRODUTO           PIC  9(005)         VALUE ZEROS.
           03  WSS-T-FILIAL            PIC  9(003)         VALUE ZEROS.
           03  WSS-T-SEGMENTO          PIC  9(003)         VALUE ZEROS.
           03  WSS-T-DT-INI            PIC  X(008)         VALUE SPACES.
           03  WSS-T-DT-FIM            PIC  X(008)         VALUE SPACES.
           03  WSS-T-PRECO             PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-T-TABELA            PIC  X(006)         VALUE SPACES.
           03  WSS-INI-AMD             PIC  9(008)         VALUE ZEROS.
           03  WSS-FIM-AMD             PIC  9(008)         VALUE ZEROS.
           03  WSS-PRECO-EDT           PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  WSS-SOBREPOSTA          PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-TABPRECO             PIC  X(002)         VALUE SPACES.
           03  FS-PRODUTO              PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUDITORIA
      *----------------------------------------------------------------*
           03  WSS-AUD-PROGRAMA        PIC  X(008)         VALUE SPACES.
           03  WSS-AUD-ACAO            PIC  X(040)         VALUE SPACES.
           03  WSS-AUD-HOR             PIC  9(002)         VALUE ZEROS.
           03  WSS-AUD-MIN             PIC  9(002)         VALUE ZEROS.
           03  WSS-AUD-SEG             PIC  9(002)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - DATA DO SISTEMA (OU DATA DE PROCESSAMENTO)
      *----------------------------------------------------------------*
       01  WSS-DATA-SIS.
           03  WSS-DATA-SIS-ANO        PIC  X(004).
           03  WSS-DATA-SIS-MES        PIC  X(002).
           03  WSS-DATA-SIS-DIA        PIC  X(002).
      *
      *----------------------------------------------------------------*
      *    AREA DO ARQUIVO TABPRECO NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-TABPRECO.CPY'          REPLACING ==::== BY ==-WSR==.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00901
      *    - Gravador do log central de erros (ERRSYS)
      *----------------------------------------------------------------*
      *
       01  WSPRV901                    PIC X(08)           VALUE
                                                            'PT000901'.
      *
           COPY 'SUB-ERRO.CPY'         REPLACING ==::== BY ==WSS==.
      *
       01  FILLER                      PIC  X(032)         VALUE
           'FFF  FIM DA WORKING-STORAGE  FFF'.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
           COPY 'SUB-PRGS.CPY'         REPLACING ==::== BY ==LKS==.
      *
      *----------------------------------------------------------------*
      *    AREA DE TELAS
      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
       01  TELA-MANUTENCAO.
           03 F LINE 05 COL 22   VALUE
               ' ..... TABELAS DE PRECO ..... '              BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Incluir Vigencia ".
           03 F LINE 10 COL 28   VALUE " 2 - Alterar Vigencia ".
           03 F LINE 12 COL 28   VALUE " 3 - Ativar/Desativar ".
           03 F LINE 14 COL 28   VALUE " 4 - Consulta         ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair             ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]            ".
      *
       01  TELA-LABEL-TABELA.
           03 F LINE 08 COL 20   VALUE " Produto.............: ".
           03 F LINE 09 COL 20   VALUE " Filial (0 = todas)..: ".
           03 F LINE 10 COL 20   VALUE " Segmento (0 = todos): ".
           03 F LINE 11 COL 20   VALUE " Inicio (DDMMAAAA)...: ".
           03 F LINE 13 COL 20   VALUE " Fim (DDMMAAAA)......: ".
           03 F LINE 14 COL 20   VALUE " Preco...............: ".
           03 F LINE 15 COL 20   VALUE " Codigo da tabela....: ".
      *
       01  TELA-DADOS-TABELA-T.
           03 T1R LINE 08 COL 44 PIC ZZZZ9       TO WSS-T-PRODUTO.
           03 T2R LINE 09 COL 44 PIC ZZ9         TO WSS-T-FILIAL.
           03 T3R LINE 10 COL 44 PIC ZZ9         TO WSS-T-SEGMENTO.
           03 T4R LINE 11 COL 44 PIC X(008)      TO WSS-T-DT-INI.
           03 T5R LINE 13 COL 44 PIC X(008)      TO WSS-T-DT-FIM.
           03 T6R LINE 14 COL 44 PIC ZZZZZZ9,99  TO WSS-T-PRECO.
           03 T7R LINE 15 COL 44 PIC X(006)      TO WSS-T-TABELA.
      *
      *----------------------------------------------------------------*
       01  TELA-MENSAGENS.
      * ---> Linha Limpa Mensagem
           03 LL-M LINE 24 COL 01      BLANK LINE.
      *
      * ---> Linha Exibe Label
           03 LE-L LINE 24 COL 01      VALUE " Mensagem:" BLINK.
      *
      * ---> Linha Exibe Mensagem
           03 LE-M LINE 24 COL 13      PIC  X(067) USING WSS-MENSAGEM.
      *
      *================================================================*
       PROCEDURE                       DIVISION USING LKS-PARM.
      *================================================================*
       RT-PRINCIPAL                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-INICIALIZAR      THRU RT-INICIALIZARX.
      *
           PERFORM UNTIL WSS-FUN       EQUAL 9
              PERFORM RT-PROCESSAR     THRU RT-PROCESSARX
           END-PERFORM.
      *
           PERFORM RT-FINALIZAR        THRU RT-FINALIZARX.
      *
           GOBACK.
      *
       RT-PRINCIPALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-INICIALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WSS-AUXILIARES
                      REG-WSR
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           OPEN I-O ARQ-TABPRECO.
      *
           EVALUATE FS-TABPRECO
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-TABPRECO
                    OPEN OUTPUT ARQ-TABPRECO
                    CLOSE ARQ-TABPRECO
                    OPEN I-O ARQ-TABPRECO
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'TABPRECO'    TO WSS-ARQUIVO
                    MOVE FS-TABPRECO   TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
      *  ---> Catalogo de produtos (ausente = nao ha o que tabelar)
           OPEN INPUT ARQ-PRODUTO.
           IF FS-PRODUTO               EQUAL '00'
              MOVE 'S'                 TO WSS-PRODUTO-ABERTO
           END-IF.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'AUDITORIA'         TO WSS-ARQUIVO
              MOVE FS-AUDITORIA        TO WSS-FSTATUS
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-INICIALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PROCESSAR                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-FUN.
      *
           MOVE "Informe opcao desejada."
                                       TO WSS-MENSAGEM.
      *
           DISPLAY TELA-MANUTENCAO
                   TELA-MENSAGENS.
      *
           ACCEPT WSS-FUN              LINE 18 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
               WHEN 1
                    PERFORM RT-INCLUSAO
                                       THRU RT-INCLUSAOX
               WHEN 2
                    PERFORM RT-ALTERACAO
                                       THRU RT-ALTERACAOX
               WHEN 3
                    PERFORM RT-SITUACAO
                                       THRU RT-SITUACAOX
               WHEN 4
                    PERFORM RT-CONSULTA
                                       THRU RT-CONSULTAX
               WHEN 9
                    CONTINUE
               WHEN OTHER
                    MOVE "Opcao invalida!!! Tente novamente."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-EVALUATE.
      *
       RT-PROCESSARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PEDIR-CHAVE                  SECTION.
      *  ---> Recebe a chave da vigencia: produto (zeros sai), filial,
      *       segmento e data de inicio
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-PRODUTO
                                          WSS-T-FILIAL
                                          WSS-T-SEGMENTO
                                          WSS-T-PRECO
                                          WSS-INI-AMD
                                          WSS-FIM-AMD.
           MOVE SPACES                 TO WSS-T-DT-INI
                                          WSS-T-DT-FIM
                                          WSS-T-TABELA.
      *
           DISPLAY TELA-LABEL-TABELA.
      *
           MOVE "Informe o codigo do produto (ZEROS sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1R.
      *
           IF WSS-T-PRODUTO            EQUAL ZEROS
              GO                       TO RT-PEDIR-CHAVEX
           END-IF.
      *
           MOVE "Informe a filial (ZEROS = todas as filiais)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2R.
      *
           MOVE "Informe o segmento (ZEROS = todos os segmentos)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3R.
      *
           MOVE "Informe o inicio da vigencia (DDMMAAAA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4R.
      *
           IF WSS-T-DT-INI             NUMERIC
              MOVE WSS-T-DT-INI(5:4)   TO WSS-INI-AMD(1:4)
              MOVE WSS-T-DT-INI(3:2)   TO WSS-INI-AMD(5:2)
              MOVE WSS-T-DT-INI(1:2)   TO WSS-INI-AMD(7:2)
           ELSE
              MOVE "Data invalida - informe DDMMAAAA numerico."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              MOVE ZEROS               TO WSS-T-PRODUTO
              GO                       TO RT-PEDIR-CHAVEX
           END-IF.
      *
           MOVE WSS-T-PRODUTO          TO TPR-CPRODUTO-FDR.
           MOVE WSS-T-FILIAL           TO TPR-FILIAL-FDR.
           MOVE WSS-T-SEGMENTO         TO TPR-SEGMENTO-FDR.
           MOVE WSS-INI-AMD            TO TPR-DT-INICIO-FDR.
      *
       RT-PEDIR-CHAVEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PEDIR-DADOS                  SECTION.
      *  ---> Recebe fim da vigencia, preco e codigo da tabela; na
      *       alteracao, fim/preco/codigo em branco mantem o atual
      *----------------------------------------------------------------*
      *
           MOVE "Informe o fim da vigencia (DDMMAAAA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T5R.
      *
           IF WSS-T-DT-FIM             NUMERIC
              MOVE WSS-T-DT-FIM(5:4)   TO WSS-FIM-AMD(1:4)
              MOVE WSS-T-DT-FIM(3:2)   TO WSS-FIM-AMD(5:2)
              MOVE WSS-T-DT-FIM(1:2)   TO WSS-FIM-AMD(7:2)
           END-IF.
      *
           MOVE "Informe o preco da tabela."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T6R.
      *
           MOVE "Informe o codigo da tabela (ex.: INT26, FARMA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T7R.
      *
       RT-PEDIR-DADOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-INCLUSAO                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-PEDIR-CHAVE      THRU RT-PEDIR-CHAVEX.
      *
           IF WSS-T-PRODUTO            EQUAL ZEROS
              GO                       TO RT-INCLUSAOX
           END-IF.
      *
      *  ---> O produto precisa existir no catalogo
           IF NOT PRODUTO-ABERTO
              MOVE "Catalogo de produtos inexistente."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUSAOX
           END-IF.
      *
           MOVE WSS-T-PRODUTO          TO PRO-CODIGO-FDO.
           READ ARQ-PRODUTO            KEY IS PRO-CODIGO-FDO
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-PRODUTO               NOT EQUAL '00'
              MOVE "Produto nao cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUSAOX
           END-IF.
      *
           DISPLAY PRO-DESCRICAO-FDO   LINE 08 COL 51.
      *
           PERFORM RT-PEDIR-DADOS      THRU RT-PEDIR-DADOSX.
      *
           IF WSS-FIM-AMD              EQUAL ZEROS
              OR WSS-FIM-AMD           LESS WSS-INI-AMD
              MOVE "Fim da vigencia invalido ou anterior ao inicio."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUSAOX
           END-IF.
      *
           IF WSS-T-PRECO              EQUAL ZEROS
              OR WSS-T-TABELA          EQUAL SPACES
              MOVE "Preco e codigo da tabela sao obrigatorios."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUSAOX
           END-IF.
      *
           PERFORM RT-VERIFICAR-SOBREPOSICAO
                                       THRU RT-VERIFICAR-SOBREPOSICAOX.
      *
           IF WSS-SOBREPOSTA           EQUAL 'S'
              MOVE "Vigencia sobreposta a outra ativa da mesma chave."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUSAOX
           END-IF.
      *
           MOVE "Confirma a inclusao da vigencia? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 56
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              MOVE WSS-T-PRODUTO       TO TPR-CPRODUTO-FDR
              MOVE WSS-T-FILIAL        TO TPR-FILIAL-FDR
              MOVE WSS-T-SEGMENTO      TO TPR-SEGMENTO-FDR
              MOVE WSS-INI-AMD         TO TPR-DT-INICIO-FDR
              MOVE WSS-FIM-AMD         TO TPR-DT-FIM-FDR
              MOVE WSS-T-PRECO         TO TPR-PRECO-FDR
              MOVE WSS-T-TABELA        TO TPR-TABELA-FDR
              MOVE 'A'                 TO TPR-SITUACAO-FDR
              WRITE REG-FDR
              EVALUATE FS-TABPRECO
                  WHEN '00'
                       MOVE 'INCLUSAO DE TABELA DE PRECO'
                                       TO WSS-AUD-ACAO
                       PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                       MOVE "Vigencia gravada com sucesso!"
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                  WHEN '22'
                       MOVE "Vigencia ja cadastrada para esta chave."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                  WHEN OTHER
                       MOVE 'ao gravar  '
                                       TO WSS-DESCRICAO
                       MOVE 'TABPRECO' TO WSS-ARQUIVO
                       MOVE FS-TABPRECO
                                       TO WSS-FSTATUS
                       MOVE 3          TO WSS-PONTO-ERRO
                       PERFORM RT-ERROS
                                       THRU RT-ERROSX
              END-EVALUATE
           END-IF.
      *
       RT-INCLUSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ALTERACAO                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-PEDIR-CHAVE      THRU RT-PEDIR-CHAVEX.
      *
           IF WSS-T-PRODUTO            EQUAL ZEROS
              GO                       TO RT-ALTERACAOX
           END-IF.
      *
           READ ARQ-TABPRECO           KEY IS TPR-CHAVE-FDR
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-TABPRECO              NOT EQUAL '00'
              MOVE "Vigencia nao cadastrada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ALTERACAOX
           END-IF.
      *
           MOVE REG-FDR                TO REG-WSR.
      *
      *  ---> Exibe os valores atuais e recebe os novos
           MOVE TPR-DT-FIM-WSR(7:2)    TO WSS-T-DT-FIM(1:2).
           MOVE TPR-DT-FIM-WSR(5:2)    TO WSS-T-DT-FIM(3:2).
           MOVE TPR-DT-FIM-WSR(1:4)    TO WSS-T-DT-FIM(5:4).
           MOVE TPR-PRECO-WSR          TO WSS-PRECO-EDT.
           DISPLAY WSS-T-DT-FIM        LINE 13 COL 44.
           DISPLAY WSS-PRECO-EDT       LINE 14 COL 44.
           DISPLAY TPR-TABELA-WSR      LINE 15 COL 44.
           MOVE SPACES                 TO WSS-T-DT-FIM.
      *
           PERFORM RT-PEDIR-DADOS      THRU RT-PEDIR-DADOSX.
      *
           IF WSS-FIM-AMD              EQUAL ZEROS
              MOVE TPR-DT-FIM-WSR      TO WSS-FIM-AMD
           END-IF.
      *
           IF WSS-FIM-AMD              LESS WSS-INI-AMD
              MOVE "Fim da vigencia anterior ao inicio."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ALTERACAOX
           END-IF.
      *
      *  ---> Vigencia inativa nao disputa com as demais
           IF TABELA-ATIVA-WSR
              PERFORM RT-VERIFICAR-SOBREPOSICAO
                                       THRU RT-VERIFICAR-SOBREPOSICAOX
           ELSE
              MOVE 'N'                 TO WSS-SOBREPOSTA
           END-IF.
      *
           IF WSS-SOBREPOSTA           EQUAL 'S'
              MOVE "Vigencia sobreposta a outra ativa da mesma chave."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ALTERACAOX
           END-IF.
      *
           MOVE "Confirma a alteracao da vigencia? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 56
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              MOVE WSS-FIM-AMD         TO TPR-DT-FIM-WSR
              IF WSS-T-PRECO           GREATER ZEROS
                 MOVE WSS-T-PRECO      TO TPR-PRECO-WSR
              END-IF
              IF WSS-T-TABELA          NOT EQUAL SPACES
                 MOVE WSS-T-TABELA     TO TPR-TABELA-WSR
              END-IF
              REWRITE REG-FDR          FROM REG-WSR
              IF FS-TABPRECO           EQUAL '00'
                 MOVE 'ALTERACAO DE TABELA DE PRECO'
                                       TO WSS-AUD-ACAO
                 PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                 MOVE "Vigencia alterada com sucesso!"
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              ELSE
                 MOVE 'ao regravar'    TO WSS-DESCRICAO
                 MOVE 'TABPRECO'       TO WSS-ARQUIVO
                 MOVE FS-TABPRECO      TO WSS-FSTATUS
                 MOVE 4                TO WSS-PONTO-ERRO
                 PERFORM RT-ERROS      THRU RT-ERROSX
              END-IF
           END-IF.
      *
       RT-ALTERACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VERIFICAR-SOBREPOSICAO       SECTION.
      *  ---> Procura outra vigencia ativa do mesmo produto/filial/
      *       segmento cujo periodo cruze WSS-INI-AMD a WSS-FIM-AMD
      *       (a propria vigencia, de mesmo inicio, e ignorada)
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-SOBREPOSTA
                                          WSS-FIM-ARQ-TPR.
      *
           MOVE WSS-T-PRODUTO          TO TPR-CPRODUTO-FDR.
           MOVE WSS-T-FILIAL           TO TPR-FILIAL-FDR.
           MOVE WSS-T-SEGMENTO         TO TPR-SEGMENTO-FDR.
           MOVE ZEROS                  TO TPR-DT-INICIO-FDR.
      *
           START ARQ-TABPRECO          KEY IS NOT LESS TPR-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-TPR
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-TPR
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-VIGENCIA  THRU RT-LER-VIGENCIAX
           END-PERFORM.
      *
       RT-VERIFICAR-SOBREPOSICAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-VIGENCIA                 SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-TABPRECO           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-TPR
                GO                     TO RT-LER-VIGENCIAX
           END-READ.
      *
           IF TPR-CPRODUTO-FDR         NOT EQUAL WSS-T-PRODUTO
              OR TPR-FILIAL-FDR        NOT EQUAL WSS-T-FILIAL
              OR TPR-SEGMENTO-FDR      NOT EQUAL WSS-T-SEGMENTO
              OR TPR-DT-INICIO-FDR     GREATER WSS-FIM-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-TPR
              GO                       TO RT-LER-VIGENCIAX
           END-IF.
      *
           IF TPR-DT-INICIO-FDR        EQUAL WSS-INI-AMD
              OR TABELA-INATIVA-FDR
              GO                       TO RT-LER-VIGENCIAX
           END-IF.
      *
           IF TPR-DT-FIM-FDR           NOT LESS WSS-INI-AMD
              MOVE 'S'                 TO WSS-SOBREPOSTA
                                          WSS-FIM-ARQ-TPR
           END-IF.
      *
       RT-LER-VIGENCIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SITUACAO                     SECTION.
      *  ---> Alterna a situacao da vigencia entre ativa e inativa
      *----------------------------------------------------------------*
      *
           PERFORM RT-PEDIR-CHAVE      THRU RT-PEDIR-CHAVEX.
      *
           IF WSS-T-PRODUTO            EQUAL ZEROS
              GO                       TO RT-SITUACAOX
           END-IF.
      *
           READ ARQ-TABPRECO           KEY IS TPR-CHAVE-FDR
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-TABPRECO              NOT EQUAL '00'
              MOVE "Vigencia nao cadastrada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-SITUACAOX
           END-IF.
      *
           MOVE REG-FDR                TO REG-WSR.
      *
      *  ---> Reativar exige que nao exista outra ativa sobreposta
           IF TABELA-INATIVA-WSR
              MOVE TPR-DT-FIM-WSR      TO WSS-FIM-AMD
              PERFORM RT-VERIFICAR-SOBREPOSICAO
                                       THRU RT-VERIFICAR-SOBREPOSICAOX
              IF WSS-SOBREPOSTA        EQUAL 'S'
                 MOVE "Ha outra vigencia ativa sobreposta a esta."
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 GO                    TO RT-SITUACAOX
              END-IF
           END-IF.
      *
           IF TABELA-ATIVA-WSR
              MOVE "Vigencia ATIVA. Confirma a desativacao? (S/N): "
                                       TO WSS-MENSAGEM
           ELSE
              MOVE "Vigencia INATIVA. Confirma a reativacao? (S/N): "
                                       TO WSS-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 62
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              IF TABELA-ATIVA-WSR
                 MOVE 'I'              TO TPR-SITUACAO-WSR
                 MOVE 'DESATIVACAO DE TABELA DE PRECO'
                                       TO WSS-AUD-ACAO
              ELSE
                 MOVE 'A'              TO TPR-SITUACAO-WSR
                 MOVE 'REATIVACAO DE TABELA DE PRECO'
                                       TO WSS-AUD-ACAO
              END-IF
              REWRITE REG-FDR          FROM REG-WSR
              IF FS-TABPRECO           EQUAL '00'
                 PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                 MOVE "Situacao da vigencia alterada com sucesso!"
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              ELSE
                 MOVE 'ao regravar'    TO WSS-DESCRICAO
                 MOVE 'TABPRECO'       TO WSS-ARQUIVO
                 MOVE FS-TABPRECO      TO WSS-FSTATUS
                 MOVE 5                TO WSS-PONTO-ERRO
                 PERFORM RT-ERROS      THRU RT-ERROSX
              END-IF
           END-IF.
      *
       RT-SITUACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO TPR-CPRODUTO-FDR
                                          TPR-FILIAL-FDR
                                          TPR-SEGMENTO-FDR
                                          TPR-DT-INICIO-FDR.
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
      *
           START ARQ-TABPRECO          KEY IS NOT LESS TPR-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
           END-START.
      *
           IF WSS-FIM-ARQ-CON          EQUAL 'S'
              MOVE "Nenhuma tabela de preco cadastrada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-CONSULTAX
           END-IF.
      *
           MOVE 4                      TO WSS-LINHA.
      *
           PERFORM UNTIL WSS-FIM-ARQ-CON
                                       EQUAL 'S' OR 's'
              PERFORM RT-EXIBIR-TABELA THRU RT-EXIBIR-TABELAX
           END-PERFORM.
      *
           MOVE "Fim da consulta. Pressione qualquer tecla."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-CONSULTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXIBIR-TABELA                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-TABPRECO           NEXT
                                       INTO REG-WSR
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
                    GO                  TO RT-EXIBIR-TABELAX
           END-READ.
      *
           DISPLAY REG-WSR             LINE WSS-LINHA COL 05.
      *
           ADD 1                       TO WSS-LINHA.
      *
           IF WSS-LINHA                GREATER 21
              MOVE "ENTER continua, 'S' encerra a consulta."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              MOVE SPACES              TO WSS-ENT
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              IF WSS-ENT               EQUAL 'S' OR 's'
                 MOVE 'S'              TO WSS-FIM-ARQ-CON
              ELSE
                 PERFORM RT-LIMPAR-TELA
                                       THRU RT-LIMPAR-TELAX
                 MOVE 4                TO WSS-LINHA
              END-IF
           END-IF.
      *
       RT-EXIBIR-TABELAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LIMPAR-TELA                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 4                      TO WSS-LINHA.
      *
           PERFORM VARYING WSS-LINHA   FROM 04 BY 01
                   UNTIL   WSS-LINHA   EQUAL 22
              DISPLAY WSS-LIMPA-LINHA  LINE WSS-LINHA COL 1
           END-PERFORM.
      *
       RT-LIMPAR-TELAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DATA-SISTEMA                 SECTION.
      *----------------------------------------------------------------*
      *
           IF LKS-DATA-PROC             EQUAL SPACES
              MOVE FUNCTION CURRENT-DATE (1:4)
                                       TO WSS-DATA-SIS-ANO
              MOVE FUNCTION CURRENT-DATE (5:2)
                                       TO WSS-DATA-SIS-MES
              MOVE FUNCTION CURRENT-DATE (7:2)
                                       TO WSS-DATA-SIS-DIA
           ELSE
              MOVE LKS-DATA-PROC(5:4)  TO WSS-DATA-SIS-ANO
              MOVE LKS-DATA-PROC(3:2)  TO WSS-DATA-SIS-MES
              MOVE LKS-DATA-PROC(1:2)  TO WSS-DATA-SIS-DIA
           END-IF.
      *
       RT-DATA-SISTEMAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR REGISTRO NO ARQUIVO DE AUDITORIA
      *----------------------------------------------------------------*
       RT-GRAVAR-AUDITORIA             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE 'PT000083'             TO WSS-AUD-PROGRAMA.
      *
           MOVE FUNCTION CURRENT-DATE(9:2)
                                       TO  WSS-AUD-HOR.
           MOVE FUNCTION CURRENT-DATE(11:2)
                                       TO  WSS-AUD-MIN.
           MOVE FUNCTION CURRENT-DATE(13:2)
                                       TO  WSS-AUD-SEG.
      *
           STRING WSS-DATA-SIS-DIA '/' WSS-DATA-SIS-MES '/'
                  WSS-DATA-SIS-ANO    DELIMITED BY SIZE
                                       INTO AUD-DATA-FDA.
           STRING WSS-AUD-HOR '/' WSS-AUD-MIN '/' WSS-AUD-SEG
                                       DELIMITED BY SIZE
                                       INTO AUD-HORA-FDA.
      *
           MOVE LKS-OPERADOR           TO AUD-OPERADOR-FDA.
           MOVE WSS-AUD-PROGRAMA       TO AUD-PROGRAMA-FDA.
           MOVE WSS-AUD-ACAO           TO AUD-ACAO-FDA.
      *
           WRITE REG-FDA.
      *
       RT-GRAVAR-AUDITORIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ERROS                        SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           STRING 'Erro ' WSS-DESCRICAO 'arquivo ' WSS-ARQUIVO
                  ' - FS: ' WSS-FSTATUS ' Local: #' WSS-PONTO-ERRO '#'
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
      *
      *  ---> Registra o erro no log central (ERRSYS)
           MOVE 'PT000083'              TO WSS-ERR-PROGRAMA.
           MOVE WSS-PONTO-ERRO         TO WSS-ERR-PONTO.
           MOVE WSS-ARQUIVO            TO WSS-ERR-ARQUIVO.
           MOVE WSS-FSTATUS            TO WSS-ERR-FSTATUS.
           MOVE SPACES                 TO WSS-ERR-CHAVE.
           MOVE WSS-DESCRICAO          TO WSS-ERR-DESCRICAO.
           CALL WSPRV901               USING WSS-ERR-PARM.
      *
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
           MOVE 1                      TO LKS-RETORNO.
      *
           GOBACK.
      *
       RT-ERROSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FINALIZAR                    SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-TABPRECO
                 ARQ-AUDITORIA.
      *
           IF PRODUTO-ABERTO
              CLOSE ARQ-PRODUTO
              MOVE 'N'                 TO WSS-PRODUTO-ABERTO
           END-IF.
      *
           MOVE ZEROS                  TO LKS-RETORNO.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
