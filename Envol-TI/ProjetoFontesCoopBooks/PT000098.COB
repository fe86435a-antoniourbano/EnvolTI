      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000098.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000098 ---> MANUTENCAO -> FECHAMENTOS DE    *
      *     *            CLIENTE (FERIAS COLETIVAS/ENTRESSAFRA)        *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : MANUTENCAO DOS PERIODOS EM QUE O CLIENTE FICA *
      *     *            FECHADO (ARQUIVO CLIFECHA): INCLUSAO,         *
      *     *            EXCLUSAO E CONSULTA. A AGENDA (PT000046) ADIA *
      *     *            A VISITA QUE CAI NO PERIODO PARA O PRIMEIRO   *
      *     *            DIA ABERTO SEGUINTE; O ITINERARIO (PT000009)  *
      *     *            E A ADERENCIA (PT000047) NAO CONTAM O CLIENTE *
      *     *            FECHADO COMO VISITA PLANEJADA NAO REALIZADA.  *
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
           COPY 'SEL-CLIFECHA.CPY'     REPLACING ==::== BY ==-FDF==.
      *
      *  ---> Arquivo CLIENTES (validacao do codigo informado)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CLIFECHA                VALUE OF FILE-ID IS 'CLIFECHA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDF.
       COPY 'FD-CLIFECHA.CPY'          REPLACING ==::== BY ==-FDF==.
      *
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
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
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
       01  WSS-AUXILIARES.
           03  WSS-ENT                 PIC  X(001)         VALUE SPACES.
           03  WSS-FUN                 PIC  9(001)         VALUE ZEROS.
           03  WSS-MENSAGEM            PIC  X(067)         VALUE SPACES.
           03  WSS-ACHOU               PIC  9(001)         VALUE ZEROS.
           03  WSS-PONTO-ERRO          PIC  9(002)         VALUE ZEROS.
           03  WSS-DESCRICAO           PIC  X(012)         VALUE SPACES.
           03  WSS-ARQUIVO             PIC  X(010)         VALUE SPACES.
           03  WSS-FSTATUS             PIC  X(002)         VALUE SPACES.
           03  WSS-LINHA               PIC  9(003) COMP-3  VALUE ZEROS.
           03  WSS-LIMPA-LINHA         PIC  X(080)         VALUE SPACES.
           03  WSS-FIM-ARQ-CON         PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - ENTRADA DE DATAS (DDMMAAAA NA TELA)
      *----------------------------------------------------------------*
           03  WSS-T-CCLIENTE          PIC  9(007)         VALUE ZEROS.
           03  WSS-T-DT-INICIO         PIC  X(008)         VALUE SPACES.
           03  WSS-T-DT-FIM            PIC  X(008)         VALUE SPACES.
           03  WSS-T-MOTIVO            PIC  X(030)         VALUE SPACES.
           03  WSS-DT-INICIO-AMD       PIC  9(008)         VALUE ZEROS.
           03  WSS-DT-FIM-AMD          PIC  9(008)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-CLIFECHA             PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
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
      *    AREA DO ARQUIVO CLIFECHA NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-CLIFECHA.CPY'          REPLACING ==::== BY ==-WSF==.
      *
      *----------------------------------------------------------------*
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
               ' ..... FECHAMENTOS DE CLIENTE ..... '         BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Inclusao   ".
           03 F LINE 10 COL 28   VALUE " 2 - Exclusao   ".
           03 F LINE 12 COL 28   VALUE " 3 - Consulta   ".
           03 F LINE 14 COL 28   VALUE " 9 - Sair       ".
           03 F LINE 16 COL 28   VALUE " Opcao:[ ]      ".
      *
       01  TELA-LABEL-FECHAMENTO.
           03 F LINE 08 COL 20   VALUE " Cliente.............: ".
           03 F LINE 10 COL 20   VALUE " Inicio (DDMMAAAA)...: ".
           03 F LINE 12 COL 20   VALUE " Fim    (DDMMAAAA)...: ".
           03 F LINE 14 COL 20   VALUE " Motivo..............: ".
      *
       01  TELA-DADOS-FECHAMENTO-T.
           03 T1A LINE 08 COL 44 PIC ZZZZZZ9  TO WSS-T-CCLIENTE.
           03 T2A LINE 10 COL 44 PIC X(008)   TO WSS-T-DT-INICIO.
           03 T3A LINE 12 COL 44 PIC X(008)   TO WSS-T-DT-FIM.
           03 T4A LINE 14 COL 44 PIC X(030)   TO WSS-T-MOTIVO.
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
                      REG-WSF
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           PERFORM RT-ABRIR-CLIFECHA   THRU RT-ABRIR-CLIFECHAX.
      *
           OPEN INPUT ARQ-CLIENTES.
      *
           IF FS-CLIENTES              EQUAL '00'
              CONTINUE
           ELSE
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'CLIENTES'          TO WSS-ARQUIVO
              MOVE FS-CLIENTES         TO WSS-FSTATUS
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'AUDITORIA'         TO WSS-ARQUIVO
              MOVE FS-AUDITORIA        TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-INICIALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ABRE (OU CRIA NA PRIMEIRA UTILIZACAO) O ARQUIVO CLIFECHA
      *----------------------------------------------------------------*
       RT-ABRIR-CLIFECHA               SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-CLIFECHA.
      *
           EVALUATE FS-CLIFECHA
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-CLIFECHA
                    OPEN OUTPUT ARQ-CLIFECHA
                    CLOSE ARQ-CLIFECHA
                    OPEN I-O ARQ-CLIFECHA
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'CLIFECHA'    TO WSS-ARQUIVO
                    MOVE FS-CLIFECHA   TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
       RT-ABRIR-CLIFECHAX.
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
           ACCEPT WSS-FUN              LINE 16 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
               WHEN 1
                    PERFORM RT-INCLUSAO
                                       THRU RT-INCLUSAOX
               WHEN 2
                    PERFORM RT-EXCLUSAO
                                       THRU RT-EXCLUSAOX
               WHEN 3
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
      *    RECEBE OS DADOS DO PERIODO DE FECHAMENTO NA TELA E VALIDA
      *----------------------------------------------------------------*
       RT-RECEBER-DADOS                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-CCLIENTE
                                          WSS-ACHOU.
           MOVE SPACES                 TO WSS-T-DT-INICIO
                                          WSS-T-DT-FIM
                                          WSS-T-MOTIVO.
      *
           DISPLAY TELA-LABEL-FECHAMENTO.
      *
           MOVE "Informe o codigo do cliente (ZEROS sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1A.
      *
           IF WSS-T-CCLIENTE           EQUAL ZEROS
              GO                       TO RT-RECEBER-DADOSX
           END-IF.
      *
      *  ---> Cliente precisa existir no cadastro
           MOVE WSS-T-CCLIENTE         TO CODIGO-FDC.
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              MOVE "Cliente nao cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              PERFORM RT-RECEBER-DADOS
              GO                       TO RT-RECEBER-DADOSX
           END-IF.
      *
           MOVE "Informe a data de inicio (DDMMAAAA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2A.
      *
           MOVE "Informe a data de fim (DDMMAAAA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3A.
      *
           IF WSS-T-DT-INICIO          NUMERIC
              AND WSS-T-DT-FIM         NUMERIC
              MOVE WSS-T-DT-INICIO(5:4)
                                       TO WSS-DT-INICIO-AMD(1:4)
              MOVE WSS-T-DT-INICIO(3:2)
                                       TO WSS-DT-INICIO-AMD(5:2)
              MOVE WSS-T-DT-INICIO(1:2)
                                       TO WSS-DT-INICIO-AMD(7:2)
              MOVE WSS-T-DT-FIM(5:4)   TO WSS-DT-FIM-AMD(1:4)
              MOVE WSS-T-DT-FIM(3:2)   TO WSS-DT-FIM-AMD(5:2)
              MOVE WSS-T-DT-FIM(1:2)   TO WSS-DT-FIM-AMD(7:2)
           ELSE
              MOVE "Datas invalidas - informe DDMMAAAA numerico."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              PERFORM RT-RECEBER-DADOS
              GO                       TO RT-RECEBER-DADOSX
           END-IF.
      *
           IF WSS-DT-FIM-AMD           LESS WSS-DT-INICIO-AMD
              MOVE "Data de fim anterior a data de inicio."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              PERFORM RT-RECEBER-DADOS
              GO                       TO RT-RECEBER-DADOSX
           END-IF.
      *
           MOVE "Informe o motivo do fechamento."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4A.
      *
           MOVE 1                      TO WSS-ACHOU.
      *
       RT-RECEBER-DADOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-INCLUSAO                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-RECEBER-DADOS    THRU RT-RECEBER-DADOSX.
      *
           IF WSS-ACHOU                EQUAL ZEROS
              GO                       TO RT-INCLUSAOX
           END-IF.
      *
           MOVE "Confirma a inclusao do fechamento? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 56
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              MOVE WSS-T-CCLIENTE      TO CFE-CCLIENTE-FDF
              MOVE WSS-DT-INICIO-AMD   TO CFE-DT-INICIO-FDF
              MOVE WSS-DT-FIM-AMD      TO CFE-DT-FIM-FDF
              MOVE WSS-T-MOTIVO        TO CFE-MOTIVO-FDF
              WRITE REG-FDF
              IF FS-CLIFECHA           EQUAL '00'
                 MOVE 'INCLUSAO DE FECHAMENTO DE CLIENTE'
                                       TO WSS-AUD-ACAO
                 PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                 MOVE "Fechamento gravado com sucesso!"
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              ELSE
                 IF FS-CLIFECHA        EQUAL '22'
                    MOVE "Ja existe fechamento com este inicio."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 ELSE
                    MOVE 'ao gravar  ' TO WSS-DESCRICAO
                    MOVE 'CLIFECHA'    TO WSS-ARQUIVO
                    MOVE FS-CLIFECHA   TO WSS-FSTATUS
                    MOVE 4             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
                 END-IF
              END-IF
           END-IF.
      *
       RT-INCLUSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-EXCLUSAO                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-CCLIENTE.
           MOVE SPACES                 TO WSS-T-DT-INICIO.
      *
           DISPLAY TELA-LABEL-FECHAMENTO.
      *
           MOVE "Informe o cliente do fechamento a excluir."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1A.
      *
           IF WSS-T-CCLIENTE           EQUAL ZEROS
              GO                       TO RT-EXCLUSAOX
           END-IF.
      *
           MOVE "Informe a data de inicio do fechamento (DDMMAAAA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2A.
      *
           IF WSS-T-DT-INICIO          NUMERIC
              MOVE WSS-T-DT-INICIO(5:4)
                                       TO WSS-DT-INICIO-AMD(1:4)
              MOVE WSS-T-DT-INICIO(3:2)
                                       TO WSS-DT-INICIO-AMD(5:2)
              MOVE WSS-T-DT-INICIO(1:2)
                                       TO WSS-DT-INICIO-AMD(7:2)
           ELSE
              MOVE "Data invalida - informe DDMMAAAA numerico."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EXCLUSAOX
           END-IF.
      *
           MOVE WSS-T-CCLIENTE         TO CFE-CCLIENTE-FDF.
           MOVE WSS-DT-INICIO-AMD      TO CFE-DT-INICIO-FDF.
      *
           READ ARQ-CLIFECHA           KEY IS CFE-CHAVE-FDF
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CLIFECHA              NOT EQUAL '00'
              MOVE "Fechamento nao encontrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EXCLUSAOX
           END-IF.
      *
           MOVE "Confirma a exclusao do fechamento? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 56
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  EQUAL 'S' OR 's'
              DELETE ARQ-CLIFECHA RECORD
              IF FS-CLIFECHA           EQUAL '00'
                 MOVE 'EXCLUSAO DE FECHAMENTO DE CLIENTE'
                                       TO WSS-AUD-ACAO
                 PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                 MOVE "Fechamento excluido com sucesso!"
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              ELSE
                 MOVE 'ao excluir '    TO WSS-DESCRICAO
                 MOVE 'CLIFECHA'       TO WSS-ARQUIVO
                 MOVE FS-CLIFECHA      TO WSS-FSTATUS
                 MOVE 5                TO WSS-PONTO-ERRO
                 PERFORM RT-ERROS      THRU RT-ERROSX
              END-IF
           END-IF.
      *
       RT-EXCLUSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONSULTA SEQUENCIAL DOS FECHAMENTOS DE CLIENTE
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO CFE-CCLIENTE-FDF
                                          CFE-DT-INICIO-FDF.
           MOVE 'N'                    TO WSS-FIM-ARQ-CON.
      *
           START ARQ-CLIFECHA          KEY IS NOT LESS CFE-CHAVE-FDF
                INVALID KEY
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
           END-START.
      *
           IF WSS-FIM-ARQ-CON          EQUAL 'S'
              MOVE "Nenhum fechamento cadastrado."
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
              PERFORM RT-EXIBIR-FECHAMENTO
                                       THRU RT-EXIBIR-FECHAMENTOX
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
       RT-EXIBIR-FECHAMENTO              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CLIFECHA           NEXT
                                       INTO REG-WSF
                AT END
                    MOVE 'S'            TO WSS-FIM-ARQ-CON
                    GO                  TO RT-EXIBIR-FECHAMENTOX
           END-READ.
      *
           DISPLAY REG-WSF             LINE WSS-LINHA COL 05.
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
                 MOVE 'S'              TO WSS-FIM-ARQ-CON
              ELSE
                 PERFORM RT-LIMPAR-TELA
                                       THRU RT-LIMPAR-TELAX
                 MOVE 4                TO WSS-LINHA
              END-IF
           END-IF.
      *
       RT-EXIBIR-FECHAMENTOX.
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
           MOVE 'PT000098'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000098'              TO WSS-ERR-PROGRAMA.
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
           CLOSE ARQ-CLIFECHA
                 ARQ-CLIENTES
                 ARQ-AUDITORIA.
      *
           MOVE ZEROS                  TO LKS-RETORNO.
      *
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
