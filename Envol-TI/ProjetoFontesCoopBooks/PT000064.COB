      *     *            DATA DE PROCESSAMENTO, REGISTRANDO STATUS E   *
      *     *            HORARIOS POR PASSO NO JOBSTAT. A REEXECUCAO   *
      *     *            RETOMA A PARTIR DO PRIMEIRO PASSO QUE FALHOU  *
      *     *            NA DATA. O PASSO PODE LEVAR UM ARGUMENTO      *
      *     *            PARA O PROGRAMA (EX.: CODIGO DO EXTRATO).     *
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            Argumento opcional por passo da grade,        *
      *     *            repassado ao programa na area SUB-PRGS.       *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            HISTORICO DE DURACAO DOS PASSOS (JOBHIST):    *
      *     *            PASSO GRAVADO EM EXECUCAO ANTES DA CHAMADA E  *
      *     *            REGRAVADO NO FIM COM A DURACAO; MEDIA DOS 90  *
      *     *            DIAS E TERMINO PREVISTO DO JOB (OPCAO 6) PARA *
      *     *            O MONITOR PT000116. PASSO QUE FICOU EM        *
      *     *            EXECUCAO NA GRADE INTERROMPIDA VIRA I.        *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *
           COPY 'SEL-JOBS.CPY'         REPLACING ==::== BY ==-FDJ==.
      *
      *  ---> Historico de duracao dos passos (monitor PT000116)
           COPY 'SEL-JOBHIST.CPY'      REPLACING ==::== BY ==-FDH==.
      *
      *  ---> Status e horarios de cada passo executado
           SELECT  ARQ-JOBSTAT         ASSIGN TO 'JOBSTAT'
                   ORGANIZATION        IS LINE SEQUENTIAL
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDJ.
       COPY 'FD-JOBS.CPY'              REPLACING ==::== BY ==-FDJ==.
      *
       FD  ARQ-JOBHIST                 VALUE OF FILE-ID IS 'JOBHIST'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDH.
       COPY 'FD-JOBHIST.CPY'           REPLACING ==::== BY ==-FDH==.
      *
       FD  ARQ-JOBSTAT
           LABEL RECORD                IS STANDARD
      *
       77  WSS-FIM-ARQ-JOB             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-JST             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-JHS             PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-T-FREQ              PIC  X(001)         VALUE SPACES.
           03  WSS-T-DIA               PIC  9(002)         VALUE ZEROS.
           03  WSS-T-DEP               PIC  9(003)         VALUE ZEROS.
           03  WSS-T-ARG               PIC  X(020)         VALUE SPACES.
           03  WSS-T-PREV              PIC  9(004)         VALUE ZEROS.
           03  WSS-T-PREV-R            REDEFINES WSS-T-PREV.
               05  WSS-T-PREV-HOR      PIC  9(002).
               05  WSS-T-PREV-MIN      PIC  9(002).
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - EXECUCAO DOS JOBS DEVIDOS
           03  WSS-PROGRAMA-CALL       PIC  X(008)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - HISTORICO DE DURACAO (JOBHIST)
      *----------------------------------------------------------------*
           03  WSS-DT-INI              PIC  9(008)         VALUE ZEROS.
           03  WSS-DT-FIM              PIC  9(008)         VALUE ZEROS.
           03  WSS-HORA-FIM            PIC  X(006)         VALUE SPACES.
           03  WSS-HMS                 PIC  X(006)         VALUE SPACES.
           03  WSS-HMS-R               REDEFINES WSS-HMS.
               05  WSS-HMS-HOR         PIC  9(002).
               05  WSS-HMS-MIN         PIC  9(002).
               05  WSS-HMS-SEG         PIC  9(002).
           03  WSS-SEG-INI             PIC S9(011)         VALUE ZEROS.
           03  WSS-SEG-FIM             PIC S9(011)         VALUE ZEROS.
           03  WSS-DURACAO             PIC  9(007)         VALUE ZEROS.
           03  WSS-SOMA-DURACAO        PIC  9(011)         VALUE ZEROS.
           03  WSS-QTD-BASE            PIC  9(003)         VALUE ZEROS.
           03  WSS-MEDIA               PIC  9(007)         VALUE ZEROS.
           03  WSS-DATA-BASE           PIC  9(008)         VALUE ZEROS.
           03  WSS-QTD-INTERROMPIDOS   PIC  9(003)         VALUE ZEROS.
           03  WSS-PASSO-GRAVADO       PIC  X(001)         VALUE 'N'.
      *
      *  ---> Janela (dias) das execucoes que entram na media do job
           03  WSS-DIAS-MEDIA          PIC  9(003)         VALUE 90.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-JOBS                 PIC  X(002)         VALUE SPACES.
           03  FS-JOBSTAT              PIC  X(002)         VALUE SPACES.
           03  FS-JOBHIST              PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
           03 F LINE 12 COL 28   VALUE " 3 - Consulta          ".
           03 F LINE 14 COL 28   VALUE " 4 - Executar Devidos  ".
           03 F LINE 16 COL 28   VALUE " 5 - Reexec. da Falha  ".
           03 F LINE 17 COL 28   VALUE " 6 - Termino Previsto  ".
           03 F LINE 18 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 20 COL 28   VALUE " Opcao:[ ]             ".
      *
           03 F LINE 14 COL 18   VALUE " Frequencia (D/S/M)..: ".
           03 F LINE 16 COL 18   VALUE " Dia (sem 1-7/mes)...: ".
           03 F LINE 18 COL 18   VALUE " Depende da seq......: ".
           03 F LINE 20 COL 18   VALUE " Argumento (opcional): ".
           03 F LINE 21 COL 18   VALUE " Termino prev. (HHMM): ".
      *
       01  TELA-DADOS-JOB-T.
           03 T1J LINE 08 COL 42 PIC ZZ9         TO WSS-T-SEQ.
           03 T4J LINE 14 COL 42 PIC X(001)      TO WSS-T-FREQ.
           03 T5J LINE 16 COL 42 PIC 99          TO WSS-T-DIA.
           03 T6J LINE 18 COL 42 PIC ZZ9         TO WSS-T-DEP.
           03 T7J LINE 20 COL 42 PIC X(020)      TO WSS-T-ARG.
           03 T8J LINE 21 COL 42 PIC 9(004)      TO WSS-T-PREV.
      *
      *----------------------------------------------------------------*
       01  TELA-MENSAGENS.
                      REG-WSJ
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           MOVE 90                     TO WSS-DIAS-MEDIA.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS-ANO       TO WSS-PROC-AMD(1:4).
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-JOBHIST.
      *
           EVALUATE FS-JOBHIST
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-JOBHIST
                    OPEN OUTPUT ARQ-JOBHIST
                    CLOSE ARQ-JOBHIST
                    OPEN I-O ARQ-JOBHIST
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'JOBHIST'     TO WSS-ARQUIVO
                    MOVE FS-JOBHIST    TO WSS-FSTATUS
                    MOVE 5             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 6
                    PERFORM RT-ALTERAR-PREVISAO
                                       THRU RT-ALTERAR-PREVISAOX
               WHEN 9
                    CONTINUE
               WHEN OTHER
      *
           MOVE ZEROS                  TO WSS-T-SEQ
                                          WSS-T-DIA
                                          WSS-T-DEP
                                          WSS-T-PREV.
           MOVE SPACES                 TO WSS-T-PROGRAMA
                                          WSS-T-DESCR
                                          WSS-T-FREQ
                                          WSS-T-ARG.
      *
           DISPLAY TELA-LABEL-JOB.
      *
           DISPLAY TELA-MENSAGENS.
           ACCEPT T5J.
           ACCEPT T6J.
      *
           MOVE "Argumento p/ o programa (ex.: codigo do extrato)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T7J.
      *
           MOVE "Termino previsto em HHMM (ZEROS = sem previsao)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T8J.
      *
           IF WSS-T-PREV-HOR           GREATER 23
              OR WSS-T-PREV-MIN        GREATER 59
              MOVE "Horario previsto invalido (HHMM)."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-INCLUIRX
           END-IF.
      *
           MOVE "Confirma a inclusao do job? (S/N): "
                                       TO WSS-MENSAGEM.
              MOVE WSS-T-DIA           TO JOB-DIA-FDJ
              MOVE WSS-T-DEP           TO JOB-DEP-SEQ-FDJ
              MOVE 'S'                 TO JOB-ATIVO-FDJ
              MOVE WSS-T-ARG           TO JOB-ARGUMENTO-FDJ
              MOVE WSS-T-PREV          TO JOB-HORA-PREVISTA-FDJ
              WRITE REG-FDJ
              EVALUATE FS-JOBS
                  WHEN '00'
       RT-EXCLUIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ALTERAR-PREVISAO             SECTION.
      *  ---> Termino previsto (HHMM) de um job ja cadastrado, usado
      *       pelo monitor de duracao (PT000116)
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-T-SEQ
                                          WSS-T-PREV.
      *
           DISPLAY TELA-LABEL-JOB.
      *
           MOVE "Informe a sequencia do job (ZEROS sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1J.
      *
           IF WSS-T-SEQ                EQUAL ZEROS
              GO                       TO RT-ALTERAR-PREVISAOX
           END-IF.
      *
           MOVE WSS-T-SEQ              TO JOB-SEQ-FDJ.
      *
           READ ARQ-JOBS               KEY IS JOB-SEQ-FDJ
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-JOBS                  NOT EQUAL '00'
              MOVE "Job nao cadastrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ALTERAR-PREVISAOX
           END-IF.
      *
           DISPLAY JOB-PROGRAMA-FDJ    LINE 10 COL 42.
           DISPLAY JOB-DESCRICAO-FDJ   LINE 12 COL 42.
           DISPLAY JOB-HORA-PREVISTA-FDJ
                                       LINE 21 COL 42.
      *
           MOVE "Novo termino previsto em HHMM (ZEROS = sem previsao)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T8J.
      *
           IF WSS-T-PREV-HOR           GREATER 23
              OR WSS-T-PREV-MIN        GREATER 59
              MOVE "Horario previsto invalido (HHMM)."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ALTERAR-PREVISAOX
           END-IF.
      *
           MOVE "Confirma o termino previsto? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 51
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-ALTERAR-PREVISAOX
           END-IF.
      *
           MOVE WSS-T-PREV             TO JOB-HORA-PREVISTA-FDJ.
           REWRITE REG-FDJ.
      *
           IF FS-JOBS                  NOT EQUAL '00'
              MOVE 'ao regravar'       TO WSS-DESCRICAO
              MOVE 'JOBS'              TO WSS-ARQUIVO
              MOVE FS-JOBS             TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'TERMINO PREVISTO DE JOB ALTERADO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Termino previsto gravado com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-ALTERAR-PREVISAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
      *  ---> Resultados ja registrados na data (dependencias)
           PERFORM RT-CARREGAR-STATUS  THRU RT-CARREGAR-STATUSX.
      *
      *  ---> Passos que ficaram 'em execucao' numa grade interrompida
           MOVE ZEROS                  TO WSS-QTD-INTERROMPIDOS.
           MOVE 'N'                    TO WSS-FIM-ARQ-JHS.
           PERFORM UNTIL WSS-FIM-ARQ-JHS
                                       EQUAL 'S'
              PERFORM RT-ENCERRAR-INTERROMPIDO
                                       THRU RT-ENCERRAR-INTERROMPIDOX
           END-PERFORM.
      *
           IF WSS-QTD-INTERROMPIDOS    GREATER ZEROS
              MOVE SPACES              TO WSS-AUD-ACAO
              STRING 'JOBHIST: ' WSS-QTD-INTERROMPIDOS
                     ' PASSOS INTERROMPIDOS'
                 DELIMITED BY SIZE     INTO WSS-AUD-ACAO
              END-STRING
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-QTD-EXECUTADOS
                                          WSS-QTD-FALHAS
       RT-CARREGAR-STATUSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ENCERRAR-INTERROMPIDO        SECTION.
      *  ---> Primeiro passo ainda 'E' no JOBHIST: a grade anterior
      *       parou com ele em execucao; fica 'I' com retorno 'IN'
      *       (a busca recomeca a cada passo, pois a situacao e a
      *       chave de leitura)
      *----------------------------------------------------------------*
      *
           MOVE 'E'                    TO JHS-SITUACAO-FDH.
      *
           START ARQ-JOBHIST           KEY IS EQUAL JHS-SITUACAO-FDH
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-JHS
                    GO                 TO RT-ENCERRAR-INTERROMPIDOX
           END-START.
      *
           READ ARQ-JOBHIST            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-JHS
                GO                     TO RT-ENCERRAR-INTERROMPIDOX
           END-READ.
      *
           IF NOT JHS-EM-EXECUCAO-FDH
              MOVE 'S'                 TO WSS-FIM-ARQ-JHS
              GO                       TO RT-ENCERRAR-INTERROMPIDOX
           END-IF.
      *
           MOVE 'I'                    TO JHS-SITUACAO-FDH.
           MOVE 'IN'                   TO JHS-RETORNO-FDH.
           REWRITE REG-FDH.
      *
           IF FS-JOBHIST               NOT EQUAL '00'
              MOVE 'S'                 TO WSS-FIM-ARQ-JHS
              MOVE 'ao regravar'       TO WSS-DESCRICAO
              MOVE 'JOBHIST'           TO WSS-ARQUIVO
              MOVE FS-JOBHIST          TO WSS-FSTATUS
              MOVE 7                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-INTERROMPIDOS.
      *
       RT-ENCERRAR-INTERROMPIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-JOB                   SECTION.
      *  ---> Avalia um job da grade: devido para a data, fora da
      *
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO WSS-HORA-INI.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WSS-DT-INI.
      *
      *  ---> Passo entra no JOBHIST 'em execucao' antes da chamada
           PERFORM RT-ABRIR-PASSO      THRU RT-ABRIR-PASSOX.
      *
           INITIALIZE SBP-PARM
              REPLACING ALPHANUMERIC   BY SPACES
           MOVE LKS-DATA-PROC          TO SBP-DATA-PROC.
           MOVE LKS-PERFIL             TO SBP-PERFIL.
           MOVE LKS-EMPRESA            TO SBP-EMPRESA.
           MOVE JOB-ARGUMENTO-FDJ      TO SBP-ARGUMENTO.
      *
           MOVE JOB-PROGRAMA-FDJ       TO WSS-PROGRAMA-CALL.
           CALL WSS-PROGRAMA-CALL      USING SBP-PARM
                ON EXCEPTION
                   MOVE '09'           TO SBP-RETORNO
           END-CALL.
      *
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO WSS-HORA-FIM.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WSS-DT-FIM.
      *
           PERFORM RT-FECHAR-PASSO     THRU RT-FECHAR-PASSOX.
      *
           ADD 1                       TO WSS-QTD-EXECUTADOS.
           IF SBP-RETORNO              NOT EQUAL '00'
              MOVE JOB-SEQ-FDJ         TO JST-SEQ
              MOVE JOB-PROGRAMA-FDJ    TO JST-PROGRAMA
              MOVE WSS-HORA-INI        TO JST-HORA-INI
              MOVE WSS-HORA-FIM        TO JST-HORA-FIM
              MOVE SBP-RETORNO         TO JST-RETORNO
              WRITE REG-JOBSTAT
              CLOSE ARQ-JOBSTAT
       RT-EXECUTAR-JOBX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR-PASSO                  SECTION.
      *  ---> Grava o passo 'E' no JOBHIST com a media do job e o
      *       termino previsto vigentes no inicio. Como o JOBSTAT, o
      *       historico nao interrompe a grade se nao puder ser gravado
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-PASSO-GRAVADO.
      *
           PERFORM RT-CALCULAR-MEDIA   THRU RT-CALCULAR-MEDIAX.
      *
           INITIALIZE REG-FDH
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           MOVE JOB-SEQ-FDJ            TO JHS-SEQ-FDH.
           MOVE WSS-PROC-AMD           TO JHS-DATA-FDH.
           MOVE WSS-HORA-INI           TO JHS-HORA-INI-FDH.
           MOVE JOB-PROGRAMA-FDJ       TO JHS-PROGRAMA-FDH.
           MOVE WSS-DT-INI             TO JHS-DT-INI-FDH.
           MOVE WSS-MEDIA              TO JHS-MEDIA-FDH.
           MOVE WSS-QTD-BASE           TO JHS-QTD-BASE-FDH.
           MOVE JOB-HORA-PREVISTA-FDJ  TO JHS-HORA-PREVISTA-FDH.
           MOVE 'E'                    TO JHS-SITUACAO-FDH.
           MOVE 'N'                    TO JHS-ALERTA-ATRASO-FDH.
      *
           WRITE REG-FDH.
      *
           IF FS-JOBHIST               EQUAL '00'
              MOVE 'S'                 TO WSS-PASSO-GRAVADO
           END-IF.
      *
       RT-ABRIR-PASSOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CALCULAR-MEDIA               SECTION.
      *  ---> Media (segundos) das execucoes terminadas com '00' do
      *       job nos ultimos WSS-DIAS-MEDIA dias
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-BASE
                                          WSS-SOMA-DURACAO
                                          WSS-MEDIA.
      *
           COMPUTE WSS-DATA-BASE =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WSS-PROC-AMD)
                    - WSS-DIAS-MEDIA).
      *
           MOVE JOB-SEQ-FDJ            TO JHS-SEQ-FDH.
           MOVE WSS-DATA-BASE          TO JHS-DATA-FDH.
           MOVE LOW-VALUES             TO JHS-HORA-INI-FDH.
           MOVE 'N'                    TO WSS-FIM-ARQ-JHS.
      *
           START ARQ-JOBHIST           KEY IS NOT LESS JHS-CHAVE-FDH
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-JHS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-JHS
                                       EQUAL 'S'
              READ ARQ-JOBHIST         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-JHS
                NOT AT END
                   IF JHS-SEQ-FDH      NOT EQUAL JOB-SEQ-FDJ
                      MOVE 'S'         TO WSS-FIM-ARQ-JHS
                   ELSE
                      IF JHS-RETORNO-FDH
                                       EQUAL '00'
                         AND (JHS-TERMINADO-FDH
                              OR JHS-AVALIADO-FDH)
                         AND WSS-QTD-BASE
                                       LESS 999
                         ADD 1         TO WSS-QTD-BASE
                         ADD JHS-DURACAO-FDH
                                       TO WSS-SOMA-DURACAO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
           IF WSS-QTD-BASE             GREATER ZEROS
              COMPUTE WSS-MEDIA ROUNDED =
                      WSS-SOMA-DURACAO / WSS-QTD-BASE
           END-IF.
      *
       RT-CALCULAR-MEDIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR-PASSO                 SECTION.
      *  ---> Fim do passo: duracao pelo relogio (a cadeia pode virar
      *       a meia-noite) e situacao 'T', a avaliar pelo monitor
      *----------------------------------------------------------------*
      *
           IF WSS-PASSO-GRAVADO        NOT EQUAL 'S'
              GO                       TO RT-FECHAR-PASSOX
           END-IF.
      *
           MOVE JOB-SEQ-FDJ            TO JHS-SEQ-FDH.
           MOVE WSS-PROC-AMD           TO JHS-DATA-FDH.
           MOVE WSS-HORA-INI           TO JHS-HORA-INI-FDH.
      *
           READ ARQ-JOBHIST            KEY IS JHS-CHAVE-FDH
                INVALID KEY
                    GO                 TO RT-FECHAR-PASSOX
           END-READ.
      *
           MOVE WSS-HORA-INI           TO WSS-HMS.
           COMPUTE WSS-SEG-INI =
                   FUNCTION INTEGER-OF-DATE (WSS-DT-INI) * 86400
                 + WSS-HMS-HOR * 3600 + WSS-HMS-MIN * 60
                 + WSS-HMS-SEG.
      *
           MOVE WSS-HORA-FIM           TO WSS-HMS.
           COMPUTE WSS-SEG-FIM =
                   FUNCTION INTEGER-OF-DATE (WSS-DT-FIM) * 86400
                 + WSS-HMS-HOR * 3600 + WSS-HMS-MIN * 60
                 + WSS-HMS-SEG.
      *
           MOVE ZEROS                  TO WSS-DURACAO.
           IF WSS-SEG-FIM              GREATER WSS-SEG-INI
              COMPUTE WSS-DURACAO = WSS-SEG-FIM - WSS-SEG-INI
           END-IF.
      *
           MOVE WSS-DT-FIM             TO JHS-DT-FIM-FDH.
           MOVE WSS-HORA-FIM           TO JHS-HORA-FIM-FDH.
           MOVE WSS-DURACAO            TO JHS-DURACAO-FDH.
           MOVE SBP-RETORNO            TO JHS-RETORNO-FDH.
           MOVE 'T'                    TO JHS-SITUACAO-FDH.
      *
           REWRITE REG-FDH.
      *
       RT-FECHAR-PASSOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-PASSO-DEP          SECTION.
      *  ---> Dependencia nao satisfeita: o passo fica registrado com
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-JOBS
                 ARQ-JOBHIST
                 ARQ-AUDITORIA.
      *
           MOVE ZEROS                  TO LKS-RETORNO.
