      *     *            DE TREINAMENTO E DATA DE INICIO NA TELA,      *
      *     *            USADOS PELA DISTRIBUICAO (PT000003).          *
      *     *----------------------------------------------------------*
      *     * VERSAO 05    -    Amarildo M Borges      -    15.10.2026 *
      *     *            TIPO DE CONTRATO DO VENDEDOR NA TELA (C - CLT,*
      *     *            R - REPRESENTANTE PJ), USADO NAS RETENCOES DO *
      *     *            EXTRATO DE PAGAMENTO DE COMISSOES (PT000088). *
      *     *----------------------------------------------------------*
      *     * VERSAO 06    -    Amarildo M Borges      -    15.10.2026 *
      *     *            EQUIPE DE VENDAS DO VENDEDOR NA TELA,         *
      *     *            VALIDADA NO ARQUIVO EQUIPE; TODA TROCA DE     *
      *     *            EQUIPE GRAVA O HISTORICO VENDEQUIPE (DATA,    *
      *     *            EQUIPE ANTERIOR E NOVA, OPERADOR).            *
      *     *----------------------------------------------------------*
      *     * VERSAO 07    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CANAL DE ATENDIMENTO DO VENDEDOR NA TELA      *
      *     *            (C - CAMPO, T - OPERADOR DE TELEVENDAS); O    *
      *     *            OPERADOR DE TELEVENDAS RECEBE NA DISTRIBUICAO *
      *     *            OS CLIENTES FORA DO RAIO DOS VENDEDORES.      *
      *     *----------------------------------------------------------*
      *     * VERSAO 08    -    Amarildo M Borges      -    15.10.2026 *
      *     *            VENDEDORES RESTRITOS AS FILIAIS PERMITIDAS AO *
      *     *            OPERADOR (MANUTENCAO E CONSULTA), RECUSA      *
      *     *            AUDITADA; INCLUSAO SEM FILIAL ASSUME A        *
      *     *            PRIMEIRA FILIAL PERMITIDA.                    *
      *     *----------------------------------------------------------*
      *     * VERSAO 09    -    Amarildo M Borges      -    15.10.2026 *
      *     *            MATRIZ DE PERMISSOES: NIVEL CONSULTA NO       *
      *     *            PROGRAMA LIMITA AS FUNCOES COMO O PERFIL Q.   *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *       CEP) - valida e padroniza o endereco do vendedor
           COPY 'SEL-MUNICIPIO.CPY'    REPLACING ==::== BY ==-FDM==.
      *
      *  ---> Equipes de vendas (validacao da equipe informada)
           COPY 'SEL-EQUIPE.CPY'       REPLACING ==::== BY ==-FDQ==.
      *
      *  ---> Historico de equipe do vendedor
           COPY 'SEL-VENDEQUIPE.CPY'   REPLACING ==::== BY ==-FDH==.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDM.
       COPY 'FD-MUNICIPIO.CPY'         REPLACING ==::== BY ==-FDM==.
      *
       FD  ARQ-EQUIPE                  VALUE OF FILE-ID IS 'EQUIPE'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDQ.
       COPY 'FD-EQUIPE.CPY'            REPLACING ==::== BY ==-FDQ==.
      *
       FD  ARQ-VENDEQUIPE              VALUE OF FILE-ID IS
                                                        'VENDEQUIPE'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDH.
       COPY 'FD-VENDEQUIPE.CPY'        REPLACING ==::== BY ==-FDH==.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(032)         VALUE
           'III  WORKING STORAGE SECTION III'.
      *
      *  ---> Conferencia da filial contra as filiais do operador
       77  WSS-FIL-PERMITIDA           PIC  X(001)         VALUE 'S'.
           88  FILIAL-PERMITIDA                            VALUE 'S'.
       77  WSS-FIL-TESTE               PIC  9(003)         VALUE ZEROS.
       77  WSS-IDX-PERM                PIC  9(002)         VALUE ZEROS.
      *
       77  WSS-SON                     PIC  X(001)         VALUE 'N'.
           88 SON                      VALUE 'S' 's' 'N' 'n'.
           03  FS-CTRLVEND             PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
           03  FS-MUNICIPIO            PIC  X(002)         VALUE SPACES.
           03  FS-EQUIPE               PIC  X(002)         VALUE SPACES.
           03  FS-VENDEQUIPE           PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - EQUIPE DE VENDAS E HISTORICO DE TROCA
      *----------------------------------------------------------------*
           03  WSS-EQUIPE-ABERTO       PIC  X(001)         VALUE 'N'.
               88  EQUIPE-ABERTO       VALUE 'S'.
           03  WSS-VENDEQUIPE-ABERTO   PIC  X(001)         VALUE 'N'.
               88  VENDEQUIPE-ABERTO   VALUE 'S'.
           03  WSS-EQUIPE-ANT          PIC  9(003)         VALUE ZEROS.
      *----------------------------------------------------------------*
      *    VARIAVEIS - VALIDACAO DE ENDERECO PELA TABELA MUNICIPIO
      *----------------------------------------------------------------*
           03  WSS-MUNICIPIO-ABERTO    PIC  X(001)         VALUE 'N'.
           03 F LINE 23 COL 24        VALUE " CEP.........: ".
           03 F LINE 14 COL 56        VALUE " Treinam(S/N): ".
           03 F LINE 16 COL 56        VALUE " Ini.Treinam.: ".
           03 F LINE 18 COL 56        VALUE " Contr. (C/R): ".
           03 F LINE 19 COL 56        VALUE " Equipe......: ".
           03 F LINE 17 COL 56        VALUE " Canal (C/T).: ".
      *
      *----------------------------------------------------------------*
      *    TELA DADOS VENDEDOR - CADASTRO
           03 U13C LINE 14 COL 71 PIC X(001)   USING TREINAMENTO-WSV.
           03 U14C LINE 16 COL 71 PIC 9(008)
                                          USING DT-INICIO-TREIN-WSV.
           03 U15C LINE 18 COL 71 PIC X(001)   USING TIPO-CONTRATO-WSV.
           03 U16C LINE 19 COL 71 PIC ZZ9      USING EQUIPE-WSV.
           03 U17C LINE 17 COL 71 PIC X(001)   USING CANAL-WSV.
      *
       01  TELA-DADOS-VENDEDOR-T.
           03 T1C LINE 08 COL 39 PIC  ZZZZZZ9       TO    CODIGO-WSV.
           03 T13C LINE 14 COL 71 PIC X(001)   TO    TREINAMENTO-WSV.
           03 T14C LINE 16 COL 71 PIC 9(008)
                                          TO    DT-INICIO-TREIN-WSV.
           03 T15C LINE 18 COL 71 PIC X(001)   TO    TIPO-CONTRATO-WSV.
           03 T16C LINE 19 COL 71 PIC ZZ9      TO    EQUIPE-WSV.
           03 T17C LINE 17 COL 71 PIC X(001)   TO    CANAL-WSV.
      *
      *----------------------------------------------------------------*
      *    TELA DIVERSOS MENSAGEMS
           IF FS-MUNICIPIO             EQUAL '00'
              MOVE 'S'                 TO WSS-MUNICIPIO-ABERTO
           END-IF.
      *
      *  ---> EQUIPE e opcional: sem ela o codigo de equipe nao e
      *       validado. O historico e criado na primeira utilizacao
           OPEN INPUT ARQ-EQUIPE.
           IF FS-EQUIPE                EQUAL '00'
              MOVE 'S'                 TO WSS-EQUIPE-ABERTO
           END-IF.
      *
           OPEN I-O ARQ-VENDEQUIPE.
           IF FS-VENDEQUIPE            EQUAL '05' OR '35'
              CLOSE ARQ-VENDEQUIPE
              OPEN OUTPUT ARQ-VENDEQUIPE
              CLOSE ARQ-VENDEQUIPE
              OPEN I-O ARQ-VENDEQUIPE
           END-IF.
           IF FS-VENDEQUIPE            EQUAL '00'
              MOVE 'S'                 TO WSS-VENDEQUIPE-ABERTO
           END-IF.
      *
       RT-INICIALIZARX.
           EXIT.
      *
      *  ---> Perfil consulta: somente a funcao de consulta e liberada
           IF (WSS-FUN                 EQUAL 1 OR 2 OR 3 OR 4)
              AND (LKS-PERFIL          EQUAL 'Q' OR 'q'
                   OR LKS-SO-CONSULTA)
              MOVE "Funcao fora do perfil do operador (consulta)."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
      *
              MOVE WSS-PROXIMO         TO CODIGO-WSV
                                          WSS-CODIGO
              MOVE ZEROS               TO WSS-EQUIPE-ANT
              DISPLAY TELA-DADOS-VENDEDOR-T
                      U1C
      *
                                            WITH PROMPT AUTO-SKIP
                 PERFORM REC-COD
              ELSE
      *  ---> Vendedor de filial fora das permitidas ao operador
                 MOVE FILIAL-WSV       TO WSS-FIL-TESTE
                 PERFORM RT-CONFERIR-FILIAL
                                       THRU RT-CONFERIR-FILIALX
                 IF NOT FILIAL-PERMITIDA
                    PERFORM RT-NEGAR-FILIAL
                                       THRU RT-NEGAR-FILIALX
                    PERFORM REC-COD
                 ELSE
      *  ---> Exibe dados ja cadastrados
                    IF EQUIPE-WSV      NOT NUMERIC
                       MOVE ZEROS      TO EQUIPE-WSV
                    END-IF
                    MOVE EQUIPE-WSV    TO WSS-EQUIPE-ANT
                    DISPLAY TELA-DADOS-VENDEDOR-U
                 END-IF
              END-IF
           END-IF.
      *
                                        INTO REG-WSV
                AT END
                    MOVE 'S'             TO WSS-FIM-ARQ-CON
                    GO                   TO RT-LER-VENDEDOR-SEQX
           END-READ.
      *
      *  ---> Consulta mostra apenas as filiais permitidas ao operador
           MOVE FILIAL-WSV              TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL   THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              GO                        TO RT-LER-VENDEDOR-SEQ
           END-IF.
      *
       RT-LER-VENDEDOR-SEQX.
           EXIT.
           END-IF.
      *
      *----------------------------------------------------------------*
      *  ---> Receber o tipo de contrato do vendedor na tela
      *----------------------------------------------------------------*
       REC-CONTRATO.
      *
           MOVE "Contrato: C - CLT, R - representante autonomo (PJ)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           IF TIPO-CONTRATO-WSV        EQUAL SPACES
              ACCEPT T15C
           ELSE
              ACCEPT U15C
           END-IF
      *
           EVALUATE TIPO-CONTRATO-WSV
               WHEN 'C'
               WHEN 'c'
               WHEN SPACES
                    MOVE 'C'           TO TIPO-CONTRATO-WSV
               WHEN 'R'
               WHEN 'r'
                    MOVE 'R'           TO TIPO-CONTRATO-WSV
               WHEN OTHER
                    MOVE "Valor invalido (C/R)."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    PERFORM REC-CONTRATO
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
      *  ---> Receber o canal de atendimento do vendedor na tela
      *----------------------------------------------------------------*
       REC-CANAL.
      *
           MOVE "Canal: C - vendedor de campo, T - televendas."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           IF CANAL-WSV                EQUAL SPACES
              ACCEPT T17C
           ELSE
              ACCEPT U17C
           END-IF
      *
           EVALUATE CANAL-WSV
               WHEN 'C'
               WHEN 'c'
               WHEN SPACES
                    MOVE 'C'           TO CANAL-WSV
               WHEN 'T'
               WHEN 't'
                    MOVE 'T'           TO CANAL-WSV
               WHEN OTHER
                    MOVE "Valor invalido (C/T)."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    PERFORM REC-CANAL
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
      *  ---> Receber a equipe de vendas do vendedor na tela
      *----------------------------------------------------------------*
       REC-EQUIPE.
      *
           MOVE "Equipe de vendas do vendedor (ZEROS = sem equipe)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           IF EQUIPE-WSV               NOT NUMERIC
              MOVE ZEROS               TO EQUIPE-WSV
           END-IF.
      *
           IF EQUIPE-WSV               EQUAL ZEROS
              ACCEPT T16C
           ELSE
              ACCEPT U16C
           END-IF
      *
           IF EQUIPE-WSV               GREATER ZEROS
              AND EQUIPE-ABERTO
              MOVE EQUIPE-WSV          TO EQV-CODIGO-FDQ
              READ ARQ-EQUIPE          KEY IS EQV-CODIGO-FDQ
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-EQUIPE             NOT EQUAL '00'
                 OR EQUIPE-INATIVA-FDQ
                 MOVE "Equipe nao cadastrada ou inativa."
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 PERFORM REC-EQUIPE
              END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
      *  ---> Receber a data de inicio do treinamento na tela
      *----------------------------------------------------------------*
       REC-DT-TREIN.
           IF EMPRESA-WSV              EQUAL ZEROS
              MOVE LKS-EMPRESA         TO EMPRESA-WSV
           END-IF.
      *
      *  ---> Registro sem filial assume a primeira filial permitida
      *       ao operador (operador sem restricao mantem zeros)
           IF FILIAL-WSV               EQUAL ZEROS
              AND LKS-FILIAIS-PERM     NUMERIC
              PERFORM VARYING WSS-IDX-PERM FROM 8 BY -1
                      UNTIL   WSS-IDX-PERM LESS 1
                 IF LKS-FILIAL-PERM (WSS-IDX-PERM)
                                       GREATER ZEROS
                    MOVE LKS-FILIAL-PERM (WSS-IDX-PERM)
                                       TO FILIAL-WSV
                 END-IF
              END-PERFORM
           END-IF.
      *
           MOVE ZEROS                  TO WSS-TENTATIVAS.
           PERFORM RT-GRAVAR-TENTATIVA THRU RT-GRAVAR-TENTATIVAX.
              END-IF
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              IF EQUIPE-WSV            NOT EQUAL WSS-EQUIPE-ANT
                 PERFORM RT-GRAVAR-HIST-EQUIPE
                                       THRU RT-GRAVAR-HIST-EQUIPEX
              END-IF
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           EXIT.
      *
      *----------------------------------------------------------------*
      *    HISTORICO DE EQUIPE: UM REGISTRO POR TROCA, COM A EQUIPE
      *    ANTERIOR. SEGUNDA TROCA NO MESMO DIA SUBSTITUI A PRIMEIRA,
      *    MANTENDO A EQUIPE ANTERIOR ORIGINAL DO DIA.
      *----------------------------------------------------------------*
       RT-GRAVAR-HIST-EQUIPE           SECTION.
      *----------------------------------------------------------------*
      *
           IF NOT VENDEQUIPE-ABERTO
              GO                       TO RT-GRAVAR-HIST-EQUIPEX
           END-IF.
      *
           MOVE CODIGO-WSV             TO VEQ-CVENDEDOR-FDH.
           MOVE WSS-DATA-SIS           TO VEQ-DT-INICIO-FDH.
      *
           READ ARQ-VENDEQUIPE         KEY IS VEQ-CHAVE-FDH
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           MOVE EQUIPE-WSV             TO VEQ-EQUIPE-FDH.
           MOVE LKS-OPERADOR           TO VEQ-OPERADOR-FDH.
      *
           IF FS-VENDEQUIPE            EQUAL '00'
              REWRITE REG-FDH
           ELSE
              MOVE WSS-EQUIPE-ANT      TO VEQ-EQUIPE-ANT-FDH
              WRITE REG-FDH
           END-IF.
      *
           MOVE EQUIPE-WSV             TO WSS-EQUIPE-ANT.
      *
           MOVE 'TROCA DE EQUIPE DO VENDEDOR'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
       RT-GRAVAR-HIST-EQUIPEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    TENTATIVA UNICA DE GRAVACAO DO VENDEDOR. SE O REGISTRO
      *    ESTIVER BLOQUEADO POR OUTRO OPERADOR (LOCK MODE MANUAL),
      *    AGUARDA UM INSTANTE E DEIXA A ROTINA CHAMADORA TENTAR DE
              CLOSE ARQ-MUNICIPIO
              MOVE 'N'                 TO WSS-MUNICIPIO-ABERTO
           END-IF.
      *
           IF EQUIPE-ABERTO
              CLOSE ARQ-EQUIPE
              MOVE 'N'                 TO WSS-EQUIPE-ABERTO
           END-IF.
      *
           IF VENDEQUIPE-ABERTO
              CLOSE ARQ-VENDEQUIPE
              MOVE 'N'                 TO WSS-VENDEQUIPE-ABERTO
           END-IF.
      *
           CLOSE ARQ-AUDITORIA.
      *
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONFERE SE A FILIAL EM WSS-FIL-TESTE ESTA ENTRE AS FILIAIS
      *    PERMITIDAS AO OPERADOR DA SESSAO (LISTA ZERADA LIBERA TODAS
      *    AS FILIAIS DA EMPRESA)
      *----------------------------------------------------------------*
       RT-CONFERIR-FILIAL              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WSS-FIL-PERMITIDA.
      *
           IF LKS-FILIAIS-PERM         NOT NUMERIC
              OR LKS-FILIAIS-PERM      EQUAL ZEROS
              GO                       TO RT-CONFERIR-FILIALX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIL-PERMITIDA.
      *
           PERFORM VARYING WSS-IDX-PERM FROM 1 BY 1
                   UNTIL   WSS-IDX-PERM GREATER 8
              IF LKS-FILIAL-PERM (WSS-IDX-PERM)
                                       EQUAL WSS-FIL-TESTE
                 AND WSS-FIL-TESTE     GREATER ZEROS
                 MOVE 'S'              TO WSS-FIL-PERMITIDA
              END-IF
           END-PERFORM.
      *
       RT-CONFERIR-FILIALX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RECUSA O ACESSO A VENDEDOR DE FILIAL NAO PERMITIDA AO
      *    OPERADOR, COM REGISTRO NA AUDITORIA
      *----------------------------------------------------------------*
       RT-NEGAR-FILIAL                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'PT000001'             TO WSS-AUD-PROGRAMA.
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'ACESSO NEGADO FILIAL ' WSS-FIL-TESTE
                  ' VEND ' CODIGO-WSV  DELIMITED BY SIZE
                                       INTO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Vendedor de filial nao permitida ao operador."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-NEGAR-FILIALX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
