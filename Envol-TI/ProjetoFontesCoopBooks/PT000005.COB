      *     *            PELO HASH, RESPEITA A COMPLEXIDADE MINIMA DO  *
      *     *            PARAMDIST E O HISTORICO SEM REUTILIZACAO.     *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            FILIAIS PERMITIDAS AO OPERADOR (ATE 8; ZERADAS*
      *     *            LIBERAM TODAS AS FILIAIS DA EMPRESA).         *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA DE PROCESSAMENTO.               *
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
      *
       77  WSS-SON                     PIC  X(001)         VALUE 'N'.
           88 SON                      VALUE 'S' 's' 'N' 'n'.
           03 F LINE 16 COL 20        VALUE " Acesso Executar....: ".
           03 F LINE 17 COL 20        VALUE " Acesso Parametros..: ".
           03 F LINE 19 COL 20        VALUE " Situacao (A/B/I)...: ".
           03 F LINE 21 COL 20        VALUE " Filiais (0=todas)..: ".
      *
      *----------------------------------------------------------------*
      *    TELA DADOS OPERADOR - CADASTRO
                                      USING OPE-ACESSO-PAR-WSO.
           03 U8O LINE 19 COL 43 PIC X(001)        USING
                                                      OPE-SITUACAO-WSO.
           03 U9A LINE 21 COL 43 PIC 999
                                      USING OPE-FILIAL-PERM-WSO (1).
           03 U9B LINE 21 COL 47 PIC 999
                                      USING OPE-FILIAL-PERM-WSO (2).
           03 U9C LINE 21 COL 51 PIC 999
                                      USING OPE-FILIAL-PERM-WSO (3).
           03 U9D LINE 21 COL 55 PIC 999
                                      USING OPE-FILIAL-PERM-WSO (4).
           03 U9E LINE 21 COL 59 PIC 999
                                      USING OPE-FILIAL-PERM-WSO (5).
           03 U9F LINE 21 COL 63 PIC 999
                                      USING OPE-FILIAL-PERM-WSO (6).
           03 U9G LINE 21 COL 67 PIC 999
                                      USING OPE-FILIAL-PERM-WSO (7).
           03 U9H LINE 21 COL 71 PIC 999
                                      USING OPE-FILIAL-PERM-WSO (8).
      *
       01  TELA-DADOS-OPERADOR-T.
           03 T1O LINE 08 COL 43 PIC X(010)        TO    OPE-ID-WSO.
           MOVE 6                      TO WSS-MIN-SENHA.
           OPEN INPUT ARQ-PARAMETROS.
           IF FS-PARAMETROS            EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS         EQUAL '00'
                 AND PARM-SENHA-MIN    GREATER ZEROS
                 MOVE PARM-SENHA-MIN   TO WSS-MIN-SENHA
                                            WITH PROMPT AUTO-SKIP
              PERFORM REC-ACESSOS
           END-IF.
      *
      *----------------------------------------------------------------*
      *  ---> Filiais da empresa permitidas ao operador (clientes e
      *       vendedores); todas zeradas liberam todas as filiais
      *----------------------------------------------------------------*
       REC-FILIAIS.
      *
           MOVE "Informe ate 8 filiais permitidas (zeros = todas)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           IF OPE-FILIAIS-PERM-WSO     NOT NUMERIC
              MOVE ZEROS               TO OPE-FILIAIS-PERM-WSO
           END-IF.
      *
           ACCEPT U9A.
           ACCEPT U9B.
           ACCEPT U9C.
           ACCEPT U9D.
           ACCEPT U9E.
           ACCEPT U9F.
           ACCEPT U9G.
           ACCEPT U9H.
      *
       RT-RECEBER-DADOSX.
           EXIT.
           EXIT.
      *
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
           IF LKS-DATA-PROC            EQUAL SPACES
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WSS-PVG-DATA
           ELSE
              MOVE LKS-DATA-PROC(5:4)  TO WSS-PVG-DATA(1:4)
              MOVE LKS-DATA-PROC(3:2)  TO WSS-PVG-DATA(5:2)
              MOVE LKS-DATA-PROC(1:2)  TO WSS-PVG-DATA(7:2)
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
