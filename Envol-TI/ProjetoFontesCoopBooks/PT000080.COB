      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            INCLUIDO FATO-RESULTADO.CSV: DEMONSTRATIVO DE *
      *     *            RESULTADO POR VENDEDOR E MES CONGELADO NO     *
      *     *            FECHAMENTO MENSAL (ARQUIVO RESULTADO,         *
      *     *            PT000058), COM EMPRESA E FILIAL DO VENDEDOR.  *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            INCLUIDO DIM-CONTATO.CSV: CONTATOS DO CLIENTE *
      *     *            RESPEITANDO O CONSENTIMENTO LGPD (PRV00909).  *
      *     *            TELEFONE E E-MAIL SO SAEM COM CONSENTIMENTO   *
      *     *            NO CANAL; CONTATO SEM CONSENTIMENTO EM        *
      *     *            NENHUM CANAL NAO E EXTRAIDO.                  *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            EXTRACAO SO COM AS FILIAIS PERMITIDAS AO      *
      *     *            OPERADOR (FATOS PELA FILIAL DO CLIENTE).      *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
           COPY 'SEL-MUNICIPIO.CPY'    REPLACING ==::== BY ==-FDM==.
      *
           COPY 'SEL-RESULTADO.CPY'    REPLACING ==::== BY ==-FDR==.
      *
           COPY 'SEL-CONTATOS.CPY'     REPLACING ==::== BY ==-FDN==.
      *
      *  ---> Saidas do conjunto de extracao (uma por tabela do BI)
           SELECT  REL-FATO-ATRIB      ASSIGN TO 'FATO-ATRIB.CSV'
           SELECT  REL-FATO-EXCECAO    ASSIGN TO 'FATO-EXCECAO.CSV'
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-FATO-EXC.
      *
           SELECT  REL-FATO-RESULTADO  ASSIGN TO 'FATO-RESULTADO.CSV'
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-FATO-RES.
      *
           SELECT  REL-DIM-CLIENTE     ASSIGN TO 'DIM-CLIENTE.CSV'
                   ORGANIZATION        IS LINE SEQUENTIAL
           SELECT  REL-DIM-FILIAL      ASSIGN TO 'DIM-FILIAL.CSV'
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-DIM-FIL.
      *
           SELECT  REL-DIM-CONTATO     ASSIGN TO 'DIM-CONTATO.CSV'
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-DIM-CON.
      *
           SELECT  REL-DIM-MUNICIPIO   ASSIGN TO 'DIM-MUNICIPIO.CSV'
                   ORGANIZATION        IS LINE SEQUENTIAL
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDM.
       COPY 'FD-MUNICIPIO.CPY'         REPLACING ==::== BY ==-FDM==.
      *
       FD  ARQ-RESULTADO               VALUE OF FILE-ID IS 'RESULTADO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-RESULTADO.CPY'         REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-CONTATOS                VALUE OF FILE-ID IS 'CONTATOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDN.
       COPY 'FD-CONTATOS.CPY'          REPLACING ==::== BY ==-FDN==.
      *
       FD  REL-FATO-ATRIB.
       01  REG-FATO-ATRIB              PIC X(140).
      *
       FD  REL-FATO-EXCECAO.
       01  REG-FATO-EXCECAO            PIC X(120).
      *
       FD  REL-FATO-RESULTADO.
       01  REG-FATO-RESULTADO          PIC X(140).
      *
       FD  REL-DIM-CLIENTE.
       01  REG-DIM-CLIENTE             PIC X(160).
      *
       FD  REL-DIM-FILIAL.
       01  REG-DIM-FILIAL              PIC X(060).
      *
       FD  REL-DIM-CONTATO.
       01  REG-DIM-CONTATO             PIC X(160).
      *
       FD  REL-DIM-MUNICIPIO.
       01  REG-DIM-MUNICIPIO           PIC X(080).
           03  WSS-QTD-FATOS           PIC  9(007)         VALUE ZEROS.
           03  WSS-DIST-ED             PIC  9(009),9(002)  VALUE ZEROS.
           03  WSS-LINHA-SAIDA         PIC  X(160)         VALUE SPACES.
           03  WSS-FAT-ED              PIC  9(011),9(002)  VALUE ZEROS.
           03  WSS-DEV-ED              PIC  9(011),9(002)  VALUE ZEROS.
           03  WSS-COM-ED              PIC -9(009),9(002)  VALUE ZEROS.
           03  WSS-DSP-ED              PIC  9(009),9(002)  VALUE ZEROS.
           03  WSS-CTB-ED              PIC -9(011),9(002)  VALUE ZEROS.
      *
      *  ---> Consentimento LGPD do contato corrente por canal
           03  WSS-CNS-TELEFONE        PIC  X(001)         VALUE 'N'.
           03  WSS-CNS-EMAIL           PIC  X(001)         VALUE 'N'.
           03  WSS-CNS-PESQUISA        PIC  X(001)         VALUE 'N'.
           03  WSS-CNS-MARKETING       PIC  X(001)         VALUE 'N'.
           03  WSS-CON-TELEFONE        PIC  X(015)         VALUE SPACES.
           03  WSS-CON-EMAIL           PIC  X(040)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-MUNICIPIO            PIC  X(002)         VALUE SPACES.
           03  FS-RESULTADO            PIC  X(002)         VALUE SPACES.
           03  FS-FATO-RES             PIC  X(002)         VALUE SPACES.
           03  FS-FATO-ATRIB           PIC  X(002)         VALUE SPACES.
           03  FS-FATO-VISITA          PIC  X(002)         VALUE SPACES.
           03  FS-FATO-EXC             PIC  X(002)         VALUE SPACES.
           03  FS-DIM-VEN              PIC  X(002)         VALUE SPACES.
           03  FS-DIM-FIL              PIC  X(002)         VALUE SPACES.
           03  FS-DIM-MUN              PIC  X(002)         VALUE SPACES.
           03  FS-CONTATOS             PIC  X(002)         VALUE SPACES.
           03  FS-DIM-CON              PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
       77  WSS-TIPO-SOMA               PIC  X(001)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    FILIAIS PERMITIDAS AO OPERADOR (FATOS PELO CLIENTE)
      *----------------------------------------------------------------*
       77  WSS-FIL-PERMITIDA           PIC  X(001)         VALUE 'S'.
           88  FILIAL-PERMITIDA                            VALUE 'S'.
       77  WSS-FIL-TESTE               PIC  9(003)         VALUE ZEROS.
       77  WSS-IDX-PERM                PIC  9(002)         VALUE ZEROS.
       77  WSS-CLI-TESTE               PIC  9(007)         VALUE ZEROS.
       77  WSS-CLIENTES-ABERTO         PIC  X(001)         VALUE 'N'.
           88  CLIENTES-ABERTO                             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUDITORIA
      *----------------------------------------------------------------*
       01  WSS-AUDITORIA.
           03  WSS-DATA-SIS-ANO        PIC  X(004).
           03  WSS-DATA-SIS-MES        PIC  X(002).
           03  WSS-DATA-SIS-DIA        PIC  X(002).
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00909
      *    - Consentimento LGPD do contato por canal
      *----------------------------------------------------------------*
      *
       01  WPT00910                    PIC X(08)           VALUE
                                                            'PT000910'.
      *
           COPY 'SUB-CNS.CPY'          REPLACING ==::== BY ==WSN==.
      *
       01  FILLER                      PIC  X(032)         VALUE
           'FFF  FIM DA WORKING-STORAGE  FFF'.
           PERFORM RT-FATO-ATRIBUICAO  THRU RT-FATO-ATRIBUICAOX.
           PERFORM RT-FATO-VISITAS     THRU RT-FATO-VISITASX.
           PERFORM RT-FATO-EXCECOES    THRU RT-FATO-EXCECOESX.
           PERFORM RT-FATO-RESULTADO   THRU RT-FATO-RESULTADOX.
           PERFORM RT-DIM-CLIENTES     THRU RT-DIM-CLIENTESX.
           PERFORM RT-DIM-CONTATOS     THRU RT-DIM-CONTATOSX.
           PERFORM RT-DIM-VENDEDORES   THRU RT-DIM-VENDEDORESX.
           PERFORM RT-DIM-FILIAIS      THRU RT-DIM-FILIAISX.
           PERFORM RT-DIM-MUNICIPIOS   THRU RT-DIM-MUNICIPIOSX.
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           OPEN EXTEND ARQ-AUDITORIA.
      *
      *  ---> Clientes aberto durante toda a extracao: os fatos pelo
      *       cliente consultam a filial dele
           OPEN INPUT  ARQ-CLIENTES.
           IF FS-CLIENTES              EQUAL '00'
              MOVE 'S'                 TO WSS-CLIENTES-ABERTO
           END-IF.
      *
       RT-INICIALIZARX.
           EXIT.
                   AT END
                      MOVE 'S'         TO WSS-FIM-ARQ
                   NOT AT END
                      MOVE CCLIENTE-FDD
                                       TO WSS-CLI-TESTE
                      PERFORM RT-CONFERIR-CLIENTE
                                       THRU RT-CONFERIR-CLIENTEX
                      MOVE DISTANCIA-FDD
                                       TO WSS-DIST-ED
                      MOVE SPACES      TO REG-FATO-ATRIB
                         DELIMITED BY SIZE
                                       INTO REG-FATO-ATRIB
                      END-STRING
                      IF FILIAL-PERMITIDA
                         WRITE REG-FATO-ATRIB
                         ADD 1         TO WSS-QTD-FATOS
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQ-DISTRIBUIR
                   AT END
                      MOVE 'S'         TO WSS-FIM-ARQ
                   NOT AT END
                      MOVE VIS-CCLIENTE-FDT
                                       TO WSS-CLI-TESTE
                      PERFORM RT-CONFERIR-CLIENTE
                                       THRU RT-CONFERIR-CLIENTEX
                      MOVE SPACES      TO REG-FATO-VISITA
                      STRING VIS-CCLIENTE-FDT ';' VIS-DATA-FDT ';'
                             VIS-CVENDEDOR-FDT ';' VIS-RESULTADO-FDT
                         DELIMITED BY SIZE
                                       INTO REG-FATO-VISITA
                      END-STRING
                      IF FILIAL-PERMITIDA
                         WRITE REG-FATO-VISITA
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQ-VISITAS
                   AT END
                      MOVE 'S'         TO WSS-FIM-ARQ
                   NOT AT END
                      MOVE CAS-CCLIENTE-FDK
                                       TO WSS-CLI-TESTE
                      PERFORM RT-CONFERIR-CLIENTE
                                       THRU RT-CONFERIR-CLIENTEX
                      MOVE SPACES      TO REG-FATO-EXCECAO
                      STRING CAS-CCLIENTE-FDK ';' CAS-MOTIVO-FDK ';'
                             CAS-SITUACAO-FDK ';'
                         DELIMITED BY SIZE
                                       INTO REG-FATO-EXCECAO
                      END-STRING
                      IF FILIAL-PERMITIDA
                         WRITE REG-FATO-EXCECAO
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQ-CASOS
       RT-FATO-EXCECOESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FATO-RESULTADO               SECTION.
      *  ---> Demonstrativo de resultado congelado no fechamento
      *       mensal, um registro por vendedor e mes
      *----------------------------------------------------------------*
      *
           OPEN INPUT  ARQ-RESULTADO.
           OPEN OUTPUT REL-FATO-RESULTADO.
      *
           MOVE SPACES                 TO REG-FATO-RESULTADO.
           STRING 'LAYOUT;' WSS-VERSAO-LAYOUT
                  ';ANOMES;VENDEDOR;EMPRESA;FILIAL;FATURADO;'
                  'DEVOLUCAO;COMISSAO;DESPESA;CONTRIBUICAO;'
                  'DT-FECHAMENTO'
              DELIMITED BY SIZE        INTO REG-FATO-RESULTADO
           END-STRING.
           WRITE REG-FATO-RESULTADO.
      *
           IF FS-RESULTADO             EQUAL '00'
              MOVE 'N'                 TO WSS-FIM-ARQ
              PERFORM UNTIL WSS-FIM-ARQ
                                       EQUAL 'S'
                 READ ARQ-RESULTADO    NEXT
                   AT END
                      MOVE 'S'         TO WSS-FIM-ARQ
                   NOT AT END
                      MOVE RES-FILIAL-FDR
                                       TO WSS-FIL-TESTE
                      PERFORM RT-CONFERIR-FILIAL
                                       THRU RT-CONFERIR-FILIALX
                      MOVE RES-VLR-FATURADO-FDR
                                       TO WSS-FAT-ED
                      MOVE RES-VLR-DEVOLUCAO-FDR
                                       TO WSS-DEV-ED
                      MOVE RES-VLR-COMISSAO-FDR
                                       TO WSS-COM-ED
                      MOVE RES-VLR-DESPESA-FDR
                                       TO WSS-DSP-ED
                      MOVE RES-VLR-CONTRIB-FDR
                                       TO WSS-CTB-ED
                      MOVE SPACES      TO REG-FATO-RESULTADO
                      STRING RES-ANOMES-FDR ';' RES-CVENDEDOR-FDR ';'
                             RES-EMPRESA-FDR ';' RES-FILIAL-FDR ';'
                             WSS-FAT-ED ';' WSS-DEV-ED ';'
                             WSS-COM-ED ';' WSS-DSP-ED ';'
                             WSS-CTB-ED ';' RES-DT-FECHAMENTO-FDR
                         DELIMITED BY SIZE
                                       INTO REG-FATO-RESULTADO
                      END-STRING
                      IF FILIAL-PERMITIDA
                         WRITE REG-FATO-RESULTADO
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQ-RESULTADO
           END-IF.
      *
           CLOSE REL-FATO-RESULTADO.
      *
       RT-FATO-RESULTADOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DIM-CLIENTES                 SECTION.
      *  ---> Dimensao de clientes; de passagem acumula a contagem de
      *       clientes por filial para a dimensao de filiais
      *----------------------------------------------------------------*
      *
           OPEN OUTPUT REL-DIM-CLIENTE.
      *
           MOVE SPACES                 TO REG-DIM-CLIENTE.
           END-STRING.
           WRITE REG-DIM-CLIENTE.
      *
           IF CLIENTES-ABERTO
              MOVE ZEROS               TO CODIGO-FDC
              MOVE 'N'                 TO WSS-FIM-ARQ
              START ARQ-CLIENTES       KEY IS NOT LESS CODIGO-FDC
                   AT END
                      MOVE 'S'         TO WSS-FIM-ARQ
                   NOT AT END
                      MOVE FILIAL-FDC  TO WSS-FIL-TESTE
                      PERFORM RT-CONFERIR-FILIAL
                                       THRU RT-CONFERIR-FILIALX
                      MOVE SPACES      TO REG-DIM-CLIENTE
                      STRING CODIGO-FDC ';' RSOCIAL-FDC ';'
                             FILIAL-FDC ';' CIDADE-FDC ';'
                         DELIMITED BY SIZE
                                       INTO REG-DIM-CLIENTE
                      END-STRING
                      IF FILIAL-PERMITIDA
                         WRITE REG-DIM-CLIENTE
                         MOVE FILIAL-FDC
                                       TO WSS-FIL-CORRENTE
                         MOVE 'C'      TO WSS-TIPO-SOMA
                         PERFORM RT-SOMAR-FILIAL
                                       THRU RT-SOMAR-FILIALX
                      END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
           CLOSE REL-DIM-CLIENTE.
       RT-DIM-CLIENTESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DIM-CONTATOS                 SECTION.
      *  ---> Dimensao de contatos do cliente: so sai o contato com
      *       consentimento LGPD valido em algum canal na data, e o
      *       telefone/e-mail so com consentimento no proprio canal
      *----------------------------------------------------------------*
      *
           OPEN INPUT  ARQ-CONTATOS.
           OPEN OUTPUT REL-DIM-CONTATO.
      *
           MOVE SPACES                 TO REG-DIM-CONTATO.
           STRING 'LAYOUT;' WSS-VERSAO-LAYOUT
                  ';CLIENTE;SEQUENCIA;NOME;CARGO;TELEFONE;EMAIL;'
                  'PESQUISA;MARKETING'
              DELIMITED BY SIZE        INTO REG-DIM-CONTATO
           END-STRING.
           WRITE REG-DIM-CONTATO.
      *
           IF FS-CONTATOS              EQUAL '00'
              MOVE ZEROS               TO CON-CCLIENTE-FDN
                                          CON-SEQ-FDN
              MOVE 'N'                 TO WSS-FIM-ARQ
              START ARQ-CONTATOS       KEY IS NOT LESS CON-CHAVE-FDN
                   INVALID KEY
                       MOVE 'S'        TO WSS-FIM-ARQ
              END-START
              PERFORM UNTIL WSS-FIM-ARQ
                                       EQUAL 'S'
                 READ ARQ-CONTATOS     NEXT
                   AT END
                      MOVE 'S'         TO WSS-FIM-ARQ
                   NOT AT END
                      PERFORM RT-GRAVAR-CONTATO
                                       THRU RT-GRAVAR-CONTATOX
                 END-READ
              END-PERFORM
              CLOSE ARQ-CONTATOS
           END-IF.
      *
           CLOSE REL-DIM-CONTATO.
      *
           MOVE 'F'                    TO WSN-CNS-FUNCAO.
           CALL WPT00910               USING WSN-CNS-PARM.
      *
       RT-DIM-CONTATOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-CONTATO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE CON-CCLIENTE-FDN       TO WSS-CLI-TESTE.
           PERFORM RT-CONFERIR-CLIENTE THRU RT-CONFERIR-CLIENTEX.
      *
           IF NOT FILIAL-PERMITIDA
              GO                       TO RT-GRAVAR-CONTATOX
           END-IF.
      *
           MOVE 'C'                    TO WSN-CNS-FUNCAO.
           MOVE CON-CCLIENTE-FDN       TO WSN-CNS-CCLIENTE.
           MOVE CON-SEQ-FDN            TO WSN-CNS-SEQ.
           MOVE WSS-DATA-SIS           TO WSN-CNS-DATA.
      *
           MOVE 'T'                    TO WSN-CNS-CANAL.
           CALL WPT00910               USING WSN-CNS-PARM.
           MOVE WSN-CNS-VALIDO         TO WSS-CNS-TELEFONE.
      *
           MOVE 'E'                    TO WSN-CNS-CANAL.
           CALL WPT00910               USING WSN-CNS-PARM.
           MOVE WSN-CNS-VALIDO         TO WSS-CNS-EMAIL.
      *
           MOVE 'P'                    TO WSN-CNS-CANAL.
           CALL WPT00910               USING WSN-CNS-PARM.
           MOVE WSN-CNS-VALIDO         TO WSS-CNS-PESQUISA.
      *
           MOVE 'M'                    TO WSN-CNS-CANAL.
           CALL WPT00910               USING WSN-CNS-PARM.
           MOVE WSN-CNS-VALIDO         TO WSS-CNS-MARKETING.
      *
           IF WSS-CNS-TELEFONE         NOT EQUAL 'S'
              AND WSS-CNS-EMAIL        NOT EQUAL 'S'
              AND WSS-CNS-PESQUISA     NOT EQUAL 'S'
              AND WSS-CNS-MARKETING    NOT EQUAL 'S'
              GO                       TO RT-GRAVAR-CONTATOX
           END-IF.
      *
           MOVE SPACES                 TO WSS-CON-TELEFONE
                                          WSS-CON-EMAIL.
      *
           IF WSS-CNS-TELEFONE         EQUAL 'S'
              MOVE CON-TELEFONE-FDN    TO WSS-CON-TELEFONE
           END-IF.
      *
           IF WSS-CNS-EMAIL            EQUAL 'S'
              MOVE CON-EMAIL-FDN       TO WSS-CON-EMAIL
           END-IF.
      *
           MOVE SPACES                 TO REG-DIM-CONTATO.
           STRING CON-CCLIENTE-FDN ';' CON-SEQ-FDN ';'
                  CON-NOME-FDN ';' CON-CARGO-FDN ';'
                  WSS-CON-TELEFONE ';' WSS-CON-EMAIL ';'
                  WSS-CNS-PESQUISA ';' WSS-CNS-MARKETING
              DELIMITED BY SIZE        INTO REG-DIM-CONTATO
           END-STRING.
           WRITE REG-DIM-CONTATO.
      *
       RT-GRAVAR-CONTATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DIM-VENDEDORES               SECTION.
      *----------------------------------------------------------------*
                   AT END
                      MOVE 'S'         TO WSS-FIM-ARQ
                   NOT AT END
                      MOVE FILIAL-FDV  TO WSS-FIL-TESTE
                      PERFORM RT-CONFERIR-FILIAL
                                       THRU RT-CONFERIR-FILIALX
                      MOVE SPACES      TO REG-DIM-VENDEDOR
                      STRING CODIGO-FDV ';' NOME-FDV ';'
                             FILIAL-FDV ';' CIDADE-FDV ';'
                         DELIMITED BY SIZE
                                       INTO REG-DIM-VENDEDOR
                      END-STRING
                      IF FILIAL-PERMITIDA
                         WRITE REG-DIM-VENDEDOR
                         MOVE FILIAL-FDV
                                       TO WSS-FIL-CORRENTE
                         MOVE 'V'      TO WSS-TIPO-SOMA
                         PERFORM RT-SOMAR-FILIAL
                                       THRU RT-SOMAR-FILIALX
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE ARQ-VENDEDOR
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           CLOSE ARQ-AUDITORIA.
      *
           IF CLIENTES-ABERTO
              CLOSE ARQ-CLIENTES
           END-IF.
      *
           MOVE SPACES                 TO LKS-MENSAGEM.
           STRING 'Extracao BI gerada (' WSS-QTD-FATOS
       RT-FINALIZARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONFERIR-CLIENTE             SECTION.
      *  ---> Filial do cliente WSS-CLI-TESTE contra as filiais do
      *       operador; sem restricao nao ha leitura do cadastro
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WSS-FIL-PERMITIDA.
      *
           IF LKS-FILIAIS-PERM         NOT NUMERIC
              OR LKS-FILIAIS-PERM      EQUAL ZEROS
              GO                       TO RT-CONFERIR-CLIENTEX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-FIL-TESTE.
      *
           IF CLIENTES-ABERTO
              MOVE WSS-CLI-TESTE       TO CODIGO-FDC
              READ ARQ-CLIENTES        KEY IS CODIGO-FDC
                   INVALID KEY
                       MOVE ZEROS      TO FILIAL-FDC
              END-READ
              MOVE FILIAL-FDC          TO WSS-FIL-TESTE
           END-IF.
      *
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
       RT-CONFERIR-CLIENTEX.
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
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
