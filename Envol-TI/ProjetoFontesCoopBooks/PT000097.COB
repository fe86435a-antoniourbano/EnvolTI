      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000097.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000097 ---> MANUTENCAO -> DOCUMENTOS E      *
      *     *            LICENCAS DOS CLIENTES                         *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : CADASTRO DOS DOCUMENTOS DO CLIENTE (ALVARA,   *
      *     *            LICENCA SANITARIA, ETC.) COM TIPO, NUMERO,    *
      *     *            ORGAO EMISSOR E VALIDADE (ARQUIVO CLIDOC) E   *
      *     *            DA LISTA DE DOCUMENTOS EXIGIDOS POR SEGMENTO  *
      *     *            (ARQUIVO SEGDOC, SEGMENTO ZERO = TODOS; SO    *
      *     *            PERFIL ADMINISTRADOR). CONSULTA POR CLIENTE E *
      *     *            RELATORIO DE PENDENCIAS DOS CLIENTES ATIVOS   *
      *     *            (DOCUMENTO EXIGIDO FALTANDO, VENCIDO OU A     *
      *     *            VENCER EM N DIAS). O PT000041 RECUSA PEDIDO   *
      *     *            DE CLIENTE COM DOCUMENTO EXIGIDO PENDENTE E A *
      *     *            REGRA 'D' DO PT000077 AVISA O VENDEDOR.       *
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
      *  ---> Documentos do cliente e documentos exigidos por segmento
           COPY 'SEL-CLIDOC.CPY'       REPLACING ==::== BY ==-FDD==.
           COPY 'SEL-SEGDOC.CPY'       REPLACING ==::== BY ==-FDG==.
      *
      *  ---> Clientes (nome, segmento e situacao do cliente)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Tabela de segmentos (validacao da exigencia)
           COPY 'SEL-SEGMENTO.CPY'     REPLACING ==::== BY ==-FDS==.
      *
      *  ---> Relatorio de pendencias de documentos (nome datado)
           SELECT  REL-DOCUMENTOS      ASSIGN TO WSS-ARQ-RELDOC
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-RELDOC.
      *
      *  ---> Catalogo central de relatorios gerados (revisualizacao)
           COPY 'SEL-CATALOGO.CPY'     REPLACING ==::== BY ==-FDK==.
      *
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CLIDOC                  VALUE OF FILE-ID IS 'CLIDOC'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-CLIDOC.CPY'            REPLACING ==::== BY ==-FDD==.
      *
       FD  ARQ-SEGDOC                  VALUE OF FILE-ID IS 'SEGDOC'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDG.
       COPY 'FD-SEGDOC.CPY'            REPLACING ==::== BY ==-FDG==.
      *
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-SEGMENTO                VALUE OF FILE-ID IS 'SEGMENTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDS.
       COPY 'FD-SEGMENTO.CPY'          REPLACING ==::== BY ==-FDS==.
      *
       FD  REL-DOCUMENTOS.
       01  REG-RELDOC                  PIC  X(160).
      *
       FD  ARQ-CATALOGO
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-CATALOGO.CPY'          REPLACING ==::== BY ==-FDK==.
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
       77  WSS-FIM-ARQ                 PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-DOC             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-SGD             PIC  X(001)         VALUE 'N'.
      *
      *  ---> Antecedencia do aviso de vencimento usada quando o
      *       operador nao informa outra (em dias)
       77  WSS-DIAS-PADRAO             PIC  9(003)         VALUE 030.
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
           03  WSS-ARQ-RELDOC          PIC  X(030)         VALUE SPACES.
           03  WSS-FILTRO-REL          PIC  X(020)         VALUE SPACES.
           03  WSS-NOVO                PIC  X(001)         VALUE 'N'.
           03  WSS-T-VALIDADE          PIC  X(008)         VALUE SPACES.
           03  WSS-VALIDADE-AMD        PIC  9(008)         VALUE ZEROS.
           03  WSS-CLIENTE-CON         PIC  9(007)         VALUE ZEROS.
           03  WSS-CLI-SEGMENTO        PIC  9(003)         VALUE ZEROS.
           03  WSS-SEG-BUSCA           PIC  9(003)         VALUE ZEROS.
           03  WSS-TIPO-BUSCA          PIC  X(003)         VALUE SPACES.
           03  WSS-DESC-TIPO           PIC  X(030)         VALUE SPACES.
           03  WSS-EXIGIDO             PIC  X(001)         VALUE 'N'.
           03  WSS-SIT-DOC             PIC  X(008)         VALUE SPACES.
           03  WSS-DIAS-AVISO          PIC  9(003)         VALUE ZEROS.
           03  WSS-DT-LIMITE           PIC  9(008)         VALUE ZEROS.
           03  WSS-DIAS-VENCER         PIC S9(005)         VALUE ZEROS.
           03  WSS-REG-LISTADOS        PIC  9(005)         VALUE ZEROS.
      *
      *  ---> CLIENTES e SEGMENTO sao opcionais: sem CLIENTES nao ha
      *       inclusao de documento nem relatorio; sem SEGMENTO a
      *       exigencia aceita qualquer codigo de segmento
           03  WSS-CLIENTES-ABERTO     PIC  X(001)         VALUE 'N'.
               88  CLIENTES-ABERTO     VALUE 'S'.
           03  WSS-SEGMENTO-ABERTO     PIC  X(001)         VALUE 'N'.
               88  SEGMENTO-ABERTO     VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-CLIDOC               PIC  X(002)         VALUE SPACES.
           03  FS-SEGDOC               PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-SEGMENTO             PIC  X(002)         VALUE SPACES.
           03  FS-RELDOC               PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
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
       01  WSS-HOJE-AMD                REDEFINES WSS-DATA-SIS
                                       PIC  9(008).
      *
      *----------------------------------------------------------------*
      *    AREAS DOS ARQUIVOS CLIDOC E SEGDOC NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-CLIDOC.CPY'            REPLACING ==::== BY ==-WSD==.
      *
       COPY 'FD-SEGDOC.CPY'            REPLACING ==::== BY ==-WSG==.
      *
      *----------------------------------------------------------------*
      *    LINHA DA CONSULTA EM TELA
      *----------------------------------------------------------------*
       01  WSS-LINHA-CON.
           03  CON-TIPO                PIC  X(003)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-DESCRICAO           PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-NUMERO              PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-VALIDADE            PIC  9999/99/99     VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-SITUACAO            PIC  X(008)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-EXIGIDO             PIC  X(007)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    LAYOUT DO RELATORIO DE PENDENCIAS (CSV SEPARADO POR ';')
      *----------------------------------------------------------------*
       01  CAB-PENDENCIA               PIC  X(160)         VALUE
           'CLIENTE;RAZAO SOCIAL;SEGMENTO;TIPO;DESCRICAO;NUMERO;ORGAO EM
      -    'ISSOR;VALIDADE;SITUACAO;DIAS P/ VENCER;EXIGIDO'.
      *
       01  DET-PENDENCIA.
           03  PEN-CLIENTE             PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PEN-RSOCIAL             PIC  X(040)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PEN-SEGMENTO            PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PEN-TIPO                PIC  X(003)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PEN-DESCRICAO           PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PEN-NUMERO              PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PEN-ORGAO               PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PEN-VALIDADE            PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PEN-SITUACAO            PIC  X(008)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PEN-DIAS                PIC  -ZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  PEN-EXIGIDO             PIC  X(001)         VALUE SPACES.
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
           03 F LINE 05 COL 20   VALUE
               ' ..... DOCUMENTOS E LICENCAS DE CLIENTES ..... '
                                                               BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Documento       ".
           03 F LINE 10 COL 28   VALUE " 2 - Excluir Docto.  ".
           03 F LINE 12 COL 28   VALUE " 3 - Consulta Cliente".
           03 F LINE 08 COL 52   VALUE " 4 - Exigidos Segm.  ".
           03 F LINE 10 COL 52   VALUE " 5 - Excluir Exigido ".
           03 F LINE 12 COL 52   VALUE " 6 - Pendencias      ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair            ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]           ".
      *
       01  TELA-LABEL-DOCUMENTO.
           03 F LINE 08 COL 20   VALUE " Cliente.............: ".
           03 F LINE 10 COL 20   VALUE " Tipo do documento...: ".
           03 F LINE 12 COL 20   VALUE " Numero..............: ".
           03 F LINE 14 COL 20   VALUE " Orgao emissor.......: ".
           03 F LINE 16 COL 20   VALUE " Validade (DDMMAAAA).: ".
      *
       01  TELA-DADOS-DOCUMENTO-T.
           03 T1D LINE 08 COL 44 PIC ZZZZZZ9 USING CDC-CCLIENTE-WSD.
           03 T2D LINE 10 COL 44 PIC X(003)  USING CDC-TIPO-WSD.
           03 T3D LINE 12 COL 44 PIC X(020)  USING CDC-NUMERO-WSD.
           03 T4D LINE 14 COL 44 PIC X(020)  USING CDC-ORGAO-WSD.
           03 T5D LINE 16 COL 44 PIC X(008)  USING WSS-T-VALIDADE.
      *
       01  TELA-LABEL-EXIGIDO.
           03 F LINE 08 COL 20   VALUE " Segmento (0=todos)..: ".
           03 F LINE 10 COL 20   VALUE " Tipo do documento...: ".
           03 F LINE 12 COL 20   VALUE " Descricao...........: ".
      *
       01  TELA-DADOS-EXIGIDO-T.
           03 T1G LINE 08 COL 44 PIC ZZ9     USING SGD-SEGMENTO-WSG.
           03 T2G LINE 10 COL 44 PIC X(003)  USING SGD-TIPO-WSG.
           03 T3G LINE 12 COL 44 PIC X(030)  USING SGD-DESCRICAO-WSG.
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
                      REG-WSD
                      REG-WSG
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           MOVE 'N'                    TO WSS-CLIENTES-ABERTO
                                          WSS-SEGMENTO-ABERTO.
      *
           OPEN I-O ARQ-CLIDOC.
      *
           EVALUATE FS-CLIDOC
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-CLIDOC
                    OPEN OUTPUT ARQ-CLIDOC
                    CLOSE ARQ-CLIDOC
                    OPEN I-O ARQ-CLIDOC
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'CLIDOC'      TO WSS-ARQUIVO
                    MOVE FS-CLIDOC     TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN I-O ARQ-SEGDOC.
      *
           EVALUATE FS-SEGDOC
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-SEGDOC
                    OPEN OUTPUT ARQ-SEGDOC
                    CLOSE ARQ-SEGDOC
                    OPEN I-O ARQ-SEGDOC
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'SEGDOC'      TO WSS-ARQUIVO
                    MOVE FS-SEGDOC     TO WSS-FSTATUS
                    MOVE 2             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
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
           OPEN INPUT ARQ-CLIENTES.
           IF FS-CLIENTES              EQUAL '00'
              MOVE 'S'                 TO WSS-CLIENTES-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-SEGMENTO.
           IF FS-SEGMENTO              EQUAL '00'
              MOVE 'S'                 TO WSS-SEGMENTO-ABERTO
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
                    PERFORM RT-DOCUMENTO
                                       THRU RT-DOCUMENTOX
               WHEN 2
                    PERFORM RT-EXCLUIR-DOCUMENTO
                                       THRU RT-EXCLUIR-DOCUMENTOX
               WHEN 3
                    PERFORM RT-CONSULTA
                                       THRU RT-CONSULTAX
               WHEN 4
               WHEN 5
                    IF LKS-PERFIL      NOT EQUAL 'A' AND 'a'
                       MOVE "Opcao restrita ao perfil administrador."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    ELSE
                       IF WSS-FUN      EQUAL 4
                          PERFORM RT-EXIGIDO
                                       THRU RT-EXIGIDOX
                       ELSE
                          PERFORM RT-EXCLUIR-EXIGIDO
                                       THRU RT-EXCLUIR-EXIGIDOX
                       END-IF
                    END-IF
               WHEN 6
                    PERFORM RT-REL-PENDENCIAS
                                       THRU RT-REL-PENDENCIASX
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
      *    INCLUSAO/ALTERACAO (RENOVACAO) DE DOCUMENTO DO CLIENTE
      *----------------------------------------------------------------*
       RT-DOCUMENTO                    SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           IF NOT CLIENTES-ABERTO
              MOVE "Arquivo CLIENTES indisponivel - documento nao grava
      -            "do."               TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-DOCUMENTOX
           END-IF.
      *
           INITIALIZE REG-WSD
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
           MOVE SPACES                 TO WSS-T-VALIDADE.
      *
           DISPLAY TELA-LABEL-DOCUMENTO.
      *
           MOVE "Informe o codigo do cliente (zeros sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1D.
      *
           IF CDC-CCLIENTE-WSD         EQUAL ZEROS
              GO                       TO RT-DOCUMENTOX
           END-IF.
      *
           PERFORM RT-LER-CLIENTE      THRU RT-LER-CLIENTEX.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              GO                       TO RT-DOCUMENTOX
           END-IF.
      *
           MOVE "Informe o tipo do documento (ex.: ALV, SAN)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2D.
      *
           INSPECT CDC-TIPO-WSD        CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           IF CDC-TIPO-WSD             EQUAL SPACES
              MOVE "Tipo do documento e obrigatorio."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-DOCUMENTOX
           END-IF.
      *
           MOVE CDC-TIPO-WSD           TO WSS-TIPO-BUSCA.
           PERFORM RT-DESCREVER-TIPO   THRU RT-DESCREVER-TIPOX.
           DISPLAY WSS-DESC-TIPO       LINE 11 COL 44.
      *
           MOVE CDC-CHAVE-WSD          TO CDC-CHAVE-FDD.
      *
           READ ARQ-CLIDOC             KEY IS CDC-CHAVE-FDD
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CLIDOC                EQUAL '00'
              MOVE 'N'                 TO WSS-NOVO
              MOVE REG-FDD             TO REG-WSD
              MOVE CDC-DT-VALIDADE-WSD(7:2)
                                       TO WSS-T-VALIDADE(1:2)
              MOVE CDC-DT-VALIDADE-WSD(5:2)
                                       TO WSS-T-VALIDADE(3:2)
              MOVE CDC-DT-VALIDADE-WSD(1:4)
                                       TO WSS-T-VALIDADE(5:4)
           ELSE
              MOVE 'S'                 TO WSS-NOVO
           END-IF.
      *
           DISPLAY TELA-DADOS-DOCUMENTO-T.
      *
           MOVE "Informe o numero do documento."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3D.
      *
           MOVE "Informe o orgao emissor."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4D.
      *
           MOVE "Informe a data de validade (DDMMAAAA)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T5D.
      *
           PERFORM RT-VALIDAR-VALIDADE THRU RT-VALIDAR-VALIDADEX.
      *
           EVALUATE TRUE
               WHEN CDC-NUMERO-WSD     EQUAL SPACES
                    MOVE "Numero do documento e obrigatorio - nao grava
      -                  "do."         TO WSS-MENSAGEM
               WHEN CDC-ORGAO-WSD      EQUAL SPACES
                    MOVE "Orgao emissor e obrigatorio - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN WSS-VALIDADE-AMD   EQUAL ZEROS
                    MOVE "Data de validade invalida - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN OTHER
                    MOVE SPACES        TO WSS-MENSAGEM
           END-EVALUATE.
      *
           IF WSS-MENSAGEM             NOT EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-DOCUMENTOX
           END-IF.
      *
           MOVE "Confirma a gravacao do documento? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 54
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-DOCUMENTOX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE WSS-VALIDADE-AMD       TO CDC-DT-VALIDADE-WSD.
           MOVE LKS-OPERADOR           TO CDC-OPERADOR-WSD.
      *
           IF WSS-NOVO                 EQUAL 'S'
              MOVE WSS-HOJE-AMD        TO CDC-DT-INCLUSAO-WSD
              MOVE REG-WSD             TO REG-FDD
              WRITE REG-FDD
              MOVE 'DOCUMENTO DE CLIENTE INCLUIDO'
                                       TO WSS-AUD-ACAO
           ELSE
              MOVE WSS-HOJE-AMD        TO CDC-DT-ALTERACAO-WSD
              MOVE REG-WSD             TO REG-FDD
              REWRITE REG-FDD
              MOVE 'DOCUMENTO DE CLIENTE ALTERADO'
                                       TO WSS-AUD-ACAO
           END-IF.
      *
           IF FS-CLIDOC                NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'CLIDOC'            TO WSS-ARQUIVO
              MOVE FS-CLIDOC           TO WSS-FSTATUS
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Documento gravado com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-DOCUMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VALIDAR-VALIDADE             SECTION.
      *  ---> Converte a validade DDMMAAAA da tela para AAAAMMDD;
      *       data invalida devolve zeros
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-VALIDADE-AMD.
      *
           IF WSS-T-VALIDADE           NOT NUMERIC
              GO                       TO RT-VALIDAR-VALIDADEX
           END-IF.
      *
           MOVE WSS-T-VALIDADE(5:4)    TO WSS-VALIDADE-AMD(1:4).
           MOVE WSS-T-VALIDADE(3:2)    TO WSS-VALIDADE-AMD(5:2).
           MOVE WSS-T-VALIDADE(1:2)    TO WSS-VALIDADE-AMD(7:2).
      *
           IF FUNCTION TEST-DATE-YYYYMMDD (WSS-VALIDADE-AMD)
                                       NOT EQUAL ZEROS
              MOVE ZEROS               TO WSS-VALIDADE-AMD
           END-IF.
      *
       RT-VALIDAR-VALIDADEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-CLIENTE                  SECTION.
      *  ---> Le o cliente de CDC-CCLIENTE-WSD e mostra a razao
      *       social; cliente inexistente avisa o operador
      *----------------------------------------------------------------*
      *
           MOVE CDC-CCLIENTE-WSD       TO CODIGO-FDC.
      *
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
              GO                       TO RT-LER-CLIENTEX
           END-IF.
      *
           MOVE SEGMENTO-FDC           TO WSS-CLI-SEGMENTO.
           DISPLAY RSOCIAL-FDC         LINE 09 COL 44.
      *
       RT-LER-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DESCREVER-TIPO               SECTION.
      *  ---> Descricao do tipo WSS-TIPO-BUSCA pela exigencia do
      *       segmento do cliente ou, sem ela, pela de todos os
      *       segmentos; WSS-EXIGIDO indica se o tipo e exigido
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-DESC-TIPO.
           MOVE 'N'                    TO WSS-EXIGIDO.
      *
           MOVE WSS-CLI-SEGMENTO       TO SGD-SEGMENTO-FDG.
           MOVE WSS-TIPO-BUSCA         TO SGD-TIPO-FDG.
      *
           READ ARQ-SEGDOC             KEY IS SGD-CHAVE-FDG
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-SEGDOC                NOT EQUAL '00'
              AND WSS-CLI-SEGMENTO     NOT EQUAL ZEROS
              MOVE ZEROS               TO SGD-SEGMENTO-FDG
              READ ARQ-SEGDOC          KEY IS SGD-CHAVE-FDG
                   INVALID KEY
                       CONTINUE
              END-READ
           END-IF.
      *
           IF FS-SEGDOC                EQUAL '00'
              MOVE SGD-DESCRICAO-FDG   TO WSS-DESC-TIPO
              MOVE 'S'                 TO WSS-EXIGIDO
           END-IF.
      *
       RT-DESCREVER-TIPOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SITUACAO-DOCUMENTO           SECTION.
      *  ---> Situacao do documento em REG-FDD na data de hoje:
      *       VENCIDO, A VENCER (DENTRO DE WSS-DIAS-AVISO DIAS) OU
      *       VALIDO, com os dias que faltam para vencer
      *----------------------------------------------------------------*
      *
           COMPUTE WSS-DIAS-VENCER      =
                   FUNCTION INTEGER-OF-DATE (CDC-DT-VALIDADE-FDD)
                 - FUNCTION INTEGER-OF-DATE (WSS-HOJE-AMD).
      *
           EVALUATE TRUE
               WHEN CDC-DT-VALIDADE-FDD
                                       LESS WSS-HOJE-AMD
                    MOVE 'VENCIDO'     TO WSS-SIT-DOC
               WHEN CDC-DT-VALIDADE-FDD
                                       NOT GREATER WSS-DT-LIMITE
                    MOVE 'A VENCER'    TO WSS-SIT-DOC
               WHEN OTHER
                    MOVE 'VALIDO'      TO WSS-SIT-DOC
           END-EVALUATE.
      *
       RT-SITUACAO-DOCUMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DATA-LIMITE                  SECTION.
      *  ---> Hoje + WSS-DIAS-AVISO (ultimo dia da janela de aviso)
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           COMPUTE WSS-DT-LIMITE        =
                   FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE (WSS-HOJE-AMD)
                 + WSS-DIAS-AVISO).
      *
       RT-DATA-LIMITEX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EXCLUSAO DE DOCUMENTO DO CLIENTE
      *----------------------------------------------------------------*
       RT-EXCLUIR-DOCUMENTO            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSD
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
           MOVE SPACES                 TO WSS-T-VALIDADE.
      *
           DISPLAY TELA-LABEL-DOCUMENTO.
      *
           MOVE "Informe o codigo do cliente (zeros sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1D.
      *
           IF CDC-CCLIENTE-WSD         EQUAL ZEROS
              GO                       TO RT-EXCLUIR-DOCUMENTOX
           END-IF.
      *
           MOVE "Informe o tipo do documento."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2D.
      *
           INSPECT CDC-TIPO-WSD        CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE CDC-CHAVE-WSD          TO CDC-CHAVE-FDD.
      *
           READ ARQ-CLIDOC             KEY IS CDC-CHAVE-FDD
                INVALID KEY
                    MOVE "Documento nao cadastrado."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    GO                 TO RT-EXCLUIR-DOCUMENTOX
           END-READ.
      *
           MOVE REG-FDD                TO REG-WSD.
           MOVE CDC-DT-VALIDADE-WSD(7:2)
                                       TO WSS-T-VALIDADE(1:2).
           MOVE CDC-DT-VALIDADE-WSD(5:2)
                                       TO WSS-T-VALIDADE(3:2).
           MOVE CDC-DT-VALIDADE-WSD(1:4)
                                       TO WSS-T-VALIDADE(5:4).
           DISPLAY TELA-DADOS-DOCUMENTO-T.
      *
           MOVE "Confirma a exclusao do documento? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 54
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-EXCLUIR-DOCUMENTOX
           END-IF.
      *
           DELETE ARQ-CLIDOC.
      *
           IF FS-CLIDOC                NOT EQUAL '00'
              MOVE 'ao excluir '       TO WSS-DESCRICAO
              MOVE 'CLIDOC'            TO WSS-ARQUIVO
              MOVE FS-CLIDOC           TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'DOCUMENTO DE CLIENTE EXCLUIDO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Documento excluido."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-EXCLUIR-DOCUMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONSULTA DOS DOCUMENTOS DE UM CLIENTE: OS CADASTRADOS, COM
      *    A SITUACAO NA DATA, E OS EXIGIDOS QUE FALTAM
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-CLIENTE-CON
                                          WSS-CLI-SEGMENTO.
           MOVE "Informe o cliente: "  TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-CLIENTE-CON      LINE 24 COL 33
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-CLIENTE-CON          EQUAL ZEROS
              GO                       TO RT-CONSULTAX
           END-IF.
      *
           IF CLIENTES-ABERTO
              MOVE WSS-CLIENTE-CON     TO CODIGO-FDC
              READ ARQ-CLIENTES        KEY IS CODIGO-FDC
                   INVALID KEY
                       MOVE ZEROS      TO SEGMENTO-FDC
                       MOVE SPACES     TO RSOCIAL-FDC
              END-READ
              MOVE SEGMENTO-FDC        TO WSS-CLI-SEGMENTO
              DISPLAY RSOCIAL-FDC      LINE 03 COL 03
           END-IF.
      *
           MOVE WSS-DIAS-PADRAO        TO WSS-DIAS-AVISO.
           PERFORM RT-DATA-LIMITE      THRU RT-DATA-LIMITEX.
      *
           MOVE 4                      TO WSS-LINHA.
      *
      *  ---> Documentos cadastrados do cliente
           MOVE WSS-CLIENTE-CON        TO CDC-CCLIENTE-FDD.
           MOVE LOW-VALUES             TO CDC-TIPO-FDD.
           MOVE 'N'                    TO WSS-FIM-ARQ-DOC.
      *
           START ARQ-CLIDOC            KEY IS NOT LESS CDC-CHAVE-FDD
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-DOC
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-DOC
                                       EQUAL 'S'
              READ ARQ-CLIDOC          NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-DOC
                NOT AT END
                   IF CDC-CCLIENTE-FDD NOT EQUAL WSS-CLIENTE-CON
                      MOVE 'S'         TO WSS-FIM-ARQ-DOC
                   ELSE
                      PERFORM RT-EXIBIR-DOCUMENTO
                                       THRU RT-EXIBIR-DOCUMENTOX
                   END-IF
              END-READ
           END-PERFORM.
      *
      *  ---> Exigidos que o cliente nao tem (segmento e todos)
           MOVE WSS-CLI-SEGMENTO       TO WSS-SEG-BUSCA.
           PERFORM RT-CONSULTAR-FALTAS THRU RT-CONSULTAR-FALTASX.
      *
           IF WSS-CLI-SEGMENTO         NOT EQUAL ZEROS
              MOVE ZEROS               TO WSS-SEG-BUSCA
              PERFORM RT-CONSULTAR-FALTAS
                                       THRU RT-CONSULTAR-FALTASX
           END-IF.
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
       RT-EXIBIR-DOCUMENTO             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-SITUACAO-DOCUMENTO
                                       THRU RT-SITUACAO-DOCUMENTOX.
      *
           MOVE CDC-TIPO-FDD           TO WSS-TIPO-BUSCA.
           PERFORM RT-DESCREVER-TIPO   THRU RT-DESCREVER-TIPOX.
      *
           MOVE CDC-TIPO-FDD           TO CON-TIPO.
           MOVE WSS-DESC-TIPO          TO CON-DESCRICAO.
           MOVE CDC-NUMERO-FDD         TO CON-NUMERO.
           MOVE CDC-DT-VALIDADE-FDD    TO CON-VALIDADE.
           MOVE WSS-SIT-DOC            TO CON-SITUACAO.
      *
           IF WSS-EXIGIDO              EQUAL 'S'
              MOVE 'EXIGIDO'           TO CON-EXIGIDO
           ELSE
              MOVE SPACES              TO CON-EXIGIDO
           END-IF.
      *
           PERFORM RT-MOSTRAR-LINHA    THRU RT-MOSTRAR-LINHAX.
      *
       RT-EXIBIR-DOCUMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONSULTAR-FALTAS             SECTION.
      *  ---> Exigencias do segmento WSS-SEG-BUSCA sem documento do
      *       cliente no arquivo CLIDOC
      *----------------------------------------------------------------*
      *
           MOVE WSS-SEG-BUSCA          TO SGD-SEGMENTO-FDG.
           MOVE LOW-VALUES             TO SGD-TIPO-FDG.
           MOVE 'N'                    TO WSS-FIM-ARQ-SGD.
      *
           START ARQ-SEGDOC            KEY IS NOT LESS SGD-CHAVE-FDG
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-SGD
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-SGD
                                       EQUAL 'S'
              READ ARQ-SEGDOC          NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-SGD
                NOT AT END
                   IF SGD-SEGMENTO-FDG NOT EQUAL WSS-SEG-BUSCA
                      MOVE 'S'         TO WSS-FIM-ARQ-SGD
                   ELSE
                      MOVE WSS-CLIENTE-CON
                                       TO CDC-CCLIENTE-FDD
                      MOVE SGD-TIPO-FDG
                                       TO CDC-TIPO-FDD
                      READ ARQ-CLIDOC  KEY IS CDC-CHAVE-FDD
                           INVALID KEY
                               MOVE SGD-TIPO-FDG
                                       TO CON-TIPO
                               MOVE SGD-DESCRICAO-FDG
                                       TO CON-DESCRICAO
                               MOVE SPACES
                                       TO CON-NUMERO
                               MOVE ZEROS
                                       TO CON-VALIDADE
                               MOVE 'FALTA'
                                       TO CON-SITUACAO
                               MOVE 'EXIGIDO'
                                       TO CON-EXIGIDO
                               PERFORM RT-MOSTRAR-LINHA
                                       THRU RT-MOSTRAR-LINHAX
                      END-READ
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-CONSULTAR-FALTASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-MOSTRAR-LINHA                SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY WSS-LINHA-CON       LINE WSS-LINHA COL 03.
      *
           ADD 1                       TO WSS-LINHA.
      *
           IF WSS-LINHA                GREATER 21
              MOVE "ENTER continua."   TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
           END-IF.
      *
       RT-MOSTRAR-LINHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    INCLUSAO/ALTERACAO DE DOCUMENTO EXIGIDO POR SEGMENTO
      *----------------------------------------------------------------*
       RT-EXIGIDO                      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSG
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           DISPLAY TELA-LABEL-EXIGIDO.
      *
           MOVE "Informe o segmento (zeros = todos os segmentos)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1G.
      *
           IF SGD-SEGMENTO-WSG         NOT EQUAL ZEROS
              AND SEGMENTO-ABERTO
              MOVE SGD-SEGMENTO-WSG    TO SEG-CODIGO-FDS
              READ ARQ-SEGMENTO        KEY IS SEG-CODIGO-FDS
                   INVALID KEY
                       MOVE "Segmento nao cadastrado."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                       GO              TO RT-EXIGIDOX
              END-READ
              DISPLAY SEG-DESCRICAO-FDS
                                       LINE 09 COL 44
           END-IF.
      *
           MOVE "Informe o tipo do documento (ex.: ALV, SAN)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2G.
      *
           INSPECT SGD-TIPO-WSG        CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           IF SGD-TIPO-WSG             EQUAL SPACES
              MOVE "Tipo do documento e obrigatorio."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EXIGIDOX
           END-IF.
      *
           MOVE SGD-CHAVE-WSG          TO SGD-CHAVE-FDG.
      *
           READ ARQ-SEGDOC             KEY IS SGD-CHAVE-FDG
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-SEGDOC                EQUAL '00'
              MOVE 'N'                 TO WSS-NOVO
              MOVE REG-FDG             TO REG-WSG
           ELSE
              MOVE 'S'                 TO WSS-NOVO
           END-IF.
      *
           DISPLAY TELA-DADOS-EXIGIDO-T.
      *
           MOVE "Informe a descricao do documento exigido."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3G.
      *
           IF SGD-DESCRICAO-WSG        EQUAL SPACES
              MOVE "Descricao e obrigatoria - nao gravado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EXIGIDOX
           END-IF.
      *
           MOVE "Confirma a gravacao da exigencia? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 54
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-EXIGIDOX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE LKS-OPERADOR           TO SGD-OPERADOR-WSG.
           MOVE WSS-HOJE-AMD           TO SGD-DT-ALTER-WSG.
           MOVE REG-WSG                TO REG-FDG.
      *
           IF WSS-NOVO                 EQUAL 'S'
              WRITE REG-FDG
              MOVE 'DOCUMENTO EXIGIDO INCLUIDO'
                                       TO WSS-AUD-ACAO
           ELSE
              REWRITE REG-FDG
              MOVE 'DOCUMENTO EXIGIDO ALTERADO'
                                       TO WSS-AUD-ACAO
           END-IF.
      *
           IF FS-SEGDOC                NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'SEGDOC'            TO WSS-ARQUIVO
              MOVE FS-SEGDOC           TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Exigencia gravada com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-EXIGIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EXCLUSAO DE DOCUMENTO EXIGIDO POR SEGMENTO
      *----------------------------------------------------------------*
       RT-EXCLUIR-EXIGIDO              SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSG
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           DISPLAY TELA-LABEL-EXIGIDO.
      *
           MOVE "Informe o segmento (zeros = todos os segmentos)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1G.
      *
           MOVE "Informe o tipo do documento."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2G.
      *
           INSPECT SGD-TIPO-WSG        CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE SGD-CHAVE-WSG          TO SGD-CHAVE-FDG.
      *
           READ ARQ-SEGDOC             KEY IS SGD-CHAVE-FDG
                INVALID KEY
                    MOVE "Exigencia nao cadastrada."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    GO                 TO RT-EXCLUIR-EXIGIDOX
           END-READ.
      *
           MOVE REG-FDG                TO REG-WSG.
           DISPLAY TELA-DADOS-EXIGIDO-T.
      *
           MOVE "Confirma a exclusao da exigencia? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 54
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-EXCLUIR-EXIGIDOX
           END-IF.
      *
           DELETE ARQ-SEGDOC.
      *
           IF FS-SEGDOC                NOT EQUAL '00'
              MOVE 'ao excluir '       TO WSS-DESCRICAO
              MOVE 'SEGDOC'            TO WSS-ARQUIVO
              MOVE FS-SEGDOC           TO WSS-FSTATUS
              MOVE 7                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'DOCUMENTO EXIGIDO EXCLUIDO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Exigencia excluida."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-EXCLUIR-EXIGIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO DE PENDENCIAS DOS CLIENTES ATIVOS: DOCUMENTO
      *    CADASTRADO VENCIDO OU A VENCER EM N DIAS E DOCUMENTO
      *    EXIGIDO PELO SEGMENTO QUE O CLIENTE NAO TEM
      *----------------------------------------------------------------*
       RT-REL-PENDENCIAS               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           IF NOT CLIENTES-ABERTO
              MOVE "Arquivo CLIENTES indisponivel - relatorio nao gerad
      -            "o."                TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-REL-PENDENCIASX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-DIAS-AVISO.
           MOVE "Dias de antecedencia do vencimento (zeros = 30): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-DIAS-AVISO       LINE 24 COL 63
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-DIAS-AVISO           NOT NUMERIC
              OR WSS-DIAS-AVISO        EQUAL ZEROS
              MOVE WSS-DIAS-PADRAO     TO WSS-DIAS-AVISO
           END-IF.
      *
           MOVE "Gerando relatorio de pendencias. Aguarde..."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           PERFORM RT-DATA-LIMITE      THRU RT-DATA-LIMITEX.
      *
           MOVE SPACES                 TO WSS-ARQ-RELDOC.
           STRING 'REL-DOCPENDENTE-'   DELIMITED BY SIZE
                  WSS-DATA-SIS-ANO     DELIMITED BY SIZE
                  WSS-DATA-SIS-MES     DELIMITED BY SIZE
                  WSS-DATA-SIS-DIA     DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-RELDOC
           END-STRING.
      *
           OPEN OUTPUT REL-DOCUMENTOS.
      *
           IF FS-RELDOC                NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'RELDOCTO'          TO WSS-ARQUIVO
              MOVE FS-RELDOC           TO WSS-FSTATUS
              MOVE 8                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           WRITE REG-RELDOC            FROM CAB-PENDENCIA.
      *
           MOVE ZEROS                  TO WSS-REG-LISTADOS
                                          CODIGO-FDC.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-CLIENTES          KEY IS NOT LESS CODIGO-FDC
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S'
              READ ARQ-CLIENTES        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   IF ATIVO-FDC
                      PERFORM RT-PENDENCIAS-CLIENTE
                                       THRU RT-PENDENCIAS-CLIENTEX
                   END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE REL-DOCUMENTOS.
      *
           MOVE WSS-ARQ-RELDOC         TO LKS-ARQ-REL.
      *
           MOVE SPACES                 TO WSS-FILTRO-REL.
           STRING 'DIAS ' WSS-DIAS-AVISO
              DELIMITED BY SIZE        INTO WSS-FILTRO-REL
           END-STRING.
      *
           PERFORM RT-REGISTRAR-CATALOGO
                                       THRU RT-REGISTRAR-CATALOGOX.
      *
           MOVE 'RELATORIO DE PENDENCIAS DE DOCUMENTOS'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Relatorio gerado: '   DELIMITED BY SIZE
                  WSS-ARQ-RELDOC       DELIMITED BY SPACE
                  ' - pendencias: '    DELIMITED BY SIZE
                  WSS-REG-LISTADOS     DELIMITED BY SIZE
              INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-REL-PENDENCIASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PENDENCIAS-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE CODIGO-FDC             TO WSS-CLIENTE-CON
                                          PEN-CLIENTE.
           MOVE RSOCIAL-FDC            TO PEN-RSOCIAL.
           MOVE SEGMENTO-FDC           TO WSS-CLI-SEGMENTO
                                          PEN-SEGMENTO.
      *
      *  ---> Documentos cadastrados vencidos ou a vencer
           MOVE WSS-CLIENTE-CON        TO CDC-CCLIENTE-FDD.
           MOVE LOW-VALUES             TO CDC-TIPO-FDD.
           MOVE 'N'                    TO WSS-FIM-ARQ-DOC.
      *
           START ARQ-CLIDOC            KEY IS NOT LESS CDC-CHAVE-FDD
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-DOC
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-DOC
                                       EQUAL 'S'
              READ ARQ-CLIDOC          NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-DOC
                NOT AT END
                   IF CDC-CCLIENTE-FDD NOT EQUAL WSS-CLIENTE-CON
                      MOVE 'S'         TO WSS-FIM-ARQ-DOC
                   ELSE
                      PERFORM RT-AVALIAR-DOCUMENTO
                                       THRU RT-AVALIAR-DOCUMENTOX
                   END-IF
              END-READ
           END-PERFORM.
      *
      *  ---> Exigidos que faltam (segmento do cliente e todos)
           MOVE WSS-CLI-SEGMENTO       TO WSS-SEG-BUSCA.
           PERFORM RT-LISTAR-FALTAS    THRU RT-LISTAR-FALTASX.
      *
           IF WSS-CLI-SEGMENTO         NOT EQUAL ZEROS
              MOVE ZEROS               TO WSS-SEG-BUSCA
              PERFORM RT-LISTAR-FALTAS THRU RT-LISTAR-FALTASX
           END-IF.
      *
       RT-PENDENCIAS-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVALIAR-DOCUMENTO            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-SITUACAO-DOCUMENTO
                                       THRU RT-SITUACAO-DOCUMENTOX.
      *
           IF WSS-SIT-DOC              EQUAL 'VALIDO'
              GO                       TO RT-AVALIAR-DOCUMENTOX
           END-IF.
      *
           MOVE CDC-TIPO-FDD           TO WSS-TIPO-BUSCA.
           PERFORM RT-DESCREVER-TIPO   THRU RT-DESCREVER-TIPOX.
      *
           MOVE CDC-TIPO-FDD           TO PEN-TIPO.
           MOVE WSS-DESC-TIPO          TO PEN-DESCRICAO.
           MOVE CDC-NUMERO-FDD         TO PEN-NUMERO.
           MOVE CDC-ORGAO-FDD          TO PEN-ORGAO.
           MOVE CDC-DT-VALIDADE-FDD    TO PEN-VALIDADE.
           MOVE WSS-SIT-DOC            TO PEN-SITUACAO.
           MOVE WSS-DIAS-VENCER        TO PEN-DIAS.
           MOVE WSS-EXIGIDO            TO PEN-EXIGIDO.
      *
           WRITE REG-RELDOC            FROM DET-PENDENCIA.
           ADD 1                       TO WSS-REG-LISTADOS.
      *
       RT-AVALIAR-DOCUMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LISTAR-FALTAS                SECTION.
      *  ---> Exigencias do segmento WSS-SEG-BUSCA sem documento do
      *       cliente: saem no relatorio como FALTA
      *----------------------------------------------------------------*
      *
           MOVE WSS-SEG-BUSCA          TO SGD-SEGMENTO-FDG.
           MOVE LOW-VALUES             TO SGD-TIPO-FDG.
           MOVE 'N'                    TO WSS-FIM-ARQ-SGD.
      *
           START ARQ-SEGDOC            KEY IS NOT LESS SGD-CHAVE-FDG
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-SGD
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-SGD
                                       EQUAL 'S'
              READ ARQ-SEGDOC          NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-SGD
                NOT AT END
                   IF SGD-SEGMENTO-FDG NOT EQUAL WSS-SEG-BUSCA
                      MOVE 'S'         TO WSS-FIM-ARQ-SGD
                   ELSE
                      MOVE WSS-CLIENTE-CON
                                       TO CDC-CCLIENTE-FDD
                      MOVE SGD-TIPO-FDG
                                       TO CDC-TIPO-FDD
                      READ ARQ-CLIDOC  KEY IS CDC-CHAVE-FDD
                           INVALID KEY
                               PERFORM RT-GRAVAR-FALTA
                                       THRU RT-GRAVAR-FALTAX
                      END-READ
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-LISTAR-FALTASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-FALTA                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SGD-TIPO-FDG           TO PEN-TIPO.
           MOVE SGD-DESCRICAO-FDG      TO PEN-DESCRICAO.
           MOVE SPACES                 TO PEN-NUMERO
                                          PEN-ORGAO.
           MOVE ZEROS                  TO PEN-VALIDADE
                                          PEN-DIAS.
           MOVE 'FALTA'                TO PEN-SITUACAO.
           MOVE 'S'                    TO PEN-EXIGIDO.
      *
           WRITE REG-RELDOC            FROM DET-PENDENCIA.
           ADD 1                       TO WSS-REG-LISTADOS.
      *
       RT-GRAVAR-FALTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-CATALOGO           SECTION.
      *  ---> Registra o relatorio recem gerado no catalogo central
      *       (CATREL), para revisualizacao pelo paginador do menu
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-CATALOGO.
      *
           IF FS-CATALOGO              EQUAL '05' OR '35'
              CLOSE ARQ-CATALOGO
              OPEN OUTPUT ARQ-CATALOGO
           END-IF.
      *
           IF FS-CATALOGO              NOT EQUAL '00'
              GO                       TO RT-REGISTRAR-CATALOGOX
           END-IF.
      *
           MOVE 'PT000097'             TO CAT-PROGRAMA-FDK.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO CAT-DATA-FDK.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO CAT-HORA-FDK.
           MOVE LKS-OPERADOR           TO CAT-OPERADOR-FDK.
           MOVE WSS-FILTRO-REL         TO CAT-FILTROS-FDK.
           MOVE WSS-ARQ-RELDOC         TO CAT-ARQUIVO-FDK.
      *
           WRITE REG-FDK.
      *
           CLOSE ARQ-CATALOGO.
      *
       RT-REGISTRAR-CATALOGOX.
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
           MOVE 4                      TO WSS-LINHA.
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
           MOVE 'PT000097'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000097'             TO WSS-ERR-PROGRAMA.
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
           CLOSE ARQ-CLIDOC
                 ARQ-SEGDOC
                 ARQ-AUDITORIA.
      *
           IF CLIENTES-ABERTO
              CLOSE ARQ-CLIENTES
           END-IF.
      *
           IF SEGMENTO-ABERTO
              CLOSE ARQ-SEGMENTO
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
