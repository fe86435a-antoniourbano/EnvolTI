      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PT000112.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PT000112 ---> MANUTENCAO -> ENDERECOS DE      *
      *     *            ENTREGA DOS CLIENTES                          *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : CADASTRO DOS ENDERECOS DE ENTREGA DO CLIENTE  *
      *     *            (ARQUIVO ENDENTREGA: CLIENTE + SEQUENCIA, COM *
      *     *            ENDERECO, CIDADE, UF, CEP E COORDENADAS).     *
      *     *            CIDADE/UF/CEP VALIDADOS NA TABELA MUNICIPIO;  *
      *     *            SEM COORDENADAS, VALE O CENTROIDE DO PREFIXO  *
      *     *            DO CEP (CEPGEO). UM ENDERECO PRINCIPAL, QUE O *
      *     *            PT000041 SUGERE NO PEDIDO, E UM PONTO DE      *
      *     *            VISITA, USADO PELA ROTA (PT000903) E PELO     *
      *     *            ITINERARIO (PT000009) NO LUGAR DO CADASTRO.   *
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
      *  ---> Enderecos de entrega do cliente
           COPY 'SEL-ENDENTREGA.CPY'   REPLACING ==::== BY ==-FDE==.
      *
      *  ---> Clientes (razao social do cliente)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Tabela de municipios (cidade, UF e faixa de CEP)
           COPY 'SEL-MUNICIPIO.CPY'    REPLACING ==::== BY ==-FDM==.
      *
      *  ---> Centroides por prefixo de CEP (coordenadas ausentes)
           COPY 'SEL-CEPGEO.CPY'       REPLACING ==::== BY ==-FDG==.
      *
      *  ---> Log permanente de auditoria
           COPY 'SEL-AUDITORIA.CPY'.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-ENDENTREGA              VALUE OF FILE-ID IS 'ENDENTREGA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDE.
       COPY 'FD-ENDENTREGA.CPY'        REPLACING ==::== BY ==-FDE==.
      *
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-MUNICIPIO               VALUE OF FILE-ID IS 'MUNICIPIO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDM.
       COPY 'FD-MUNICIPIO.CPY'         REPLACING ==::== BY ==-FDM==.
      *
       FD  ARQ-CEPGEO                  VALUE OF FILE-ID IS 'CEPGEO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDG.
       COPY 'FD-CEPGEO.CPY'            REPLACING ==::== BY ==-FDG==.
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
       77  WSS-FIM-ARQ-ETG             PIC  X(001)         VALUE 'N'.
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
           03  WSS-NOVO                PIC  X(001)         VALUE 'N'.
           03  WSS-CLIENTE-CON         PIC  9(007)         VALUE ZEROS.
           03  WSS-MAIOR-SEQ           PIC  9(003)         VALUE ZEROS.
      *
      *  ---> Municipio encontrado e sua faixa de CEP
           03  WSS-MUN-OK              PIC  X(001)         VALUE 'N'.
           03  WSS-MUN-CEP-DE          PIC  X(008)         VALUE SPACES.
           03  WSS-MUN-CEP-ATE         PIC  X(008)         VALUE SPACES.
      *
      *  ---> CLIENTES, MUNICIPIO e CEPGEO sao opcionais: sem CLIENTES
      *       nao ha inclusao de endereco; sem MUNICIPIO a UF e
      *       informada pelo operador; sem CEPGEO o endereco sem
      *       coordenadas fica sem elas
           03  WSS-CLIENTES-ABERTO     PIC  X(001)         VALUE 'N'.
               88  CLIENTES-ABERTO     VALUE 'S'.
           03  WSS-MUNICIPIO-ABERTO    PIC  X(001)         VALUE 'N'.
               88  MUNICIPIO-ABERTO    VALUE 'S'.
           03  WSS-CEPGEO-ABERTO       PIC  X(001)         VALUE 'N'.
               88  CEPGEO-ABERTO       VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
      *----------------------------------------------------------------*
           03  FS-ENDENTREGA           PIC  X(002)         VALUE SPACES.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  FS-MUNICIPIO            PIC  X(002)         VALUE SPACES.
           03  FS-CEPGEO               PIC  X(002)         VALUE SPACES.
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
      *    AREA DO ARQUIVO ENDENTREGA NA WORKING
      *----------------------------------------------------------------*
       COPY 'FD-ENDENTREGA.CPY'        REPLACING ==::== BY ==-WSE==.
      *
      *----------------------------------------------------------------*
      *    LINHA DA CONSULTA EM TELA
      *----------------------------------------------------------------*
       01  WSS-LINHA-CON.
           03  CON-SEQ                 PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-ENDERECO            PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-CIDADE              PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-UF                  PIC  X(002)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-CEP                 PIC  X(008)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE SPACES.
           03  CON-PRINCIPAL           PIC  X(001)         VALUE SPACES.
           03  CON-VISITA              PIC  X(001)         VALUE SPACES.
           03  CON-SITUACAO            PIC  X(001)         VALUE SPACES.
           03  CON-GEO                 PIC  X(001)         VALUE SPACES.
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
               ' ..... ENDERECOS DE ENTREGA DE CLIENTES ..... '
                                                               BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Endereco        ".
           03 F LINE 10 COL 28   VALUE " 2 - Excluir Endereco".
           03 F LINE 12 COL 28   VALUE " 3 - Consulta Cliente".
           03 F LINE 16 COL 28   VALUE " 9 - Sair            ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]           ".
      *
       01  TELA-LABEL-ENDERECO.
           03 F LINE 08 COL 20   VALUE " Cliente.............: ".
           03 F LINE 10 COL 20   VALUE " Sequencia (0=nova)..: ".
           03 F LINE 11 COL 20   VALUE " Endereco............: ".
           03 F LINE 12 COL 20   VALUE " Cidade..............: ".
           03 F LINE 13 COL 20   VALUE " UF..................: ".
           03 F LINE 14 COL 20   VALUE " CEP.................: ".
           03 F LINE 15 COL 20   VALUE " Latitude............: ".
           03 F LINE 16 COL 20   VALUE " Longitude...........: ".
           03 F LINE 17 COL 20   VALUE " Principal (S/N).....: ".
           03 F LINE 18 COL 20   VALUE " Ponto de visita(S/N): ".
           03 F LINE 19 COL 20   VALUE " Situacao (A/I)......: ".
      *
       01  TELA-DADOS-ENDERECO-T.
           03 T1E  LINE 08 COL 44 PIC ZZZZZZ9 USING ETG-CCLIENTE-WSE.
           03 T2E  LINE 10 COL 44 PIC ZZ9     USING ETG-SEQ-WSE.
           03 T3E  LINE 11 COL 44 PIC X(030)  USING ETG-ENDERECO-WSE.
           03 T4E  LINE 12 COL 44 PIC X(030)  USING ETG-CIDADE-WSE.
           03 T5E  LINE 13 COL 44 PIC X(002)  USING ETG-UF-WSE.
           03 T6E  LINE 14 COL 44 PIC X(008)  USING ETG-CEP-WSE.
           03 T7E  LINE 15 COL 44 PIC -ZZ9,99999999
                                              USING ETG-LATITUDE-WSE.
           03 T8E  LINE 16 COL 44 PIC -ZZ9,99999999
                                              USING ETG-LONGITUDE-WSE.
           03 T9E  LINE 17 COL 44 PIC X(001)  USING ETG-PRINCIPAL-WSE.
           03 T10E LINE 18 COL 44 PIC X(001)  USING ETG-VISITA-WSE.
           03 T11E LINE 19 COL 44 PIC X(001)  USING ETG-SITUACAO-WSE.
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
                      REG-WSE
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           MOVE 'N'                    TO WSS-CLIENTES-ABERTO
                                          WSS-MUNICIPIO-ABERTO
                                          WSS-CEPGEO-ABERTO.
      *
           OPEN I-O ARQ-ENDENTREGA.
      *
           EVALUATE FS-ENDENTREGA
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-ENDENTREGA
                    OPEN OUTPUT ARQ-ENDENTREGA
                    CLOSE ARQ-ENDENTREGA
                    OPEN I-O ARQ-ENDENTREGA
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'ENDENTREGA'  TO WSS-ARQUIVO
                    MOVE FS-ENDENTREGA TO WSS-FSTATUS
                    MOVE 1             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
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
           OPEN INPUT ARQ-CLIENTES.
           IF FS-CLIENTES              EQUAL '00'
              MOVE 'S'                 TO WSS-CLIENTES-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-MUNICIPIO.
           IF FS-MUNICIPIO             EQUAL '00'
              MOVE 'S'                 TO WSS-MUNICIPIO-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-CEPGEO.
           IF FS-CEPGEO                EQUAL '00'
              MOVE 'S'                 TO WSS-CEPGEO-ABERTO
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
                    IF LKS-SO-CONSULTA
                       MOVE "Acesso somente para consulta."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    ELSE
                       PERFORM RT-ENDERECO
                                       THRU RT-ENDERECOX
                    END-IF
               WHEN 2
                    IF LKS-SO-CONSULTA
                       MOVE "Acesso somente para consulta."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    ELSE
                       PERFORM RT-EXCLUIR-ENDERECO
                                       THRU RT-EXCLUIR-ENDERECOX
                    END-IF
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
      *    INCLUSAO/ALTERACAO DE ENDERECO DE ENTREGA DO CLIENTE
      *----------------------------------------------------------------*
       RT-ENDERECO                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           IF NOT CLIENTES-ABERTO
              MOVE "Arquivo CLIENTES indisponivel - endereco nao grava
      -            "do."               TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ENDERECOX
           END-IF.
      *
           INITIALIZE REG-WSE
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           DISPLAY TELA-LABEL-ENDERECO.
      *
           MOVE "Informe o codigo do cliente (zeros sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1E.
      *
           IF ETG-CCLIENTE-WSE         EQUAL ZEROS
              GO                       TO RT-ENDERECOX
           END-IF.
      *
           PERFORM RT-LER-CLIENTE      THRU RT-LER-CLIENTEX.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              GO                       TO RT-ENDERECOX
           END-IF.
      *
           MOVE "Informe a sequencia do endereco (zeros = novo)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2E.
      *
           IF ETG-SEQ-WSE              EQUAL ZEROS
              PERFORM RT-PROXIMA-SEQ   THRU RT-PROXIMA-SEQX
              IF WSS-MAIOR-SEQ         NOT LESS 999
                 MOVE "Cliente ja tem o maximo de enderecos."
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 GO                    TO RT-ENDERECOX
              END-IF
              COMPUTE ETG-SEQ-WSE       = WSS-MAIOR-SEQ + 1
           END-IF.
      *
           MOVE ETG-CHAVE-WSE          TO ETG-CHAVE-FDE.
      *
           READ ARQ-ENDENTREGA         KEY IS ETG-CHAVE-FDE
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-ENDENTREGA            EQUAL '00'
              MOVE 'N'                 TO WSS-NOVO
              MOVE REG-FDE             TO REG-WSE
           ELSE
              MOVE 'S'                 TO WSS-NOVO
              MOVE 'N'                 TO ETG-PRINCIPAL-WSE
                                          ETG-VISITA-WSE
              MOVE 'A'                 TO ETG-SITUACAO-WSE
           END-IF.
      *
           DISPLAY TELA-DADOS-ENDERECO-T.
      *
           MOVE "Informe o endereco de entrega."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T3E.
      *
           MOVE "Informe a cidade (nome da tabela de municipios)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T4E.
      *
           INSPECT ETG-CIDADE-WSE      CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
      *  ---> Com a tabela MUNICIPIO a UF e a faixa de CEP vem dela;
      *       sem a tabela, a UF e informada pelo operador
           MOVE 'N'                    TO WSS-MUN-OK.
           MOVE SPACES                 TO WSS-MUN-CEP-DE
                                          WSS-MUN-CEP-ATE.
      *
           IF MUNICIPIO-ABERTO
              PERFORM RT-BUSCAR-MUNICIPIO
                                       THRU RT-BUSCAR-MUNICIPIOX
              IF WSS-MUN-OK            EQUAL 'S'
                 MOVE MUN-UF-FDM       TO ETG-UF-WSE
                 MOVE MUN-CEP-DE-FDM   TO WSS-MUN-CEP-DE
                 MOVE MUN-CEP-ATE-FDM  TO WSS-MUN-CEP-ATE
                 DISPLAY T5E
              ELSE
                 MOVE "Cidade fora da tabela de municipios - nao grava
      -               "do."            TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 GO                    TO RT-ENDERECOX
              END-IF
           ELSE
              MOVE "Informe a UF do endereco."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT T5E
              INSPECT ETG-UF-WSE       CONVERTING
                      'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF.
      *
           MOVE "Informe o CEP do endereco."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T6E.
      *
           MOVE "Informe as coordenadas (zeros = centroide do CEP)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T7E.
           ACCEPT T8E.
      *
           MOVE "Endereco principal do cliente? (S/N)"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T9E.
      *
           MOVE "Ponto de visita do vendedor? (S/N)"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T10E.
      *
           MOVE "Situacao do endereco (A-ativo, I-inativo)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T11E.
      *
           INSPECT ETG-PRINCIPAL-WSE   CONVERTING 'sn' TO 'SN'.
           INSPECT ETG-VISITA-WSE      CONVERTING 'sn' TO 'SN'.
           INSPECT ETG-SITUACAO-WSE    CONVERTING 'ai' TO 'AI'.
      *
           EVALUATE TRUE
               WHEN ETG-ENDERECO-WSE   EQUAL SPACES
                    MOVE "Endereco e obrigatorio - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN ETG-CIDADE-WSE     EQUAL SPACES
                    OR ETG-UF-WSE      EQUAL SPACES
                    MOVE "Cidade e UF sao obrigatorias - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN ETG-CEP-WSE        NOT NUMERIC
                    MOVE "CEP invalido (8 digitos) - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN WSS-MUN-OK         EQUAL 'S'
                    AND WSS-MUN-CEP-DE NOT EQUAL SPACES
                    AND (ETG-CEP-WSE   LESS WSS-MUN-CEP-DE
                    OR  ETG-CEP-WSE    GREATER WSS-MUN-CEP-ATE)
                    MOVE "CEP fora da faixa do municipio - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN ETG-LATITUDE-WSE   LESS -90
                    OR ETG-LATITUDE-WSE
                                       GREATER 90
                    OR ETG-LONGITUDE-WSE
                                       LESS -180
                    OR ETG-LONGITUDE-WSE
                                       GREATER 180
                    MOVE "Coordenadas fora da faixa - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN ETG-PRINCIPAL-WSE  NOT EQUAL 'S' AND 'N'
                    OR ETG-VISITA-WSE  NOT EQUAL 'S' AND 'N'
                    MOVE "Principal e ponto de visita: S ou N."
                                       TO WSS-MENSAGEM
               WHEN NOT ETG-ATIVO-WSE
                    AND NOT ETG-INATIVO-WSE
                    MOVE "Situacao invalida: A ou I - nao gravado."
                                       TO WSS-MENSAGEM
               WHEN OTHER
                    MOVE SPACES        TO WSS-MENSAGEM
           END-EVALUATE.
      *
           IF WSS-MENSAGEM             NOT EQUAL SPACES
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-ENDERECOX
           END-IF.
      *
      *  ---> Endereco inativo nao e principal nem ponto de visita
           IF ETG-INATIVO-WSE
              MOVE 'N'                 TO ETG-PRINCIPAL-WSE
                                          ETG-VISITA-WSE
           END-IF.
      *
      *  ---> Coordenadas: informadas ou centroide do prefixo do CEP
           IF ETG-LATITUDE-WSE         EQUAL ZEROS
              AND ETG-LONGITUDE-WSE    EQUAL ZEROS
              PERFORM RT-GEOCODIFICAR  THRU RT-GEOCODIFICARX
           ELSE
              MOVE 'I'                 TO ETG-GEO-ORIGEM-WSE
           END-IF.
      *
           DISPLAY TELA-DADOS-ENDERECO-T.
      *
           MOVE "Confirma a gravacao do endereco? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 53
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-ENDERECOX
           END-IF.
      *
      *  ---> Um so principal e um so ponto de visita por cliente
           IF ETG-E-PRINCIPAL-WSE
              OR ETG-PONTO-VISITA-WSE
              PERFORM RT-DESMARCAR-OUTROS
                                       THRU RT-DESMARCAR-OUTROSX
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE LKS-OPERADOR           TO ETG-OPERADOR-WSE.
      *
           IF WSS-NOVO                 EQUAL 'S'
              MOVE WSS-HOJE-AMD        TO ETG-DT-INCLUSAO-WSE
              MOVE REG-WSE             TO REG-FDE
              WRITE REG-FDE
              MOVE 'ENDERECO DE ENTREGA INCLUIDO'
                                       TO WSS-AUD-ACAO
           ELSE
              MOVE ETG-CHAVE-WSE       TO ETG-CHAVE-FDE
              READ ARQ-ENDENTREGA      KEY IS ETG-CHAVE-FDE
                   INVALID KEY
                       CONTINUE
              END-READ
              MOVE WSS-HOJE-AMD        TO ETG-DT-ALTERACAO-WSE
              MOVE REG-WSE             TO REG-FDE
              REWRITE REG-FDE
              MOVE 'ENDERECO DE ENTREGA ALTERADO'
                                       TO WSS-AUD-ACAO
           END-IF.
      *
           IF FS-ENDENTREGA            NOT EQUAL '00'
              MOVE 'ao gravar  '       TO WSS-DESCRICAO
              MOVE 'ENDENTREGA'        TO WSS-ARQUIVO
              MOVE FS-ENDENTREGA       TO WSS-FSTATUS
              MOVE 3                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Endereco gravado com sucesso!"
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-ENDERECOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-CLIENTE                  SECTION.
      *  ---> Le o cliente de ETG-CCLIENTE-WSE e mostra a razao
      *       social; cliente inexistente avisa o operador
      *----------------------------------------------------------------*
      *
           MOVE ETG-CCLIENTE-WSE       TO CODIGO-FDC.
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
           DISPLAY RSOCIAL-FDC         LINE 09 COL 44.
      *
       RT-LER-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PROXIMA-SEQ                  SECTION.
      *  ---> Maior sequencia ja usada pelo cliente de
      *       ETG-CCLIENTE-WSE (zeros quando nao ha endereco)
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-MAIOR-SEQ.
           MOVE ETG-CCLIENTE-WSE       TO ETG-CCLIENTE-FDE.
           MOVE ZEROS                  TO ETG-SEQ-FDE.
           MOVE 'N'                    TO WSS-FIM-ARQ-ETG.
      *
           START ARQ-ENDENTREGA        KEY IS NOT LESS ETG-CHAVE-FDE
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-ETG
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ETG
                                       EQUAL 'S'
              READ ARQ-ENDENTREGA      NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-ETG
                NOT AT END
                   IF ETG-CCLIENTE-FDE NOT EQUAL ETG-CCLIENTE-WSE
                      MOVE 'S'         TO WSS-FIM-ARQ-ETG
                   ELSE
                      MOVE ETG-SEQ-FDE TO WSS-MAIOR-SEQ
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-PROXIMA-SEQX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-BUSCAR-MUNICIPIO             SECTION.
      *  ---> Busca a cidade informada na tabela MUNICIPIO (nome
      *       exato, qualquer UF) e deixa o registro em REG-FDM
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-MUN-OK.
           MOVE ETG-CIDADE-WSE         TO MUN-CIDADE-FDM.
           MOVE SPACES                 TO MUN-UF-FDM.
      *
           START ARQ-MUNICIPIO         KEY IS NOT LESS MUN-CHAVE-FDM
                INVALID KEY
                    GO                 TO RT-BUSCAR-MUNICIPIOX
           END-START.
      *
           READ ARQ-MUNICIPIO          NEXT
             AT END
                GO                     TO RT-BUSCAR-MUNICIPIOX
           END-READ.
      *
           IF MUN-CIDADE-FDM           EQUAL ETG-CIDADE-WSE
              MOVE 'S'                 TO WSS-MUN-OK
           END-IF.
      *
       RT-BUSCAR-MUNICIPIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GEOCODIFICAR                 SECTION.
      *  ---> Endereco sem coordenadas recebe o centroide do prefixo
      *       do CEP (5 primeiros digitos) da tabela CEPGEO
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO ETG-GEO-ORIGEM-WSE.
      *
           IF NOT CEPGEO-ABERTO
              GO                       TO RT-GEOCODIFICARX
           END-IF.
      *
           MOVE ETG-CEP-WSE(1:5)       TO GEO-CEP-PREFIXO-FDG.
      *
           READ ARQ-CEPGEO             KEY IS GEO-CEP-PREFIXO-FDG
                INVALID KEY
                    GO                 TO RT-GEOCODIFICARX
           END-READ.
      *
           MOVE GEO-LATITUDE-FDG       TO ETG-LATITUDE-WSE.
           MOVE GEO-LONGITUDE-FDG      TO ETG-LONGITUDE-WSE.
           MOVE 'C'                    TO ETG-GEO-ORIGEM-WSE.
      *
       RT-GEOCODIFICARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DESMARCAR-OUTROS             SECTION.
      *  ---> Retira a marca de principal e/ou de ponto de visita dos
      *       demais enderecos do cliente, conforme o endereco em
      *       gravacao assume cada uma delas
      *----------------------------------------------------------------*
      *
           MOVE ETG-CCLIENTE-WSE       TO ETG-CCLIENTE-FDE.
           MOVE ZEROS                  TO ETG-SEQ-FDE.
           MOVE 'N'                    TO WSS-FIM-ARQ-ETG.
      *
           START ARQ-ENDENTREGA        KEY IS NOT LESS ETG-CHAVE-FDE
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-ETG
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ETG
                                       EQUAL 'S'
              READ ARQ-ENDENTREGA      NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-ETG
                NOT AT END
                   IF ETG-CCLIENTE-FDE NOT EQUAL ETG-CCLIENTE-WSE
                      MOVE 'S'         TO WSS-FIM-ARQ-ETG
                   ELSE
                      IF ETG-SEQ-FDE   NOT EQUAL ETG-SEQ-WSE
                         PERFORM RT-DESMARCAR-ENDERECO
                                       THRU RT-DESMARCAR-ENDERECOX
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-DESMARCAR-OUTROSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DESMARCAR-ENDERECO           SECTION.
      *----------------------------------------------------------------*
      *
           IF (ETG-E-PRINCIPAL-WSE AND ETG-E-PRINCIPAL-FDE)
              OR (ETG-PONTO-VISITA-WSE AND ETG-PONTO-VISITA-FDE)
              IF ETG-E-PRINCIPAL-WSE
                 MOVE 'N'              TO ETG-PRINCIPAL-FDE
              END-IF
              IF ETG-PONTO-VISITA-WSE
                 MOVE 'N'              TO ETG-VISITA-FDE
              END-IF
              REWRITE REG-FDE
              IF FS-ENDENTREGA         NOT EQUAL '00'
                 MOVE 'ao regravar'    TO WSS-DESCRICAO
                 MOVE 'ENDENTREGA'     TO WSS-ARQUIVO
                 MOVE FS-ENDENTREGA    TO WSS-FSTATUS
                 MOVE 4                TO WSS-PONTO-ERRO
                 PERFORM RT-ERROS      THRU RT-ERROSX
              END-IF
           END-IF.
      *
       RT-DESMARCAR-ENDERECOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    EXCLUSAO DE ENDERECO DE ENTREGA DO CLIENTE
      *----------------------------------------------------------------*
       RT-EXCLUIR-ENDERECO             SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           INITIALIZE REG-WSE
              REPLACING ALPHANUMERIC   BY SPACES
                        NUMERIC        BY ZEROS.
      *
           DISPLAY TELA-LABEL-ENDERECO.
      *
           MOVE "Informe o codigo do cliente (zeros sai)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1E.
      *
           IF ETG-CCLIENTE-WSE         EQUAL ZEROS
              GO                       TO RT-EXCLUIR-ENDERECOX
           END-IF.
      *
           MOVE "Informe a sequencia do endereco."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T2E.
      *
           MOVE ETG-CHAVE-WSE          TO ETG-CHAVE-FDE.
      *
           READ ARQ-ENDENTREGA         KEY IS ETG-CHAVE-FDE
                INVALID KEY
                    MOVE "Endereco nao cadastrado."
                                       TO WSS-MENSAGEM
                    DISPLAY TELA-MENSAGENS
                    ACCEPT WSS-ENT     LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    GO                 TO RT-EXCLUIR-ENDERECOX
           END-READ.
      *
           MOVE REG-FDE                TO REG-WSE.
           DISPLAY TELA-DADOS-ENDERECO-T.
      *
      *  ---> Pedidos antigos podem apontar para a sequencia: o
      *       endereco usado so deveria ser inativado
           MOVE "Exclui? Pedidos com o endereco perdem a referencia (S/N
      -         "): "                  TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 71
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-EXCLUIR-ENDERECOX
           END-IF.
      *
           DELETE ARQ-ENDENTREGA.
      *
           IF FS-ENDENTREGA            NOT EQUAL '00'
              MOVE 'ao excluir '       TO WSS-DESCRICAO
              MOVE 'ENDENTREGA'        TO WSS-ARQUIVO
              MOVE FS-ENDENTREGA       TO WSS-FSTATUS
              MOVE 5                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE 'ENDERECO DE ENTREGA EXCLUIDO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Endereco excluido."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-EXCLUIR-ENDERECOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONSULTA DOS ENDERECOS DE ENTREGA DE UM CLIENTE (P = MARCA
      *    DE PRINCIPAL, V = PONTO DE VISITA, SITUACAO E ORIGEM DAS
      *    COORDENADAS)
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE ZEROS                  TO WSS-CLIENTE-CON.
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
                       MOVE SPACES     TO RSOCIAL-FDC
              END-READ
              DISPLAY RSOCIAL-FDC      LINE 03 COL 03
           END-IF.
      *
           MOVE 4                      TO WSS-LINHA.
      *
           MOVE WSS-CLIENTE-CON        TO ETG-CCLIENTE-FDE.
           MOVE ZEROS                  TO ETG-SEQ-FDE.
           MOVE 'N'                    TO WSS-FIM-ARQ-ETG.
      *
           START ARQ-ENDENTREGA        KEY IS NOT LESS ETG-CHAVE-FDE
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-ETG
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ETG
                                       EQUAL 'S'
              READ ARQ-ENDENTREGA      NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-ETG
                NOT AT END
                   IF ETG-CCLIENTE-FDE NOT EQUAL WSS-CLIENTE-CON
                      MOVE 'S'         TO WSS-FIM-ARQ-ETG
                   ELSE
                      PERFORM RT-EXIBIR-ENDERECO
                                       THRU RT-EXIBIR-ENDERECOX
                   END-IF
              END-READ
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
       RT-EXIBIR-ENDERECO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ETG-SEQ-FDE            TO CON-SEQ.
           MOVE ETG-ENDERECO-FDE       TO CON-ENDERECO.
           MOVE ETG-CIDADE-FDE         TO CON-CIDADE.
           MOVE ETG-UF-FDE             TO CON-UF.
           MOVE ETG-CEP-FDE            TO CON-CEP.
           MOVE ETG-SITUACAO-FDE       TO CON-SITUACAO.
           MOVE ETG-GEO-ORIGEM-FDE     TO CON-GEO.
      *
           IF ETG-E-PRINCIPAL-FDE
              MOVE 'P'                 TO CON-PRINCIPAL
           ELSE
              MOVE SPACES              TO CON-PRINCIPAL
           END-IF.
      *
           IF ETG-PONTO-VISITA-FDE
              MOVE 'V'                 TO CON-VISITA
           ELSE
              MOVE SPACES              TO CON-VISITA
           END-IF.
      *
           PERFORM RT-MOSTRAR-LINHA    THRU RT-MOSTRAR-LINHAX.
      *
       RT-EXIBIR-ENDERECOX.
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
           MOVE 'PT000112'             TO WSS-AUD-PROGRAMA.
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
           MOVE 'PT000112'             TO WSS-ERR-PROGRAMA.
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
           CLOSE ARQ-ENDENTREGA
                 ARQ-AUDITORIA.
      *
           IF CLIENTES-ABERTO
              CLOSE ARQ-CLIENTES
           END-IF.
      *
           IF MUNICIPIO-ABERTO
              CLOSE ARQ-MUNICIPIO
           END-IF.
      *
           IF CEPGEO-ABERTO
              CLOSE ARQ-CEPGEO
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
