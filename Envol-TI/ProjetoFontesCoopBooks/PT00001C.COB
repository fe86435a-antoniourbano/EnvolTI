      *     *            PELO VALIDADOR PRV00903 (FORMATO, DDD DA      *
      *     *            TABELA E COERENCIA COM A UF DO CLIENTE).      *
      *     *----------------------------------------------------------*
      *     * VERSAO 09    -    Amarildo M Borges      -    15.10.2026 *
      *     *            LIMITE DE CREDITO DO CLIENTE (ZERO = SEM      *
      *     *            LIMITE PROPRIO, VALE O DO GRUPO ECONOMICO).   *
      *     *----------------------------------------------------------*
      *     * VERSAO 10    -    Amarildo M Borges      -    15.10.2026 *
      *     *            OPCAO 8: DECISAO DAS RECOMENDACOES DE         *
      *     *            PERIODICIDADE DO CUSTO DE ATENDIMENTO (RECPER,*
      *     *            PT000094); A ACEITA GRAVA A NOVA PERIODICIDADE*
      *     *            COMO ALTERACAO DE CLIENTE (AUDITORIA).        *
      *     *----------------------------------------------------------*
      *     * VERSAO 11    -    Amarildo M Borges      -    15.10.2026 *
      *     *            INATIVACAO E EXCLUSAO DE CLIENTE EXIGEM A     *
      *     *            DECISAO SOBRE O EQUIPAMENTO EM COMODATO       *
      *     *            (PRV00906): TRANSFERIR, RECOLHER OU BAIXAR.   *
      *     *----------------------------------------------------------*
      *     * VERSAO 12    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CLIENTES RESTRITOS AS FILIAIS PERMITIDAS AO   *
      *     *            OPERADOR (MANUTENCAO, CONTATOS, CONSULTA E    *
      *     *            RECOMENDACOES); RECUSA REGISTRADA NA          *
      *     *            AUDITORIA.                                    *
      *     *----------------------------------------------------------*
      *     * VERSAO 13    -    Amarildo M Borges      -    15.10.2026 *
      *     *            MATRIZ DE PERMISSOES: NIVEL CONSULTA NO       *
      *     *            PROGRAMA LIMITA AS FUNCOES COMO O PERFIL Q.   *
      *     *----------------------------------------------------------*
      *     * VERSAO 14    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CODIGO DE CLIENTE LEVADO AO ARQUIVO FRIO      *
      *     *            (ARQCLI) NAO E REUTILIZADO NA INCLUSAO.       *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *       CEP) - valida e padroniza o endereco do cliente
           COPY 'SEL-MUNICIPIO.CPY'    REPLACING ==::== BY ==-FDM==.
      *
      *  ---> Recomendacoes de periodicidade de visita (PT000094)
           COPY 'SEL-RECPER.CPY'       REPLACING ==::== BY ==-FDR==.
      *
      *  ---> Clientes do arquivo frio (PT000109): codigo reservado
           COPY 'SEL-ARQCLI.CPY'       REPLACING ==::== BY ==-FDX==.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDM.
       COPY 'FD-MUNICIPIO.CPY'         REPLACING ==::== BY ==-FDM==.
      *
       FD  ARQ-RECPER                  VALUE OF FILE-ID IS 'RECPER'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-RECPER.CPY'            REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-ARQCLI                  VALUE OF FILE-ID IS 'ARQCLI'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDX.
       COPY 'FD-ARQCLI.CPY'            REPLACING ==::== BY ==-FDX==.
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
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
           03  FS-MUNICIPIO            PIC  X(002)         VALUE SPACES.
           03  FS-CONTATOS             PIC  X(002)         VALUE SPACES.
           03  FS-RECPER               PIC  X(002)         VALUE SPACES.
           03  FS-ARQCLI               PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - MANUTENCAO DE CONTATOS DO CLIENTE
           03  WSS-FIM-ARQ-CNT         PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - DECISAO DA RECOMENDACAO DE PERIODICIDADE
      *----------------------------------------------------------------*
           03  WSS-FIM-ARQ-RCP         PIC  X(001)         VALUE 'N'.
           03  WSS-RCP-DECISAO         PIC  X(001)         VALUE SPACES.
           03  WSS-RCP-PERIOD          PIC  X(001)         VALUE SPACES.
           03  WSS-RCP-QTD             PIC  9(005)         VALUE ZEROS.
           03  WSS-RCP-LINHA           PIC  X(075)         VALUE SPACES.
           03  WSS-RCP-CUSTO           PIC  ZZZZZZ9,99     VALUE ZEROS.
           03  WSS-RCP-RECEITA         PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  WSS-RCP-MARGEM          PIC  -ZZZZZZZZ9,99  VALUE ZEROS.
           03  WSS-RCP-VISITAS         PIC  ZZ9            VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - VALIDACAO DE ENDERECO PELA TABELA MUNICIPIO
      *----------------------------------------------------------------*
           03  WSS-MUNICIPIO-ABERTO    PIC  X(001)         VALUE 'N'.
                                                            'PT000904'.
      *
           COPY 'SUB-CTT.CPY'          REPLACING ==::== BY ==W9C==.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00906
      *    - Decisao sobre equipamento em comodato do cliente
      *----------------------------------------------------------------*
      *
       01  WSPRV906                    PIC X(08)           VALUE
                                                            'PT000907'.
      *
           COPY 'SUB-CMD.CPY'          REPLACING ==::== BY ==WSS==.
      *
       01  FILLER                      PIC  X(032)         VALUE
           'FFF  FIM DA WORKING-STORAGE  FFF'.
           03 F LINE 10 COL 28        VALUE " 2 - Alteracao  ".
           03 F LINE 12 COL 28        VALUE " 3 - Exclusao   ".
           03 F LINE 14 COL 28        VALUE " 4 - Importacao ".
           03 F LINE 15 COL 28        VALUE " 8 - Periodicid.".
           03 F LINE 16 COL 28        VALUE " 5 - Consulta   ".
           03 F LINE 17 COL 28        VALUE " 6 - Atrib.Agora".
           03 F LINE 19 COL 28        VALUE " 7 - Contatos   ".
           03 F LINE 05 COL 28        VALUE " CLIENTE -"        BLINK.
           03 F LINE 05 COL 39        PIC X(12) USING WSS-TITULO BLINK.
           03 F LINE 08 COL 24        VALUE " Codigo......: ".
           03 F LINE 08 COL 55        VALUE " Lim.Cred.: ".
           03 F LINE 10 COL 24        VALUE " CNPJ........: ".
           03 F LINE 12 COL 24        VALUE " Razao Social: ".
           03 F LINE 14 COL 24        VALUE " Latitude....: ".
                                                      SEGMENTO-WSC.
           03 U16C LINE 16 COL 64 PIC 9(005)        USING
                                                      GRUPO-WSC.
           03 U17C LINE 08 COL 68 PIC ZZZZZZZZ9,99  USING
                                                   LIMITE-CREDITO-WSC.
           03 U7C LINE 20 COL 39 PIC  X(040)        USING ENDERECO-WSC.
           03 U8C LINE 22 COL 39 PIC  X(030)        USING CIDADE-WSC.
           03 U11C LINE 22 COL 75 PIC X(002)        USING UF-WSC.
                                                      SEGMENTO-WSC.
           03 T16C LINE 16 COL 64 PIC 9(005)        TO
                                                      GRUPO-WSC.
           03 T17C LINE 08 COL 68 PIC ZZZZZZZZ9,99  TO
                                                   LIMITE-CREDITO-WSC.
           03 T7C LINE 20 COL 39 PIC  X(040)        TO    ENDERECO-WSC.
           03 T8C LINE 22 COL 39 PIC  X(030)        TO    CIDADE-WSC.
           03 T11C LINE 22 COL 75 PIC X(002)        TO    UF-WSC.
                                            WITH PROMPT AUTO-SKIP.
      *
      *  ---> Perfil consulta: somente a funcao de consulta e liberada
           IF (WSS-FUN                 EQUAL 1 OR 2 OR 3 OR 4 OR 6 OR 7
                                             OR 8)
              AND (LKS-PERFIL          EQUAL 'Q' OR 'q'
                   OR LKS-SO-CONSULTA)
              MOVE "Funcao fora do perfil do operador (consulta)."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
               WHEN 7
                    PERFORM RT-CONTATOS
                                       THRU RT-CONTATOSX
               WHEN 8
                    PERFORM RT-RECOMENDACOES
                                       THRU RT-RECOMENDACOESX
               WHEN 9
                    CONTINUE
               WHEN OTHER
              ELSE
                 ADD 1                 TO WSS-PROXIMO
              END-IF
      *
              PERFORM RT-PULAR-ARQUIVADOS
                                       THRU RT-PULAR-ARQUIVADOSX
      *
              MOVE WSS-PROXIMO         TO CODIGO-WSC
                                          WSS-CODIGO
                                            WITH PROMPT AUTO-SKIP
                 PERFORM REC-COD
              ELSE
      *  ---> Cliente de filial fora das permitidas ao operador
                 MOVE FILIAL-WSC       TO WSS-FIL-TESTE
                 PERFORM RT-CONFERIR-FILIAL
                                       THRU RT-CONFERIR-FILIALX
                 IF NOT FILIAL-PERMITIDA
                    PERFORM RT-NEGAR-FILIAL
                                       THRU RT-NEGAR-FILIALX
                    PERFORM REC-COD
                 ELSE
      *  ---> Exibe dados ja cadastrados
                    DISPLAY TELA-DADOS-CLIENTE-U
                 END-IF
              END-IF
           END-IF.
      *
              GO                       TO RT-CONTATOSX
           END-IF.
      *
      *  ---> Contatos de cliente de filial nao permitida ao operador
           MOVE ZEROS                  TO WSS-ACHOU.
           MOVE 'S'                    TO WSS-LER-KEY-P.
           MOVE WSS-CON-CLIENTE        TO CODIGO-FDC.
           PERFORM RT-LER-CLIENTE      THRU RT-LER-CLIENTEX.
      *
           IF WSS-ACHOU                GREATER ZEROS
              MOVE FILIAL-WSC          TO WSS-FIL-TESTE
              PERFORM RT-CONFERIR-FILIAL
                                       THRU RT-CONFERIR-FILIALX
              IF NOT FILIAL-PERMITIDA
                 PERFORM RT-NEGAR-FILIAL
                                       THRU RT-NEGAR-FILIALX
                 CLOSE ARQ-CONTATOS
                 GO                    TO RT-CONTATOSX
              END-IF
           END-IF.
      *
      *  ---> Lista os contatos atuais do cliente
           PERFORM RT-LISTAR-CONTATOS  THRU RT-LISTAR-CONTATOSX.
      *
       RT-EXCLUIR-CONTATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    DECISAO DAS RECOMENDACOES DE PERIODICIDADE DE VISITA DO
      *    CUSTO DE ATENDIMENTO (PT000094). A ACEITA GRAVA A NOVA
      *    PERIODICIDADE PELA ALTERACAO NORMAL DO CLIENTE.
      *----------------------------------------------------------------*
       RT-RECOMENDACOES                SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-RECPER.
      *
           IF FS-RECPER                NOT EQUAL '00'
              MOVE "Nenhuma recomendacao de periodicidade apurada."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-RECOMENDACOESX
           END-IF.
      *
           MOVE ZEROS                  TO RCP-CCLIENTE-FDR
                                          RCP-ANOMES-FDR
                                          WSS-RCP-QTD.
           MOVE 'N'                    TO WSS-FIM-ARQ-RCP.
      *
           START ARQ-RECPER            KEY IS NOT LESS RCP-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-RCP
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-RCP
                                       EQUAL 'S' OR 's'
              READ ARQ-RECPER          NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-RCP
                NOT AT END
                   IF RCP-PENDENTE-FDR
                      PERFORM RT-DECIDIR-RECOMENDACAO
                                       THRU RT-DECIDIR-RECOMENDACAOX
                   END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-RECPER.
      *
           IF WSS-RCP-QTD              EQUAL ZEROS
              MOVE "Nenhuma recomendacao de periodicidade pendente."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
           MOVE 8                      TO WSS-FUN.
      *
       RT-RECOMENDACOESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DECIDIR-RECOMENDACAO         SECTION.
      *  ---> Exibe a apuracao e recebe a decisao: S aplica, N recusa,
      *       F encerra; outra tecla deixa pendente para depois
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-ACHOU.
           MOVE 'S'                    TO WSS-LER-KEY-P.
           MOVE RCP-CCLIENTE-FDR       TO CODIGO-FDC.
           PERFORM RT-LER-CLIENTE      THRU RT-LER-CLIENTEX.
      *
           IF WSS-ACHOU                EQUAL ZEROS
              GO                       TO RT-DECIDIR-RECOMENDACAOX
           END-IF.
      *
      *  ---> Recomendacao de cliente de outra filial fica pendente
      *       para operador com acesso a ela
           MOVE FILIAL-WSC             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              GO                       TO RT-DECIDIR-RECOMENDACAOX
           END-IF.
      *
           ADD 1                       TO WSS-RCP-QTD.
      *
      *  ---> Periodicidade ja vigente (alterada depois da apuracao):
      *       a recomendacao fica atendida sem perguntar
           IF PERIODICIDADE-WSC        EQUAL SPACES
              MOVE 'M'                 TO WSS-RCP-PERIOD
           ELSE
              MOVE PERIODICIDADE-WSC   TO WSS-RCP-PERIOD
           END-IF.
      *
           IF WSS-RCP-PERIOD           EQUAL RCP-PERIOD-SUGERIDA-FDR
              MOVE 'A'                 TO RCP-SITUACAO-FDR
              PERFORM RT-GRAVAR-RECPER THRU RT-GRAVAR-RECPERX
              GO                       TO RT-DECIDIR-RECOMENDACAOX
           END-IF.
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           DISPLAY ' RECOMENDACAO DE PERIODICIDADE DE VISITA:'
                                       LINE 05 COL 05.
      *
           MOVE SPACES                 TO WSS-RCP-LINHA.
           STRING 'Cliente.....: ' RCP-CCLIENTE-FDR ' - ' RSOCIAL-WSC
              DELIMITED BY SIZE        INTO WSS-RCP-LINHA
           END-STRING.
           DISPLAY WSS-RCP-LINHA       LINE 07 COL 05.
      *
           MOVE SPACES                 TO WSS-RCP-LINHA.
           STRING 'Mes apurado.: ' RCP-ANOMES-FDR
                  '   Vendedor: ' RCP-CVENDEDOR-FDR
              DELIMITED BY SIZE        INTO WSS-RCP-LINHA
           END-STRING.
           DISPLAY WSS-RCP-LINHA       LINE 08 COL 05.
      *
           MOVE RCP-VISITAS-FDR        TO WSS-RCP-VISITAS.
           MOVE RCP-CUSTO-FDR          TO WSS-RCP-CUSTO.
           MOVE SPACES                 TO WSS-RCP-LINHA.
           STRING 'Visitas.....: ' WSS-RCP-VISITAS
                  '   Custo de atender: ' WSS-RCP-CUSTO
              DELIMITED BY SIZE        INTO WSS-RCP-LINHA
           END-STRING.
           DISPLAY WSS-RCP-LINHA       LINE 10 COL 05.
      *
           MOVE RCP-RECEITA-FDR        TO WSS-RCP-RECEITA.
           MOVE RCP-MARGEM-FDR         TO WSS-RCP-MARGEM.
           MOVE SPACES                 TO WSS-RCP-LINHA.
           STRING 'Receita.....: ' WSS-RCP-RECEITA
                  '   Margem: ' WSS-RCP-MARGEM
              DELIMITED BY SIZE        INTO WSS-RCP-LINHA
           END-STRING.
           DISPLAY WSS-RCP-LINHA       LINE 11 COL 05.
      *
           MOVE SPACES                 TO WSS-RCP-LINHA.
           STRING 'Periodicidade atual: ' WSS-RCP-PERIOD
                  '   Sugerida: ' RCP-PERIOD-SUGERIDA-FDR
                  '   (S=semanal Q=quinzenal M=mensal)'
              DELIMITED BY SIZE        INTO WSS-RCP-LINHA
           END-STRING.
           DISPLAY WSS-RCP-LINHA       LINE 13 COL 05.
      *
           MOVE "Aplicar? S-Sim N-Recusar F-Fim ENTER-Depois: "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE SPACES                 TO WSS-RCP-DECISAO.
           ACCEPT WSS-RCP-DECISAO      LINE 24 COL 59
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-RCP-DECISAO
               WHEN 'S'
               WHEN 's'
      *  ---> Alteracao normal do cliente: carimbo DTALTERACAO,
      *       tentativas sobre bloqueio e auditoria
                    MOVE RCP-PERIOD-SUGERIDA-FDR
                                       TO PERIODICIDADE-WSC
                    MOVE 2             TO WSS-FUN
                    PERFORM RT-GRAVAR-REGISTROS
                                       THRU RT-GRAVAR-REGISTROSX
                    MOVE 8             TO WSS-FUN
                    IF FS-CLIENTES     EQUAL '00'
                       MOVE 'A'        TO RCP-SITUACAO-FDR
                       PERFORM RT-GRAVAR-RECPER
                                       THRU RT-GRAVAR-RECPERX
                    END-IF
               WHEN 'N'
               WHEN 'n'
                    MOVE 'R'           TO RCP-SITUACAO-FDR
                    PERFORM RT-GRAVAR-RECPER
                                       THRU RT-GRAVAR-RECPERX
               WHEN 'F'
               WHEN 'f'
                    MOVE 'S'           TO WSS-FIM-ARQ-RCP
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *
       RT-DECIDIR-RECOMENDACAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-RECPER                SECTION.
      *  ---> Registra a decisao (situacao ja movida), data e operador
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS           TO RCP-DT-DECISAO-FDR.
           MOVE LKS-OPERADOR           TO RCP-OPERADOR-FDR.
      *
           REWRITE REG-FDR.
      *
           IF FS-RECPER                NOT EQUAL '00'
              MOVE "Erro ao registrar a decisao da recomendacao."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
       RT-GRAVAR-RECPERX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-INCLUSAO                     SECTION.
      *----------------------------------------------------------------*
           MOVE ' alteracao'           TO WSS-DESCRICAO.
           PERFORM RT-CONFIRMA         THRU RT-CONFIRMAX.

      *  ---> Cliente inativado: o equipamento em comodato precisa de
      *       uma decisao antes da gravacao.
           IF (WSS-SON                 EQUAL 'S' OR 's') AND
              (SITUACAO-WSC            EQUAL 'I' OR 'i')
              MOVE 'INATIVACAO DO CLIENTE'
                                       TO WSS-CMD-MOTIVO
              PERFORM RT-DECIDIR-COMODATOS
                                       THRU RT-DECIDIR-COMODATOSX
           END-IF.

      *  ---> Gravar registros no arquivo.
           IF WSS-SON                  EQUAL 'S' OR 's'
              PERFORM RT-GRAVAR-REGISTROS
                                            WITH PROMPT AUTO-SKIP
           ELSE
              PERFORM RT-CONFIRMA      THRU RT-CONFIRMAX
      *
              IF WSS-SON               EQUAL 'S' OR 's'
                 MOVE 'EXCLUSAO DO CLIENTE'
                                       TO WSS-CMD-MOTIVO
                 PERFORM RT-DECIDIR-COMODATOS
                                       THRU RT-DECIDIR-COMODATOSX
              END-IF
      *
              IF WSS-SON               EQUAL 'S' OR 's'
                 PERFORM RT-EXCLUIR-REGISTROS
       RT-EXCLUSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DECIDIR-COMODATOS            SECTION.
      *----------------------------------------------------------------*
      *  ---> Chama o PRV00906 para o operador decidir o destino de
      *       cada equipamento em comodato do cliente (recolher ou
      *       baixar). Se o operador cancelar, a operacao nao e
      *       gravada (WSS-SON = 'N').
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS           TO WSS-DATA-SIS-AMD.
      *
           MOVE CODIGO-WSC             TO WSS-CMD-CCLIENTE.
           MOVE ZEROS                  TO WSS-CMD-DESTINO.
           MOVE LKS-OPERADOR           TO WSS-CMD-OPERADOR.
           MOVE WSS-DATA-SIS-AMD       TO WSS-CMD-DATA.
           MOVE ZEROS                  TO WSS-CMD-QTD
                                          WSS-CMD-RETORNO.
           CALL WSPRV906               USING WSS-CMD-PARM.
      *
           IF WSS-CMD-RETORNO          NOT EQUAL ZEROS
              MOVE 'N'                 TO WSS-SON
              MOVE 'Cancelado - equipamento em comodato sem decisao.'
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
       RT-DECIDIR-COMODATOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-IMPORTACAO                   SECTION.
      *----------------------------------------------------------------*
                                        INTO REG-WSC
                AT END
                    MOVE 'S'             TO WSS-FIM-ARQ-CON
                    GO                   TO RT-LER-CLIENTE-SEQX
           END-READ.
      *
      *  ---> Consulta mostra apenas as filiais permitidas ao operador
           MOVE FILIAL-WSC              TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL   THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              GO                        TO RT-LER-CLIENTE-SEQ
           END-IF.
      *
       RT-LER-CLIENTE-SEQX.
           EXIT.
              PERFORM REC-FILIAL
           END-IF.
      *
      *  ---> Cliente so pode ficar em filial permitida ao operador
           MOVE FILIAL-WSC             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              PERFORM RT-NEGAR-FILIAL  THRU RT-NEGAR-FILIALX
              MOVE ZEROS               TO FILIAL-WSC
              PERFORM REC-FILIAL
           END-IF.
      *
      *----------------------------------------------------------------*
      *  ---> Receber Situacao na tela: A-ativo, B-bloqueado por
      *       credito, I-inativo, P-prospect. Na inclusao o cliente
           ACCEPT U16C.
      *
      *----------------------------------------------------------------*
      *  ---> Receber o limite de credito do cliente (zero = sem limite)
      *----------------------------------------------------------------*
       REC-LIMITE-CREDITO.
      *
           MOVE "Limite de credito (zero = limite do grupo/sem limite)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
      *
           ACCEPT U17C.
      *
      *----------------------------------------------------------------*
      *  ---> Receber Endereco na tela
      *----------------------------------------------------------------*
       REC-ENDERECO.
       RT-AUTOINCREMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PULAR-ARQUIVADOS             SECTION.
      *----------------------------------------------------------------*
      *
      *  ---> Codigo de cliente levado ao arquivo frio continua
      *       reservado: avanca ate um codigo que nao conste do ARQCLI
           OPEN INPUT ARQ-ARQCLI.
      *
           IF FS-ARQCLI                NOT EQUAL '00'
              GO                       TO RT-PULAR-ARQUIVADOSX
           END-IF.
      *
           MOVE WSS-PROXIMO            TO ACL-CODIGO-FDX.
      *
           READ ARQ-ARQCLI
                INVALID KEY
                    MOVE '23'          TO FS-ARQCLI
           END-READ.
      *
           PERFORM UNTIL FS-ARQCLI     NOT EQUAL '00'
              ADD 1                    TO WSS-PROXIMO
              MOVE WSS-PROXIMO         TO ACL-CODIGO-FDX
              READ ARQ-ARQCLI
                   INVALID KEY
                       MOVE '23'       TO FS-ARQCLI
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-ARQCLI.
      *
       RT-PULAR-ARQUIVADOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-CTRLCLI               SECTION.
      *----------------------------------------------------------------*
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
      *    RECUSA O ACESSO A CLIENTE DE FILIAL NAO PERMITIDA AO
      *    OPERADOR, COM REGISTRO NA AUDITORIA
      *----------------------------------------------------------------*
       RT-NEGAR-FILIAL                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'PT00001C'             TO WSS-AUD-PROGRAMA.
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'ACESSO NEGADO FILIAL ' WSS-FIL-TESTE
                  ' CLIENTE ' CODIGO-WSC
                                       DELIMITED BY SIZE
                                       INTO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE "Cliente de filial nao permitida ao operador."
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
