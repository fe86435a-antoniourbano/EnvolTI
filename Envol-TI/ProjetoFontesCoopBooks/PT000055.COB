      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            RECUSA A NOTA DE CLIENTE SEM CONTATO COM      *
      *     *            CONSENTIMENTO LGPD PARA PESQUISA NA DATA DA   *
      *     *            PESQUISA (PRV00909)                           *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            NOTA ATE 4 NA PRIMEIRA IMPORTACAO ABRE TAREFA *
      *     *            DE ACOMPANHAMENTO (ARQ TAREFA, VIA PRV00911)  *
      *     *            PARA O VENDEDOR DA VISITA, VENCENDO EM 7 DIAS,*
      *     *            COM A NOTA E O COMENTARIO DO CLIENTE.         *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            NOTA DE PESQUISA DATADA EM MES JA FECHADO PELO*
      *     *            PT000058 E RECUSADA NO RELATO E NO PERLOG     *
      *     *            (TRAVA DE PERIODO - PRV00912), COM O TOTAL    *
      *     *            DE RECUSAS NA AUDITORIA.                      *
      *     *----------------------------------------------------------*
      *     * VERSAO 05    -    Amarildo M Borges      -    15.10.2026 *
      *     *            SO ACEITA NOTA DE CLIENTE SORTEADO NA AMOSTRA *
      *     *            DO MES (ARQ AMOSTRA, GERADA PELO PT000117)    *
      *     *            PARA A VISITA DA DATA DA PESQUISA; AS DEMAIS  *
      *     *            SAO RECUSADAS NO RELATO E TOTALIZADAS NA      *
      *     *            AUDITORIA. A NOTA GRAVADA BAIXA A AMOSTRA     *
      *     *            COMO RESPONDIDA.                              *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-IMPORT.
      *
      *  ---> Amostra enviada ao instituto (so cliente sorteado)
           COPY 'SEL-AMOSTRA.CPY'      REPLACING ==::== BY ==-FDM==.
      *
      *  ---> Arquivo VISITAS (cada nota precisa casar com uma visita)
           COPY 'SEL-VISITAS.CPY'      REPLACING ==::== BY ==-FDT==.
      *
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDT.
       COPY 'FD-VISITAS.CPY'           REPLACING ==::== BY ==-FDT==.
      *
       FD  ARQ-AMOSTRA                 VALUE OF FILE-ID IS 'AMOSTRA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDM.
       COPY 'FD-AMOSTRA.CPY'           REPLACING ==::== BY ==-FDM==.
      *
       FD  ARQ-RELATO
           LABEL RECORD                IS STANDARD
      *
       77  WSS-FIM-IMPORT              PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-NOT             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-AMO             PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-NOTA-NUM            PIC  9(002)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - TAREFA DE TRATAMENTO DA NOTA BAIXA (NOTA ATE
      *    WSS-NOTA-CORTE ABRE TAREFA PARA O VENDEDOR DA VISITA, COM
      *    VENCIMENTO EM WSS-DIAS-TAREFA DIAS)
      *----------------------------------------------------------------*
           03  WSS-NOTA-CORTE          PIC  9(002)         VALUE 4.
           03  WSS-DIAS-TAREFA         PIC  9(003)         VALUE 7.
           03  WSS-TAR-DIA-INT         PIC  9(009)         VALUE ZEROS.
           03  WSS-TAR-ORIGEM.
               05  WSS-TAR-ORI-CLI     PIC  9(007)         VALUE ZEROS.
               05  WSS-TAR-ORI-DATA    PIC  9(008)         VALUE ZEROS.
           03  WSS-REG-TAREFAS         PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CONTADORES DA IMPORTACAO
      *----------------------------------------------------------------*
           03  WSS-REG-LIDOS           PIC  9(005)         VALUE ZEROS.
           03  WSS-REG-GRAVADOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-REG-DESPREZADOS     PIC  9(005)         VALUE ZEROS.
           03  WSS-REG-TRAVADOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-REG-FORA-AMOSTRA    PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - NOTA MEDIA POR VENDEDOR
           03  FS-PESQNOTA             PIC  X(002)         VALUE SPACES.
           03  FS-IMPORT               PIC  X(002)         VALUE SPACES.
           03  FS-VISITAS              PIC  X(002)         VALUE SPACES.
           03  FS-AMOSTRA              PIC  X(002)         VALUE SPACES.
           03  FS-RELATO               PIC  X(002)         VALUE SPACES.
           03  FS-RELQUA               PIC  X(002)         VALUE SPACES.
           03  FS-ULTIMPORT            PIC  X(002)         VALUE SPACES.
                                                            'PT000901'.
      *
           COPY 'SUB-ERRO.CPY'         REPLACING ==::== BY ==WSE==.
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
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00911
      *    - Abertura de tarefa de acompanhamento do cliente
      *----------------------------------------------------------------*
      *
       01  WPT00912                    PIC X(08)           VALUE
                                                            'PT000912'.
      *
           COPY 'SUB-TAR.CPY'          REPLACING ==::== BY ==WSK==.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00912
      *    - Trava de lancamentos em mes fechado (PT000058)
      *----------------------------------------------------------------*
      *
       01  WPT00913                    PIC X(08)           VALUE
                                                            'PT000913'.
      *
           COPY 'SUB-PER.CPY'          REPLACING ==::== BY ==WSP==.
      *
       01  FILLER                      PIC  X(032)         VALUE
           'FFF  FIM DA WORKING-STORAGE  FFF'.
              MOVE 2                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Sem amostra gerada (PT000117) nenhuma nota e aceita
           OPEN I-O ARQ-AMOSTRA.
      *
           EVALUATE FS-AMOSTRA
               WHEN '00'
                    CONTINUE
               WHEN '05'
               WHEN '35'
                    CLOSE ARQ-AMOSTRA
                    OPEN OUTPUT ARQ-AMOSTRA
                    CLOSE ARQ-AMOSTRA
                    OPEN I-O ARQ-AMOSTRA
               WHEN OTHER
                    MOVE 'ao abrir   ' TO WSS-DESCRICAO
                    MOVE 'AMOSTRA'     TO WSS-ARQUIVO
                    MOVE FS-AMOSTRA    TO WSS-FSTATUS
                    MOVE 4             TO WSS-PONTO-ERRO
                    PERFORM RT-ERROS   THRU RT-ERROSX
           END-EVALUATE.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
      *
           MOVE ZEROS                  TO WSS-REG-LIDOS
                                          WSS-REG-GRAVADOS
                                          WSS-REG-DESPREZADOS
                                          WSS-REG-TRAVADOS
                                          WSS-REG-FORA-AMOSTRA
                                          WSS-REG-TAREFAS.
           MOVE 'N'                    TO WSS-FIM-IMPORT.
      *
           PERFORM UNTIL WSS-FIM-IMPORT
           MOVE 'PESQUISA DE SATISFACAO IMPORTADA'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           IF WSS-REG-TRAVADOS         GREATER ZEROS
              MOVE SPACES              TO WSS-AUD-ACAO
              STRING 'PESQUISA: '      WSS-REG-TRAVADOS
                     ' RECUSADAS PERIODO FECHADO'
                 DELIMITED BY SIZE     INTO WSS-AUD-ACAO
              END-STRING
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
           END-IF.
      *
           IF WSS-REG-FORA-AMOSTRA     GREATER ZEROS
              MOVE SPACES              TO WSS-AUD-ACAO
              STRING 'PESQUISA: '      WSS-REG-FORA-AMOSTRA
                     ' RECUSADAS FORA DA AMOSTRA'
                 DELIMITED BY SIZE     INTO WSS-AUD-ACAO
              END-STRING
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
           END-IF.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Lidos: ' WSS-REG-LIDOS
                  ' Gravados: ' WSS-REG-GRAVADOS
                  ' Recusados: ' WSS-REG-DESPREZADOS
                  ' Tarefas: ' WSS-REG-TAREFAS
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
              GO                       TO RT-TRATAR-LINHAX
           END-IF.
      *
      *  ---> Pesquisa de mes ja fechado (PT000058) nao e gravada; a
      *       recusa fica no relato e no PERLOG
           MOVE 'C'                    TO WSP-PER-FUNCAO.
           MOVE WSS-DATA-NUM           TO WSP-PER-DATA.
           MOVE 'PT000055'             TO WSP-PER-PROGRAMA.
           MOVE LKS-OPERADOR           TO WSP-PER-OPERADOR.
           MOVE 'M'                    TO WSP-PER-OPERACAO.
           MOVE SPACES                 TO WSP-PER-CHAVE.
           STRING 'PESQUISA '          WSS-CLIENTE-NUM
                  ' '                  WSS-DATA-NUM
              DELIMITED BY SIZE        INTO WSP-PER-CHAVE
           END-STRING.
           CALL WPT00913               USING WSP-PER-PARM.
      *
           IF WSP-PER-FECHADO
              ADD 1                    TO WSS-REG-DESPREZADOS
                                          WSS-REG-TRAVADOS
              MOVE SPACES              TO REG-RELATO
              STRING 'RECUSADO PERIODO FECHADO: '
                                       DELIMITED BY SIZE
                     IMPORT-FD         DELIMITED BY SIZE
                 INTO REG-RELATO
              END-STRING
              WRITE REG-RELATO
              GO                       TO RT-TRATAR-LINHAX
           END-IF.
      *
      *  ---> So volta nota de cliente sorteado na amostra enviada
      *       ao instituto, para a mesma visita
           PERFORM RT-CONFERIR-AMOSTRA THRU RT-CONFERIR-AMOSTRAX.
      *
           IF WSS-FIM-ARQ-AMO          NOT EQUAL 'A'
              ADD 1                    TO WSS-REG-DESPREZADOS
                                          WSS-REG-FORA-AMOSTRA
              MOVE SPACES              TO REG-RELATO
              STRING 'RECUSADO FORA DA AMOSTRA: '
                                       DELIMITED BY SIZE
                     IMPORT-FD         DELIMITED BY SIZE
                 INTO REG-RELATO
              END-STRING
              WRITE REG-RELATO
              GO                       TO RT-TRATAR-LINHAX
           END-IF.
      *
      *  ---> Algum contato do cliente precisa ter consentido em
      *       participar de pesquisa na data da pesquisa (LGPD)
           MOVE 'L'                    TO WSN-CNS-FUNCAO.
           MOVE WSS-CLIENTE-NUM        TO WSN-CNS-CCLIENTE.
           MOVE 'P'                    TO WSN-CNS-CANAL.
           MOVE WSS-DATA-NUM           TO WSN-CNS-DATA.
           CALL WPT00910               USING WSN-CNS-PARM.
      *
           IF WSN-CNS-VALIDO           NOT EQUAL 'S'
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
              GO                       TO RT-TRATAR-LINHAX
           END-IF.
      *
      *  ---> A nota precisa casar com uma visita apontada
           MOVE WSS-CLIENTE-NUM        TO VIS-CCLIENTE-FDT.
           MOVE WSS-DATA-NUM           TO VIS-DATA-FDT.
      *
           IF FS-PESQNOTA              EQUAL '00' OR '22'
              ADD 1                    TO WSS-REG-GRAVADOS
              PERFORM RT-BAIXAR-AMOSTRA
                                       THRU RT-BAIXAR-AMOSTRAX
           ELSE
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
           END-IF.
      *
      *  ---> Nota baixa na primeira importacao abre tarefa para o
      *       vendedor tratar a insatisfacao (reimportacao nao repete)
           IF FS-PESQNOTA              EQUAL '00'
              AND WSS-NOTA-NUM         NOT GREATER WSS-NOTA-CORTE
              PERFORM RT-ABRIR-TAREFA  THRU RT-ABRIR-TAREFAX
           END-IF.
      *
       RT-TRATAR-LINHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONFERIR-AMOSTRA             SECTION.
      *  ---> WSS-FIM-ARQ-AMO 'A' (com o registro em REG-FDM) quando o
      *       cliente foi sorteado para a visita da data da pesquisa
      *----------------------------------------------------------------*
      *
           MOVE WSS-CLIENTE-NUM        TO AMO-CCLIENTE-FDM.
           MOVE ZEROS                  TO AMO-ANOMES-FDM.
           MOVE 'N'                    TO WSS-FIM-ARQ-AMO.
      *
           START ARQ-AMOSTRA           KEY IS NOT LESS AMO-CHAVE-FDM
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-AMO
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-AMO
                                       NOT EQUAL 'N'
              READ ARQ-AMOSTRA         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-AMO
                NOT AT END
                   IF AMO-CCLIENTE-FDM NOT EQUAL WSS-CLIENTE-NUM
                      MOVE 'S'         TO WSS-FIM-ARQ-AMO
                   ELSE
                      IF AMO-DT-VISITA-FDM
                                       EQUAL WSS-DATA-NUM
                         MOVE 'A'      TO WSS-FIM-ARQ-AMO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-CONFERIR-AMOSTRAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-BAIXAR-AMOSTRA               SECTION.
      *  ---> Marca o cliente da amostra como respondido
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           MOVE 'R'                    TO AMO-SITUACAO-FDM.
           MOVE WSS-DATA-SIS           TO AMO-DT-RETORNO-FDM.
      *
           REWRITE REG-FDM.
      *
       RT-BAIXAR-AMOSTRAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR-TAREFA                 SECTION.
      *  ---> Tarefa do vendedor da visita, aberta na data corrente e
      *       vencendo em WSS-DIAS-TAREFA dias
      *----------------------------------------------------------------*
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           INITIALIZE WSK-TAR-PARM.
           MOVE 'I'                    TO WSK-TAR-FUNCAO.
           MOVE WSS-CLIENTE-NUM        TO WSK-TAR-CCLIENTE.
           MOVE WSS-DATA-SIS           TO WSK-TAR-DATA.
           MOVE 'V'                    TO WSK-TAR-TIPO-RESP.
           MOVE VIS-CVENDEDOR-FDT      TO WSK-TAR-ID-RESP.
      *
           COMPUTE WSS-TAR-DIA-INT     = FUNCTION INTEGER-OF-DATE
                                         (WSK-TAR-DATA)
                                       + WSS-DIAS-TAREFA.
           COMPUTE WSK-TAR-DT-VENCIMENTO
                                       = FUNCTION DATE-OF-INTEGER
                                         (WSS-TAR-DIA-INT).
      *
           MOVE 'PT000055'             TO WSK-TAR-ORIGEM-PRG.
           MOVE WSS-CLIENTE-NUM        TO WSS-TAR-ORI-CLI.
           MOVE WSS-DATA-NUM           TO WSS-TAR-ORI-DATA.
           MOVE WSS-TAR-ORIGEM         TO WSK-TAR-ORIGEM-CHAVE.
      *
           MOVE SPACES                 TO WSK-TAR-DESCRICAO.
           STRING 'PESQUISA NOTA '     DELIMITED BY SIZE
                  WSS-IMP-NOTA         DELIMITED BY SPACE
                  ': '                 DELIMITED BY SIZE
                  WSS-IMP-COMENT       DELIMITED BY SIZE
             INTO WSK-TAR-DESCRICAO
           END-STRING.
           MOVE LKS-OPERADOR           TO WSK-TAR-OPERADOR.
      *
           CALL WPT00912               USING WSK-TAR-PARM.
      *
           IF WSK-TAR-RETORNO          EQUAL '00'
              ADD 1                    TO WSS-REG-TAREFAS
           END-IF.
      *
       RT-ABRIR-TAREFAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-RECUSAR-LINHA                SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQ-PESQNOTA
                 ARQ-VISITAS
                 ARQ-AMOSTRA
                 ARQ-AUDITORIA.
      *
           MOVE 'F'                    TO WSN-CNS-FUNCAO.
           CALL WPT00910               USING WSN-CNS-PARM.
      *
           MOVE 'F'                    TO WSK-TAR-FUNCAO.
           CALL WPT00912               USING WSK-TAR-PARM.
      *
           MOVE 'F'                    TO WSP-PER-FUNCAO.
           CALL WPT00913               USING WSP-PER-PARM.
      *
           MOVE ZEROS                  TO LKS-RETORNO.
      *
