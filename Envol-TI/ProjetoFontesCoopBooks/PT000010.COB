      *     *            CLIENTE+DATA DA VISITA, APOS O APONTAMENTO.   *
      *     *            O DEMONSTRATIVO MENSAL SAI NO PT000054.       *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            APONTAMENTO GRAVA A VISITA SEM GPS (CAMPOS    *
      *     *            DE PRESENCA ZERADOS/BRANCO), CONTANDO NORMAL  *
      *     *            PARA META E COMISSAO.                         *
      *     *----------------------------------------------------------*
      *     * VERSAO 05    -    Amarildo M Borges      -    15.10.2026 *
      *     *            DESPESA NAO E CAPTADA EM MES JA FECHADO PARA  *
      *     *            O VENDEDOR NA APROVACAO DE DESPESAS (ARQ      *
      *     *            DESPFECHA - PT000102).                        *
      *     *----------------------------------------------------------*
      *     * VERSAO 06    -    Amarildo M Borges      -    15.10.2026 *
      *     *            REPASSA AS FILIAIS PERMITIDAS AO OPERADOR     *
      *     *            AO SUBPROGRAMA CHAMADO.                       *
      *     *----------------------------------------------------------*
      *     * VERSAO 07    -    Amarildo M Borges      -    15.10.2026 *
      *     *            APOS O APONTAMENTO OFERECE A ABERTURA DE      *
      *     *            TAREFA DE ACOMPANHAMENTO DO CLIENTE (ARQ      *
      *     *            TAREFA, VIA PRV00911) COM O VENDEDOR DA VISITA*
      *     *            COMO RESPONSAVEL.                             *
      *     *----------------------------------------------------------*
      *     * VERSAO 08    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA DE PROCESSAMENTO.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 09    -    Amarildo M Borges      -    15.10.2026 *
      *     *            VISITA (E A DESPESA DELA) DATADA EM MES JA    *
      *     *            FECHADO PELO PT000058 E RECUSADA E REGISTRADA *
      *     *            (TRAVA DE PERIODO - PRV00912).                *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *  ---> Despesas da visita (km e reembolsos)
           COPY 'SEL-DESPESA.CPY'      REPLACING ==::== BY ==-FDS==.
      *
      *  ---> Fechamento mensal das despesas (mes congelado)
           COPY 'SEL-DESPFECHA.CPY'    REPLACING ==::== BY ==-FDF==.
      *
      *  ---> Relatorio de cobertura de visitas
           SELECT  REL-COBERTURA       ASSIGN TO WSS-ARQ-COBERTURA
                   ORGANIZATION        IS LINE SEQUENTIAL
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDS.
       COPY 'FD-DESPESA.CPY'           REPLACING ==::== BY ==-FDS==.
      *
       FD  ARQ-DESPFECHA               VALUE OF FILE-ID IS 'DESPFECHA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDF.
       COPY 'FD-DESPFECHA.CPY'         REPLACING ==::== BY ==-FDF==.
      *
       FD  REL-COBERTURA.
       01  REG-COBERTURA               PIC  X(120).
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
       77  WSS-FIM-ARQ-DIS             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-VIS             PIC  X(001)         VALUE 'N'.
       77  WSS-CLI-VISITADO            PIC  X(001)         VALUE 'N'.
       77  WSS-DESPFECHA-ABERTO        PIC  X(001)         VALUE 'N'.
           88  DESPFECHA-ABERTO        VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-T-OUTROS            PIC  9(005)V9(002)  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - TAREFA DE ACOMPANHAMENTO DA VISITA
      *----------------------------------------------------------------*
           03  WSS-T-TAR-DESC          PIC  X(060)         VALUE SPACES.
           03  WSS-T-TAR-VENC          PIC  X(008)         VALUE SPACES.
           03  WSS-TAR-ORIGEM.
               05  WSS-TAR-ORI-CLI     PIC  9(007)         VALUE ZEROS.
               05  WSS-TAR-ORI-DATA    PIC  9(008)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - PERIODO DO RELATORIO DE COBERTURA
      *----------------------------------------------------------------*
           03  WSS-T-DT-INI            PIC  X(008)         VALUE SPACES.
      *----------------------------------------------------------------*
           03  FS-VISITAS              PIC  X(002)         VALUE SPACES.
           03  FS-DESPESA              PIC  X(002)         VALUE SPACES.
           03  FS-DESPFECHA            PIC  X(002)         VALUE SPACES.
           03  FS-DISTRIBUIR           PIC  X(002)         VALUE SPACES.
           03  FS-VENDEDOR             PIC  X(002)         VALUE SPACES.
           03  FS-PARAMETROS           PIC  X(002)         VALUE SPACES.
                                                            'PT000041'.
      *
           COPY 'SUB-PRGS.CPY'         REPLACING ==::== BY ==SBP==.
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
           03 T1D LINE 18 COL 44 PIC ZZZZ9       TO WSS-T-KM.
           03 T2D LINE 19 COL 44 PIC ZZZZ9,99    TO WSS-T-REFEICAO.
           03 T3D LINE 20 COL 44 PIC ZZZZ9,99    TO WSS-T-OUTROS.
      *
       01  TELA-LABEL-TAREFA.
           03 F LINE 21 COL 02   VALUE " Tarefa: ".
           03 F LINE 22 COL 02   VALUE " Vencimento (DDMMAAAA): ".
      *
       01  TELA-DADOS-TAREFA-T.
           03 T1K LINE 21 COL 12 PIC X(060)   TO WSS-T-TAR-DESC.
           03 T2K LINE 22 COL 27 PIC X(008)   TO WSS-T-TAR-VENC.
      *
       01  TELA-PERIODO.
           03 F LINE 08 COL 20   VALUE " Data inicial (DDMMAAAA): ".
           PERFORM RT-ABRIR-VISITAS    THRU RT-ABRIR-VISITASX.
      *
           PERFORM RT-ABRIR-DESPESA    THRU RT-ABRIR-DESPESAX.
      *
      *  ---> Sem fechamento de despesas ainda, nenhum mes congelado
           OPEN INPUT ARQ-DESPFECHA.
           IF FS-DESPFECHA             EQUAL '00'
              MOVE 'S'                 TO WSS-DESPFECHA-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-VENDEDOR.
      *
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-APONTARX
           END-IF.
      *
      *  ---> Mes ja fechado (PT000058): apontamento recusado
           MOVE WSS-DATA-AMD           TO WSP-PER-DATA.
           MOVE 'I'                    TO WSP-PER-OPERACAO.
           MOVE SPACES                 TO WSP-PER-CHAVE.
           STRING 'VISITA '            WSS-T-CCLIENTE
                  ' '                  WSS-DATA-AMD
              DELIMITED BY SIZE        INTO WSP-PER-CHAVE
           END-STRING.
           PERFORM RT-CONFERIR-PERIODO THRU RT-CONFERIR-PERIODOX.
           IF WSP-PER-FECHADO
              GO                       TO RT-APONTARX
           END-IF.
      *
           MOVE "Resultado: VD-venda SV-sem venda AU-ausente RE/OU."
                                       TO WSS-MENSAGEM.
              MOVE WSS-T-CVENDEDOR     TO VIS-CVENDEDOR-FDT
              MOVE WSS-T-RESULTADO     TO VIS-RESULTADO-FDT
              MOVE WSS-T-OBS           TO VIS-OBS-FDT
      *  ---> Apontamento do back-office nao traz GPS
              MOVE ZEROS               TO VIS-HR-CHECKIN-FDT
                                          VIS-HR-CHECKOUT-FDT
                                          VIS-LATITUDE-FDT
                                          VIS-LONGITUDE-FDT
                                          VIS-DISTANCIA-FDT
                                          VIS-DT-VALIDACAO-FDT
              MOVE SPACES              TO VIS-PRESENCA-FDT
                                          VIS-MOTIVO-SUSP-FDT
                                          VIS-VALIDADOR-FDT
              WRITE REG-FDT
              EVALUATE FS-VISITAS
                  WHEN '00'
      *  ---> Despesas da visita (km e reembolsos)
                       PERFORM RT-CAPTAR-DESPESA
                                       THRU RT-CAPTAR-DESPESAX
      *  ---> Pendencia combinada na visita (tarefa do vendedor)
                       PERFORM RT-CAPTAR-TAREFA
                                       THRU RT-CAPTAR-TAREFAX
                  WHEN '22'
                       MOVE "Visita ja apontada p/ cliente nesta data."
                                       TO WSS-MENSAGEM
              MOVE LKS-DATA-PROC       TO SBP-DATA-PROC
              MOVE LKS-PERFIL          TO SBP-PERFIL
              MOVE LKS-EMPRESA         TO SBP-EMPRESA
              MOVE LKS-FILIAIS-PERM    TO SBP-FILIAIS-PERM
              CALL WSPT0041            USING SBP-PARM
              PERFORM RT-LIMPAR-TELA   THRU RT-LIMPAR-TELAX
           END-IF.
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-CAPTAR-DESPESAX
           END-IF.
      *
      *  ---> Mes ja fechado para o vendedor: despesas congeladas
           IF DESPFECHA-ABERTO
              MOVE WSS-T-CVENDEDOR     TO DFM-CVENDEDOR-FDF
              MOVE WSS-DATA-AMD(1:6)   TO DFM-ANOMES-FDF
              READ ARQ-DESPFECHA       KEY IS DFM-CHAVE-FDF
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-DESPFECHA          EQUAL '00'
                 MOVE "Mes ja fechado p/ o vendedor - despesa recusada."
                                       TO WSS-MENSAGEM
                 DISPLAY TELA-MENSAGENS
                 ACCEPT WSS-ENT        LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                 GO                    TO RT-CAPTAR-DESPESAX
              END-IF
           END-IF.
      *
           MOVE ZEROS                  TO WSS-T-KM
                                          WSS-T-REFEICAO
           EXIT.
      *
      *----------------------------------------------------------------*
      *    ABERTURA DE TAREFA DE ACOMPANHAMENTO DA VISITA RECEM
      *    APONTADA, COM O VENDEDOR DA VISITA COMO RESPONSAVEL
      *----------------------------------------------------------------*
       RT-CAPTAR-TAREFA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "Abrir tarefa de acompanhamento? (S/N): "
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           MOVE 'N'                    TO WSS-SON.
           ACCEPT WSS-SON              LINE 24 COL 55
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-SON                  NOT EQUAL 'S' AND 's'
              GO                       TO RT-CAPTAR-TAREFAX
           END-IF.
      *
           MOVE SPACES                 TO WSS-T-TAR-DESC
                                          WSS-T-TAR-VENC.
      *
           DISPLAY TELA-LABEL-TAREFA.
      *
           MOVE "Informe a tarefa e o vencimento (branco = hoje)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1K.
      *
           IF WSS-T-TAR-DESC           EQUAL SPACES
              GO                       TO RT-CAPTAR-TAREFAX
           END-IF.
      *
           ACCEPT T2K.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
      *
           INITIALIZE WSK-TAR-PARM.
           MOVE 'I'                    TO WSK-TAR-FUNCAO.
           MOVE WSS-T-CCLIENTE         TO WSK-TAR-CCLIENTE.
           MOVE WSS-DATA-SIS           TO WSK-TAR-DATA.
           MOVE 'V'                    TO WSK-TAR-TIPO-RESP.
           MOVE WSS-T-CVENDEDOR        TO WSK-TAR-ID-RESP.
           IF WSS-T-TAR-VENC           NUMERIC
              MOVE WSS-T-TAR-VENC(5:4) TO WSK-TAR-DT-VENCIMENTO(1:4)
              MOVE WSS-T-TAR-VENC(3:2) TO WSK-TAR-DT-VENCIMENTO(5:2)
              MOVE WSS-T-TAR-VENC(1:2) TO WSK-TAR-DT-VENCIMENTO(7:2)
           END-IF.
           MOVE 'PT000010'             TO WSK-TAR-ORIGEM-PRG.
           MOVE WSS-T-CCLIENTE         TO WSS-TAR-ORI-CLI.
           MOVE WSS-DATA-AMD           TO WSS-TAR-ORI-DATA.
           MOVE WSS-TAR-ORIGEM         TO WSK-TAR-ORIGEM-CHAVE.
           MOVE WSS-T-TAR-DESC         TO WSK-TAR-DESCRICAO.
           MOVE LKS-OPERADOR           TO WSK-TAR-OPERADOR.
      *
           CALL WPT00912               USING WSK-TAR-PARM.
      *
           IF WSK-TAR-RETORNO          EQUAL '00'
              MOVE 'TAREFA DE ACOMPANHAMENTO ABERTA'
                                       TO WSS-AUD-ACAO
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              MOVE "Tarefa aberta com sucesso!"
                                       TO WSS-MENSAGEM
           ELSE
              MOVE "Tarefa nao gravada - arquivo TAREFA indisponivel."
                                       TO WSS-MENSAGEM
           END-IF.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-CAPTAR-TAREFAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    TRAVA DE PERIODO: LANCAMENTO DATADO EM MES JA FECHADO PELO
      *    FECHAMENTO MENSAL (PT000058) E RECUSADO; O PRV00912 REGISTRA
      *    A RECUSA NO PERLOG. O CHAMADOR INFORMA DATA, OPERACAO E
      *    CHAVE E TESTA WSP-PER-FECHADO NA VOLTA.
      *----------------------------------------------------------------*
       RT-CONFERIR-PERIODO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'C'                    TO WSP-PER-FUNCAO.
           MOVE 'PT000010'             TO WSP-PER-PROGRAMA.
           MOVE LKS-OPERADOR           TO WSP-PER-OPERADOR.
      *
           CALL WPT00913               USING WSP-PER-PARM.
      *
           IF NOT WSP-PER-FECHADO
              GO                       TO RT-CONFERIR-PERIODOX
           END-IF.
      *
           MOVE SPACES                 TO WSS-AUD-ACAO.
           STRING 'RECUSADO - PERIODO FECHADO '
                  WSP-PER-ANOMES
              DELIMITED BY SIZE        INTO WSS-AUD-ACAO
           END-STRING.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Periodo '           WSP-PER-ANOMES
                  ' fechado - lancamento recusado.'
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-CONFERIR-PERIODOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    CONSULTA SEQUENCIAL DOS APONTAMENTOS DE VISITA
      *----------------------------------------------------------------*
       RT-CONSULTA                     SECTION.
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS             EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS          EQUAL '00' AND
                 PARM-LINHAS-PAGINA     GREATER ZEROS
                 MOVE PARM-LINHAS-PAGINA
                 ARQ-DESPESA
                 ARQ-VENDEDOR
                 ARQ-AUDITORIA.
      *
           IF DESPFECHA-ABERTO
              CLOSE ARQ-DESPFECHA
              MOVE 'N'                 TO WSS-DESPFECHA-ABERTO
           END-IF.
      *
           MOVE 'F'                    TO WSK-TAR-FUNCAO.
           CALL WPT00912               USING WSK-TAR-PARM.
      *
           MOVE 'F'                    TO WSP-PER-FUNCAO.
           CALL WPT00913               USING WSP-PER-PARM.
      *
           MOVE ZEROS                  TO LKS-RETORNO.
      *
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
