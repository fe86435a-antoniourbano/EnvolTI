      *     *            PREVISTA AVANCA ATE UM DIA EM QUE O VENDEDOR  *
      *     *            TITULAR TRABALHA.                             *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PERIODOS DE FECHAMENTO DO CLIENTE (ARQ        *
      *     *            CLIFECHA, MANTIDO PELO PT000098) HONRADOS: A  *
      *     *            VISITA QUE CAI NO PERIODO VAI PARA O PRIMEIRO *
      *     *            DIA ABERTO SEGUINTE AO FECHAMENTO.            *
      *     *----------------------------------------------------------*
      *     * VERSAO 05    -    Amarildo M Borges      -    15.10.2026 *
      *     *            VISITA DEVIDA DURANTE A AUSENCIA DO VENDEDOR  *
      *     *            COM SUBSTITUTO NOMEADO (ARQ AUSENCIA, VIA     *
      *     *            PRV00907) VAI PARA A AGENDA DO SUBSTITUTO;    *
      *     *            NOVA COLUNA TITULAR E TOTAL DE VISITAS        *
      *     *            ENVIADAS A SUBSTITUTO.                        *
      *     *----------------------------------------------------------*
      *     * VERSAO 06    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CALENDARIO ICALENDAR OPCIONAL: UM ARQUIVO     *
      *     *            OUTBOX-ICS-NNNNNNN.ICS POR VENDEDOR EFETIVO,  *
      *     *            UM EVENTO POR VISITA DEVIDA (CLIENTE, ENDERECO*
      *     *            DO PONTO DE VISITA, CONTATO E TELEFONE,       *
      *     *            HORARIO SUGERIDO PELA ORDEM DA ROTA DO        *
      *     *            PT000903, OBSERVACOES), REGISTRADO NO         *
      *     *            MANIFESTO DO GATEWAY (GTWMANIF).              *
      *     *----------------------------------------------------------*
      *     * VERSAO 07    -    Amarildo M Borges      -    15.10.2026 *
      *     *            TELEFONE DO CONTATO NO CALENDARIO .ICS SO COM *
      *     *            CONSENTIMENTO LGPD NO CANAL TELEFONE          *
      *     *            (PRV00909) NA DATA DA VISITA.                 *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *  ---> Escala semanal de dias trabalhados do vendedor
           COPY 'SEL-ESCALA.CPY'       REPLACING ==::== BY ==-FDE==.
      *
      *  ---> Periodos de fechamento do cliente (ferias coletivas)
           COPY 'SEL-CLIFECHA.CPY'     REPLACING ==::== BY ==-FDF==.
      *
      *  ---> Agenda gerada (CSV datado)
           SELECT  REL-AGENDA          ASSIGN TO WSS-ARQ-AGENDA
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-AGENDA.
      *
      *  ---> Contatos do cliente e ponto de visita (ENDENTREGA), para
      *       os eventos do calendario .ICS (opcionais)
           COPY 'SEL-CONTATOS.CPY'     REPLACING ==::== BY ==-FDN==.
           COPY 'SEL-ENDENTREGA.CPY'   REPLACING ==::== BY ==-FDG==.
      *
      *  ---> Arquivo de rota do vendedor (PT000903): ordem de visita
      *       e quebra diaria das pernas
           SELECT  ARQ-ROTA            ASSIGN TO WSS-ARQ-ROTA
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-ROTA.
      *
      *  ---> Arquivo SORT (visitas por vendedor efetivo/data/rota)
           SELECT  SRT-ICS             ASSIGN TO 'SRT-ICS.TMP'
                   FILE STATUS         IS FS-SRT.
      *
      *  ---> Calendario .ICS do vendedor corrente (OUTBOX)
           SELECT  ARQ-OUTBOX          ASSIGN TO WSS-ARQ-OUTBOX
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-OUTBOX.
      *
      *  ---> Manifesto do gateway de transmissao (PT000065)
           COPY 'SEL-GTWMANIF.CPY'.
      *
      *  ---> Catalogo central de relatorios gerados (revisualizacao)
           COPY 'SEL-CATALOGO.CPY'     REPLACING ==::== BY ==-FDK==.
      *
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDE.
       COPY 'FD-ESCALA.CPY'            REPLACING ==::== BY ==-FDE==.
      *
       FD  ARQ-CLIFECHA                VALUE OF FILE-ID IS 'CLIFECHA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDF.
       COPY 'FD-CLIFECHA.CPY'          REPLACING ==::== BY ==-FDF==.
      *
       FD  REL-AGENDA.
       01  REG-AGENDA                  PIC  X(120).
      *
       FD  ARQ-CONTATOS                VALUE OF FILE-ID IS 'CONTATOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDN.
       COPY 'FD-CONTATOS.CPY'          REPLACING ==::== BY ==-FDN==.
      *
       FD  ARQ-ENDENTREGA              VALUE OF FILE-ID IS 'ENDENTREGA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDG.
       COPY 'FD-ENDENTREGA.CPY'        REPLACING ==::== BY ==-FDG==.
      *
       FD  ARQ-ROTA.
       01  REG-ROTA                    PIC  X(200).
      *
       SD  SRT-ICS.
       01  REG-SRTI.
           03  SRTI-CVENDEDOR          PIC  9(007).
           03  SRTI-DATA               PIC  9(008).
           03  SRTI-DIA-ROTA           PIC  9(003).
           03  SRTI-ORDEM              PIC  9(005).
           03  SRTI-CCLIENTE           PIC  9(007).
           03  SRTI-TITULAR            PIC  9(007).
           03  SRTI-RSOCIAL            PIC  X(040).
           03  SRTI-PERIODICIDADE      PIC  X(001).
           03  SRTI-ULT-VISITA         PIC  9(008).
           03  SRTI-ATRASO             PIC  9(005).
           03  SRTI-PERNA              PIC  X(012).
           03  SRTI-ENDERECO           PIC  X(040).
           03  SRTI-CIDADE             PIC  X(030).
           03  SRTI-UF                 PIC  X(002).
           03  SRTI-CEP                PIC  X(008).
      *
       FD  ARQ-OUTBOX.
       01  REG-OUTBOX                  PIC  X(080).
      *
       FD  ARQ-GTWMANIF
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-GTWMANIF.CPY'          REPLACING ==::== BY ==-FDW==.
      *
       FD  ARQ-CATALOGO
           LABEL RECORD                IS STANDARD
           88  ESCALA-ABERTA           VALUE 'S'.
       77  FS-ESCALA                   PIC  X(002)         VALUE SPACES.
       77  WSS-TEM-ESCALA              PIC  X(001)         VALUE 'N'.
       77  WSS-FECHA-ABERTO            PIC  X(001)         VALUE 'N'.
           88  FECHA-ABERTO            VALUE 'S'.
       77  FS-CLIFECHA                 PIC  X(002)         VALUE SPACES.
       77  WSS-FIM-ARQ-FEC             PIC  X(001)         VALUE 'N'.
       77  WSS-EM-FECHAMENTO           PIC  X(001)         VALUE 'N'.
      *
       77  WSS-GERAR-ICS               PIC  X(001)         VALUE 'N'.
           88  GERAR-ICS               VALUE 'S' 's'.
       77  WSS-CONTATOS-ABERTO         PIC  X(001)         VALUE 'N'.
           88  CONTATOS-ABERTO         VALUE 'S'.
       77  WSS-ENDENTREGA-ABERTO       PIC  X(001)         VALUE 'N'.
           88  ENDENTREGA-ABERTO       VALUE 'S'.
       77  WSS-OUTBOX-ABERTO           PIC  X(001)         VALUE 'N'.
           88  OUTBOX-ABERTO           VALUE 'S'.
       77  WSS-FIM-SORT                PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-ROT             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-ETG             PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-DIA-UTIL            PIC  X(001)         VALUE 'S'.
           03  WSS-QTD-DESLOCA         PIC  9(002)         VALUE ZEROS.
           03  WSS-QTD-AGENDA          PIC  9(007)         VALUE ZEROS.
           03  WSS-FIM-FECHA-AMD       PIC  9(008)         VALUE ZEROS.
           03  WSS-QTD-FECHA           PIC  9(002)         VALUE ZEROS.
           03  WSS-QTD-ADIADAS         PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-SUBST           PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CALENDARIO .ICS POR VENDEDOR
      *----------------------------------------------------------------*
           03  WSS-ARQ-ROTA            PIC  X(020)         VALUE SPACES.
           03  WSS-ARQ-OUTBOX          PIC  X(030)         VALUE SPACES.
           03  WSS-ROTA-VEND           PIC  9(007)         VALUE ZEROS.
           03  WSS-ROTA-DIA            PIC  9(003)         VALUE ZEROS.
           03  WSS-QTD-ROTA            PIC  9(005)         VALUE ZEROS.
           03  WSS-IDX-ROTA            PIC  9(005)         VALUE ZEROS.
           03  WSS-ICS-VEND-ANT        PIC  9(007)         VALUE ZEROS.
           03  WSS-ICS-DATA-ANT        PIC  9(008)         VALUE ZEROS.
           03  WSS-ICS-SLOT            PIC  9(003)         VALUE ZEROS.
           03  WSS-ICS-INI-MIN         PIC  9(004)         VALUE ZEROS.
           03  WSS-ICS-FIM-MIN         PIC  9(004)         VALUE ZEROS.
           03  WSS-ICS-HH              PIC  9(002)         VALUE ZEROS.
           03  WSS-ICS-MM              PIC  9(002)         VALUE ZEROS.
           03  WSS-ICS-DTINI           PIC  X(015)         VALUE SPACES.
           03  WSS-ICS-DTFIM           PIC  X(015)         VALUE SPACES.
           03  WSS-ICS-DTSTAMP         PIC  X(015)         VALUE SPACES.
           03  WSS-ICS-LINHA           PIC  X(400)         VALUE SPACES.
           03  WSS-ICS-PTR             PIC  9(003)         VALUE ZEROS.
           03  WSS-ICS-TAM             PIC  9(003)         VALUE ZEROS.
           03  WSS-ICS-POS             PIC  9(003)         VALUE ZEROS.
           03  WSS-ICS-PEDACO          PIC  9(003)         VALUE ZEROS.
           03  WSS-ICS-TEXTO           PIC  X(080)         VALUE SPACES.
           03  WSS-ICS-INI-TXT         PIC  9(003)         VALUE ZEROS.
           03  WSS-ICS-TAM-TXT         PIC  9(003)         VALUE ZEROS.
           03  WSS-ICS-IDX             PIC  9(003)         VALUE ZEROS.
           03  WSS-ICS-CARAC           PIC  X(001)         VALUE SPACES.
           03  WSS-ICS-QTD-LINHAS      PIC  9(007)         VALUE ZEROS.
           03  WSS-ICS-CHECKSUM        PIC  9(015)         VALUE ZEROS.
           03  WSS-ICS-QTD-ARQ         PIC  9(005)         VALUE ZEROS.
           03  WSS-ICS-QTD-EVENTOS     PIC  9(007)         VALUE ZEROS.
           03  WSS-ICS-CONTATO         PIC  X(030)         VALUE SPACES.
           03  WSS-ICS-FONE            PIC  X(015)         VALUE SPACES.
           03  WSS-ICS-NUM-ED          PIC  ZZZZZZ9        VALUE ZEROS.
           03  WSS-ICS-DATA-ED.
               05  WSS-ICS-DATA-ED-DIA PIC  X(002)         VALUE SPACES.
               05  FILLER              PIC  X(001)         VALUE '/'.
               05  WSS-ICS-DATA-ED-MES PIC  X(002)         VALUE SPACES.
               05  FILLER              PIC  X(001)         VALUE '/'.
               05  WSS-ICS-DATA-ED-ANO PIC  X(004)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
           03  FS-AGENDA               PIC  X(002)         VALUE SPACES.
           03  FS-CATALOGO             PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
           03  FS-CONTATOS             PIC  X(002)         VALUE SPACES.
           03  FS-ENDENTREGA           PIC  X(002)         VALUE SPACES.
           03  FS-ROTA                 PIC  X(002)         VALUE SPACES.
           03  FS-SRT                  PIC  X(002)         VALUE SPACES.
           03  FS-OUTBOX               PIC  X(002)         VALUE SPACES.
           03  FS-GTWMANIF             PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUDITORIA
           03  WSS-AUD-SEG             PIC  9(002)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    HORARIOS SUGERIDOS DOS EVENTOS (MINUTOS DO DIA): PRIMEIRA
      *    VISITA AS 08:00, UMA HORA DE VISITA, NOVA VISITA A CADA 90
      *    MINUTOS (VISITA + DESLOCAMENTO) NA ORDEM DA ROTA; A PARTIR
      *    DAS 21:00 AS VISITAS EXCEDENTES FICAM NO ULTIMO HORARIO
      *----------------------------------------------------------------*
       01  WSS-ICS-HORARIOS.
           03  WSS-ICS-HR-INICIO       PIC  9(004)         VALUE 480.
           03  WSS-ICS-DURACAO         PIC  9(003)         VALUE 060.
           03  WSS-ICS-INTERVALO       PIC  9(003)         VALUE 090.
           03  WSS-ICS-HR-LIMITE       PIC  9(004)         VALUE 1260.
      *
      *----------------------------------------------------------------*
      *    ROTA DO VENDEDOR EFETIVO CORRENTE (ROTA-NNNNNNN.CSV)
      *----------------------------------------------------------------*
       01  WSS-TAB-ROTA.
           03  WSS-ROTA-OCR            OCCURS 5000 TIMES.
               05  WSS-ROTA-CLI        PIC  9(007).
               05  WSS-ROTA-ORDEM      PIC  9(005).
               05  WSS-ROTA-DIA-OCR    PIC  9(003).
               05  WSS-ROTA-PERNA      PIC  X(012).
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - DATA DO SISTEMA (OU DATA DE PROCESSAMENTO)
      *----------------------------------------------------------------*
       01  WSS-DATA-SIS.
               'ULTIMA VISITA;'.
           03  FILLER                  PIC  X(014)         VALUE
               'DATA PREVISTA;'.
           03  FILLER                  PIC  X(012)         VALUE
               'ATRASO DIAS;'.
           03  FILLER                  PIC  X(008)         VALUE
               'TITULAR'.
      *
       01  DET-AGENDA.
           03  AGD-CVENDEDOR           PIC  9(007)         VALUE ZEROS.
           03  AGD-DT-PREVISTA         PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  AGD-ATRASO              PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  AGD-TITULAR             PIC  9(007)         VALUE ZEROS.
      *
       01  RODAPE-AGENDA.
           03  FILLER                  PIC  X(029)         VALUE
               'Total de visitas agendadas;'.
           03  AGD-TOTAL               PIC  9(007)         VALUE ZEROS.
      *
       01  RODAPE-ADIADAS.
           03  FILLER                  PIC  X(042)         VALUE
               'Visitas adiadas por fechamento do cliente;'.
           03  AGD-ADIADAS             PIC  9(007)         VALUE ZEROS.
      *
       01  RODAPE-SUBST.
           03  FILLER                  PIC  X(042)         VALUE
               'Visitas enviadas a vendedor substituto;'.
           03  AGD-SUBST               PIC  9(007)         VALUE ZEROS.
      *
       01  RODAPE-ICS.
           03  FILLER                  PIC  X(042)         VALUE
               'Calendarios .ICS gerados no OUTBOX;'.
           03  AGD-QTD-ICS             PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00901
                                                            'PT000901'.
      *
           COPY 'SUB-ERRO.CPY'         REPLACING ==::== BY ==WSS==.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00907
      *    - Vendedor efetivo na data (substituto na ausencia)
      *----------------------------------------------------------------*
      *
       01  WPT00908                    PIC X(08)           VALUE
                                                            'PT000908'.
      *
           COPY 'SUB-SBT.CPY'          REPLACING ==::== BY ==WSN==.
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
               " Gera a agenda das visitas devidas ate a data limite. ".
           03 F LINE 10 COL 20   VALUE
               " Data limite DDMMAAAA (branco = data de proc.): ".
           03 F LINE 14 COL 20   VALUE
               " Gerar calendario .ICS por vendedor no OUTBOX (S/N): ".
      *
       01  TELA-AGENDA-T.
           03 T1A LINE 12 COL 40 PIC X(008)      TO WSS-T-DT-LIMITE.
           03 T2A LINE 16 COL 40 PIC X(001)      TO WSS-GERAR-ICS.
      *
      *----------------------------------------------------------------*
       01  TELA-MENSAGENS.
           IF FS-ESCALA                EQUAL '00'
              MOVE 'S'                 TO WSS-ESCALA-ABERTA
           END-IF.
      *
           OPEN INPUT ARQ-CLIFECHA.
           IF FS-CLIFECHA              EQUAL '00'
              MOVE 'S'                 TO WSS-FECHA-ABERTO
           END-IF.
      *
      *  ---> CONTATOS e ENDENTREGA (calendario .ICS) sao opcionais
           OPEN INPUT ARQ-CONTATOS.
           IF FS-CONTATOS              EQUAL '00'
              MOVE 'S'                 TO WSS-CONTATOS-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-ENDENTREGA.
           IF FS-ENDENTREGA            EQUAL '00'
              MOVE 'S'                 TO WSS-ENDENTREGA-ABERTO
           END-IF.
      *
           OPEN EXTEND                 ARQ-AUDITORIA.
           IF FS-AUDITORIA              NOT EQUAL '00'
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE SPACES                 TO WSS-T-DT-LIMITE.
           MOVE 'N'                    TO WSS-GERAR-ICS.
      *
           MOVE "Informe a data limite da agenda."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-AGENDA
                   TELA-MENSAGENS.
           ACCEPT T1A.
           ACCEPT T2A.
      *
           IF WSS-T-DT-LIMITE          NUMERIC
              MOVE WSS-T-DT-LIMITE(5:4)
      *
           WRITE REG-AGENDA            FROM CAB-AGENDA.
      *
      *  ---> Com calendario, as visitas da agenda alimentam o SORT
      *       por vendedor efetivo, data e ordem da rota; a saida grava
      *       um arquivo .ICS por vendedor no OUTBOX
           IF GERAR-ICS
              MOVE 9999999             TO WSS-ROTA-VEND
              SORT SRT-ICS
                   ON ASCENDING        KEY SRTI-CVENDEDOR
                                           SRTI-DATA
                                           SRTI-DIA-ROTA
                                           SRTI-ORDEM
                                           SRTI-CCLIENTE
                   INPUT PROCEDURE     IS RT-PERCORRER-CARTEIRA
                   OUTPUT PROCEDURE    IS RT-GERAR-CALENDARIOS
           ELSE
              PERFORM RT-PERCORRER-CARTEIRA
                                       THRU RT-PERCORRER-CARTEIRAX
           END-IF.
      *
           MOVE WSS-QTD-AGENDA         TO AGD-TOTAL.
           WRITE REG-AGENDA            FROM RODAPE-AGENDA.
      *
           IF WSS-QTD-ADIADAS          GREATER ZEROS
              MOVE WSS-QTD-ADIADAS     TO AGD-ADIADAS
              WRITE REG-AGENDA         FROM RODAPE-ADIADAS
           END-IF.
      *
           IF WSS-QTD-SUBST            GREATER ZEROS
              MOVE WSS-QTD-SUBST       TO AGD-SUBST
              WRITE REG-AGENDA         FROM RODAPE-SUBST
           END-IF.
      *
           IF GERAR-ICS
              MOVE WSS-ICS-QTD-ARQ     TO AGD-QTD-ICS
              WRITE REG-AGENDA         FROM RODAPE-ICS
           END-IF.
      *
           CLOSE REL-AGENDA.
      *
      *
           MOVE "Agenda de visitas gerada com sucesso."
                                       TO WSS-MENSAGEM.
      *
           IF GERAR-ICS
              MOVE 'CALENDARIOS .ICS GERADOS NO OUTBOX'
                                       TO WSS-AUD-ACAO
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              MOVE WSS-ICS-QTD-ARQ     TO WSS-ICS-NUM-ED
              STRING 'Agenda gerada; calendarios .ICS no OUTBOX: '
                                       DELIMITED BY SIZE
                     WSS-ICS-NUM-ED    DELIMITED BY SIZE
                INTO WSS-MENSAGEM
              END-STRING
           END-IF.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
       RT-PROCESSARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PERCORRER-CARTEIRA           SECTION.
      *  ---> Percorre a carteira na ordem de vendedor (tambem INPUT
      *       PROCEDURE do SORT do calendario .ICS)
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO CVENDEDOR-FDD.
           MOVE 'N'                    TO WSS-FIM-ARQ-DIS.
      *
           START ARQ-DISTRIBUIR        KEY IS NOT LESS CVENDEDOR-FDD
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-DIS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-DIS
                                       EQUAL 'S' OR 's'
              PERFORM RT-TRATAR-CARTEIRA
                                       THRU RT-TRATAR-CARTEIRAX
           END-PERFORM.
      *
       RT-PERCORRER-CARTEIRAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-CARTEIRA              SECTION.
      *  ---> Avalia um cliente da carteira: calcula a data prevista
              MOVE ZEROS               TO WSS-ATRASO
           END-IF.
      *
           PERFORM RT-AJUSTAR-DIA-VISITA
                                       THRU RT-AJUSTAR-DIA-VISITAX.
      *
      *  ---> Cliente fechado na data prevista (ferias coletivas,
      *       entressafra): visita vai para o primeiro dia aberto
           PERFORM RT-AJUSTAR-FECHAMENTO
                                       THRU RT-AJUSTAR-FECHAMENTOX.
      *
      *  ---> Fora da janela da agenda: fica para a proxima geracao
           IF WSS-PREV-AMD             GREATER WSS-LIMITE-AMD
      *
           ADD 1                       TO WSS-QTD-AGENDA.
      *
      *  ---> Titular ausente na data prevista com substituto
      *       nomeado: a visita vai para a agenda do substituto
           MOVE 'C'                    TO WSN-SBT-FUNCAO.
           MOVE CVENDEDOR-FDD          TO WSN-SBT-CVENDEDOR.
           MOVE WSS-PREV-AMD           TO WSN-SBT-DATA.
           CALL WPT00908               USING WSN-SBT-PARM.
      *
           IF WSN-SBT-RETORNO          EQUAL 1
              ADD 1                    TO WSS-QTD-SUBST
           END-IF.
      *
           MOVE WSN-SBT-EFETIVO        TO AGD-CVENDEDOR.
           MOVE CVENDEDOR-FDD          TO AGD-TITULAR.
           MOVE CCLIENTE-FDD           TO AGD-CCLIENTE.
           MOVE RSOCIAL-FDD            TO AGD-RSOCIAL.
           IF PERIODICIDADE-FDC        EQUAL SPACES
           MOVE WSS-ATRASO             TO AGD-ATRASO.
      *
           WRITE REG-AGENDA            FROM DET-AGENDA.
      *
           IF GERAR-ICS
              PERFORM RT-LIBERAR-VISITA
                                       THRU RT-LIBERAR-VISITAX
           END-IF.
      *
       RT-TRATAR-CARTEIRAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LIBERAR-VISITA               SECTION.
      *  ---> Libera para o SORT a visita recem agendada, com a ordem
      *       e o dia da rota do vendedor efetivo e o endereco do ponto
      *       de visita do cliente
      *----------------------------------------------------------------*
      *
           PERFORM RT-CARREGAR-ROTA    THRU RT-CARREGAR-ROTAX.
      *
      *  ---> Cliente fora da rota vai para o fim do dia
           MOVE 999                    TO SRTI-DIA-ROTA.
           MOVE 99999                  TO SRTI-ORDEM.
           MOVE SPACES                 TO SRTI-PERNA.
      *
           PERFORM VARYING WSS-IDX-ROTA
                                       FROM 1 BY 1
                   UNTIL   WSS-IDX-ROTA
                                       GREATER WSS-QTD-ROTA
              IF WSS-ROTA-CLI (WSS-IDX-ROTA)
                                       EQUAL CCLIENTE-FDD
                 MOVE WSS-ROTA-DIA-OCR (WSS-IDX-ROTA)
                                       TO SRTI-DIA-ROTA
                 MOVE WSS-ROTA-ORDEM (WSS-IDX-ROTA)
                                       TO SRTI-ORDEM
                 MOVE WSS-ROTA-PERNA (WSS-IDX-ROTA)
                                       TO SRTI-PERNA
                 MOVE WSS-QTD-ROTA     TO WSS-IDX-ROTA
              END-IF
           END-PERFORM.
      *
           MOVE WSN-SBT-EFETIVO        TO SRTI-CVENDEDOR.
           MOVE WSS-PREV-AMD           TO SRTI-DATA.
           MOVE CCLIENTE-FDD           TO SRTI-CCLIENTE.
           MOVE CVENDEDOR-FDD          TO SRTI-TITULAR.
           MOVE RSOCIAL-FDD            TO SRTI-RSOCIAL.
           MOVE AGD-PERIODICIDADE      TO SRTI-PERIODICIDADE.
           MOVE WSS-ULT-VISITA         TO SRTI-ULT-VISITA.
           MOVE WSS-ATRASO             TO SRTI-ATRASO.
      *
           MOVE ENDERECO-FDC           TO SRTI-ENDERECO.
           MOVE CIDADE-FDC             TO SRTI-CIDADE.
           MOVE UF-FDC                 TO SRTI-UF.
           MOVE CEP-FDC                TO SRTI-CEP.
      *
           IF ENDENTREGA-ABERTO
              PERFORM RT-PONTO-VISITA  THRU RT-PONTO-VISITAX
           END-IF.
      *
           RELEASE REG-SRTI.
      *
       RT-LIBERAR-VISITAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARREGAR-ROTA                SECTION.
      *  ---> Carrega a rota (ROTA-NNNNNNN.CSV) do vendedor efetivo,
      *       quando ainda nao e a carregada: ordem de visita, dia do
      *       plano diario e distancia da perna de cada cliente
      *----------------------------------------------------------------*
      *
           IF WSN-SBT-EFETIVO          EQUAL WSS-ROTA-VEND
              GO                       TO RT-CARREGAR-ROTAX
           END-IF.
      *
           MOVE WSN-SBT-EFETIVO        TO WSS-ROTA-VEND.
           MOVE ZEROS                  TO WSS-QTD-ROTA
                                          WSS-ROTA-DIA.
      *
           MOVE SPACES                 TO WSS-ARQ-ROTA.
           STRING 'ROTA-'              DELIMITED BY SIZE
                  WSS-ROTA-VEND        DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-ROTA
           END-STRING.
      *
      *  ---> Sem rota gerada as visitas saem na ordem do cliente
           OPEN INPUT ARQ-ROTA.
      *
           IF FS-ROTA                  NOT EQUAL '00'
              GO                       TO RT-CARREGAR-ROTAX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ-ROT.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ROT
                                       EQUAL 'S'
              PERFORM RT-LER-ROTA      THRU RT-LER-ROTAX
           END-PERFORM.
      *
           CLOSE ARQ-ROTA.
      *
       RT-CARREGAR-ROTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-ROTA                     SECTION.
      *  ---> Linha 'DIA nnn' abre um dia do plano diario; linha de
      *       perna comeca com ORDEM (5) ';' CLIENTE (7); cabecalho,
      *       rodape e secao NAO VISITAR sao desprezados
      *----------------------------------------------------------------*
      *
           READ ARQ-ROTA
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-ROT
                GO                     TO RT-LER-ROTAX
           END-READ.
      *
           IF REG-ROTA(1:4)            EQUAL 'DIA '
              AND REG-ROTA(5:3)        NUMERIC
              MOVE REG-ROTA(5:3)       TO WSS-ROTA-DIA
              GO                       TO RT-LER-ROTAX
           END-IF.
      *
           IF REG-ROTA(1:5)            NOT NUMERIC
              OR REG-ROTA(6:1)         NOT EQUAL ';'
              OR REG-ROTA(7:7)         NOT NUMERIC
              OR WSS-QTD-ROTA          NOT LESS 5000
              GO                       TO RT-LER-ROTAX
           END-IF.
      *
           ADD 1                       TO WSS-QTD-ROTA.
           MOVE REG-ROTA(7:7)          TO WSS-ROTA-CLI (WSS-QTD-ROTA).
           MOVE REG-ROTA(1:5)          TO WSS-ROTA-ORDEM (WSS-QTD-ROTA).
           MOVE WSS-ROTA-DIA           TO WSS-ROTA-DIA-OCR
                                                    (WSS-QTD-ROTA).
           MOVE REG-ROTA(56:12)        TO WSS-ROTA-PERNA (WSS-QTD-ROTA).
      *
       RT-LER-ROTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PONTO-VISITA                 SECTION.
      *  ---> Endereco de entrega ativo marcado como ponto de visita
      *       do cliente substitui o do cadastro no evento
      *----------------------------------------------------------------*
      *
           MOVE CCLIENTE-FDD           TO ETG-CCLIENTE-FDG.
           MOVE ZEROS                  TO ETG-SEQ-FDG.
           MOVE 'N'                    TO WSS-FIM-ARQ-ETG.
      *
           START ARQ-ENDENTREGA        KEY IS NOT LESS ETG-CHAVE-FDG
                INVALID KEY
                    GO                 TO RT-PONTO-VISITAX
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-ETG
                                       EQUAL 'S'
              READ ARQ-ENDENTREGA      NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-ETG
                NOT AT END
                   IF ETG-CCLIENTE-FDG NOT EQUAL CCLIENTE-FDD
                      MOVE 'S'         TO WSS-FIM-ARQ-ETG
                   ELSE
                      IF ETG-ATIVO-FDG
                         AND ETG-PONTO-VISITA-FDG
                         MOVE ETG-ENDERECO-FDG
                                       TO SRTI-ENDERECO
                         MOVE ETG-CIDADE-FDG
                                       TO SRTI-CIDADE
                         MOVE ETG-UF-FDG
                                       TO SRTI-UF
                         MOVE ETG-CEP-FDG
                                       TO SRTI-CEP
                         MOVE 'S'      TO WSS-FIM-ARQ-ETG
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-PONTO-VISITAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    GRAVA UM CALENDARIO .ICS POR VENDEDOR EFETIVO NO OUTBOX
      *----------------------------------------------------------------*
       RT-GERAR-CALENDARIOS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-ICS-VEND-ANT
                                          WSS-ICS-DATA-ANT.
           MOVE 'N'                    TO WSS-FIM-SORT.
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WSS-ICS-DTSTAMP(1:8).
           MOVE 'T'                    TO WSS-ICS-DTSTAMP(9:1).
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO WSS-ICS-DTSTAMP(10:6).
      *
           PERFORM UNTIL WSS-FIM-SORT  EQUAL 'S' OR 's'
              RETURN SRT-ICS
                AT END
                   MOVE 'S'            TO WSS-FIM-SORT
                NOT AT END
                   PERFORM RT-GRAVAR-EVENTO
                                       THRU RT-GRAVAR-EVENTOX
              END-RETURN
           END-PERFORM.
      *
           IF OUTBOX-ABERTO
              PERFORM RT-FECHAR-ICS    THRU RT-FECHAR-ICSX
           END-IF.
      *
       RT-GERAR-CALENDARIOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-EVENTO                SECTION.
      *  ---> Um VEVENT por visita devida, no horario sugerido pela
      *       sequencia da rota dentro do dia
      *----------------------------------------------------------------*
      *
      *  ---> Troca de vendedor: fecha o calendario anterior e abre o
      *       do novo vendedor
           IF SRTI-CVENDEDOR           NOT EQUAL WSS-ICS-VEND-ANT
              IF OUTBOX-ABERTO
                 PERFORM RT-FECHAR-ICS THRU RT-FECHAR-ICSX
              END-IF
              PERFORM RT-ABRIR-ICS     THRU RT-ABRIR-ICSX
              MOVE SRTI-CVENDEDOR      TO WSS-ICS-VEND-ANT
              MOVE ZEROS               TO WSS-ICS-DATA-ANT
           END-IF.
      *
      *  ---> Calendario do vendedor nao abriu: descarta as visitas
      *       dele sem tentar gravar
           IF NOT OUTBOX-ABERTO
              GO                       TO RT-GRAVAR-EVENTOX
           END-IF.
      *
           IF SRTI-DATA                NOT EQUAL WSS-ICS-DATA-ANT
              MOVE ZEROS               TO WSS-ICS-SLOT
              MOVE SRTI-DATA           TO WSS-ICS-DATA-ANT
           END-IF.
      *
           COMPUTE WSS-ICS-INI-MIN     = WSS-ICS-HR-INICIO
                                       + WSS-ICS-SLOT
                                       * WSS-ICS-INTERVALO.
           IF WSS-ICS-INI-MIN          GREATER WSS-ICS-HR-LIMITE
              MOVE WSS-ICS-HR-LIMITE   TO WSS-ICS-INI-MIN
           END-IF.
           COMPUTE WSS-ICS-FIM-MIN     = WSS-ICS-INI-MIN
                                       + WSS-ICS-DURACAO.
           IF WSS-ICS-INI-MIN          LESS WSS-ICS-HR-LIMITE
              ADD 1                    TO WSS-ICS-SLOT
           END-IF.
      *
           DIVIDE WSS-ICS-INI-MIN      BY 60
                                       GIVING WSS-ICS-HH
                                       REMAINDER WSS-ICS-MM.
           MOVE SPACES                 TO WSS-ICS-DTINI.
           STRING SRTI-DATA 'T' WSS-ICS-HH WSS-ICS-MM '00'
                                       DELIMITED BY SIZE
                                       INTO WSS-ICS-DTINI
           END-STRING.
      *
           DIVIDE WSS-ICS-FIM-MIN      BY 60
                                       GIVING WSS-ICS-HH
                                       REMAINDER WSS-ICS-MM.
           MOVE SPACES                 TO WSS-ICS-DTFIM.
           STRING SRTI-DATA 'T' WSS-ICS-HH WSS-ICS-MM '00'
                                       DELIMITED BY SIZE
                                       INTO WSS-ICS-DTFIM
           END-STRING.
      *
           PERFORM RT-CONTATO-CLIENTE  THRU RT-CONTATO-CLIENTEX.
      *
           MOVE 'BEGIN:VEVENT'         TO WSS-ICS-TEXTO.
           PERFORM RT-LINHA-SIMPLES    THRU RT-LINHA-SIMPLESX.
      *
           PERFORM RT-INICIAR-LINHA    THRU RT-INICIAR-LINHAX.
           STRING 'UID:' SRTI-DATA '-' SRTI-CCLIENTE '-'
                  SRTI-CVENDEDOR '@AGENDA-PT000046'
                                       DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
           END-STRING.
           PERFORM RT-GRAVAR-LINHA-ICS THRU RT-GRAVAR-LINHA-ICSX.
      *
           PERFORM RT-INICIAR-LINHA    THRU RT-INICIAR-LINHAX.
           STRING 'DTSTAMP:' WSS-ICS-DTSTAMP
                                       DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
           END-STRING.
           PERFORM RT-GRAVAR-LINHA-ICS THRU RT-GRAVAR-LINHA-ICSX.
      *
           PERFORM RT-INICIAR-LINHA    THRU RT-INICIAR-LINHAX.
           STRING 'DTSTART:' WSS-ICS-DTINI
                                       DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
           END-STRING.
           PERFORM RT-GRAVAR-LINHA-ICS THRU RT-GRAVAR-LINHA-ICSX.
      *
           PERFORM RT-INICIAR-LINHA    THRU RT-INICIAR-LINHAX.
           STRING 'DTEND:' WSS-ICS-DTFIM
                                       DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
           END-STRING.
           PERFORM RT-GRAVAR-LINHA-ICS THRU RT-GRAVAR-LINHA-ICSX.
      *
      *  ---> Resumo: razao social do cliente
           PERFORM RT-INICIAR-LINHA    THRU RT-INICIAR-LINHAX.
           STRING 'SUMMARY:Visita - '  DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
           END-STRING.
           MOVE SRTI-RSOCIAL           TO WSS-ICS-TEXTO.
           PERFORM RT-ANEXAR-TEXTO     THRU RT-ANEXAR-TEXTOX.
           PERFORM RT-GRAVAR-LINHA-ICS THRU RT-GRAVAR-LINHA-ICSX.
      *
      *  ---> Local: endereco, cidade - UF, CEP
           PERFORM RT-INICIAR-LINHA    THRU RT-INICIAR-LINHAX.
           STRING 'LOCATION:'          DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
           END-STRING.
           MOVE SRTI-ENDERECO          TO WSS-ICS-TEXTO.
           PERFORM RT-ANEXAR-TEXTO     THRU RT-ANEXAR-TEXTOX.
           STRING '\, '                DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
           END-STRING.
           MOVE SRTI-CIDADE            TO WSS-ICS-TEXTO.
           PERFORM RT-ANEXAR-TEXTO     THRU RT-ANEXAR-TEXTOX.
           STRING ' - '                DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
           END-STRING.
           MOVE SRTI-UF                TO WSS-ICS-TEXTO.
           PERFORM RT-ANEXAR-TEXTO     THRU RT-ANEXAR-TEXTOX.
           MOVE ', CEP'                TO WSS-ICS-TEXTO.
           PERFORM RT-ANEXAR-TEXTO     THRU RT-ANEXAR-TEXTOX.
           STRING ' '                  DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
           END-STRING.
           MOVE SRTI-CEP               TO WSS-ICS-TEXTO.
           PERFORM RT-ANEXAR-TEXTO     THRU RT-ANEXAR-TEXTOX.
           PERFORM RT-GRAVAR-LINHA-ICS THRU RT-GRAVAR-LINHA-ICSX.
      *
           PERFORM RT-DESCRICAO-EVENTO THRU RT-DESCRICAO-EVENTOX.
      *
           MOVE 'CATEGORIES:VISITA'    TO WSS-ICS-TEXTO.
           PERFORM RT-LINHA-SIMPLES    THRU RT-LINHA-SIMPLESX.
      *
           MOVE 'END:VEVENT'           TO WSS-ICS-TEXTO.
           PERFORM RT-LINHA-SIMPLES    THRU RT-LINHA-SIMPLESX.
      *
           ADD 1                       TO WSS-ICS-QTD-EVENTOS.
      *
       RT-GRAVAR-EVENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DESCRICAO-EVENTO             SECTION.
      *  ---> Observacoes do evento, uma informacao por linha (\n):
      *       cliente, contato, ordem/dia/perna da rota, periodicidade,
      *       ultima visita, atraso e titular
      *----------------------------------------------------------------*
      *
           PERFORM RT-INICIAR-LINHA    THRU RT-INICIAR-LINHAX.
           STRING 'DESCRIPTION:Cliente ' SRTI-CCLIENTE
                                       DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
           END-STRING.
      *
           IF WSS-ICS-CONTATO          NOT EQUAL SPACES
              OR WSS-ICS-FONE          NOT EQUAL SPACES
              STRING '\nContato: '     DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
              END-STRING
              MOVE WSS-ICS-CONTATO     TO WSS-ICS-TEXTO
              PERFORM RT-ANEXAR-TEXTO  THRU RT-ANEXAR-TEXTOX
              STRING '\nTelefone: '    DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
              END-STRING
              MOVE WSS-ICS-FONE        TO WSS-ICS-TEXTO
              PERFORM RT-ANEXAR-TEXTO  THRU RT-ANEXAR-TEXTOX
           END-IF.
      *
           IF SRTI-ORDEM               EQUAL 99999
              STRING '\nFora da rota do vendedor'
                                       DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
              END-STRING
           ELSE
              STRING '\nOrdem na rota: ' DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
              END-STRING
              MOVE SRTI-ORDEM          TO WSS-ICS-NUM-ED
              MOVE WSS-ICS-NUM-ED      TO WSS-ICS-TEXTO
              PERFORM RT-ANEXAR-TEXTO  THRU RT-ANEXAR-TEXTOX
              IF SRTI-DIA-ROTA         GREATER ZEROS
                 STRING ' (dia '       DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
                 END-STRING
                 MOVE SRTI-DIA-ROTA    TO WSS-ICS-NUM-ED
                 MOVE WSS-ICS-NUM-ED   TO WSS-ICS-TEXTO
                 PERFORM RT-ANEXAR-TEXTO
                                       THRU RT-ANEXAR-TEXTOX
                 STRING ' do plano)'   DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
                 END-STRING
              END-IF
              STRING '\nPerna (m): '   DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
              END-STRING
              MOVE SRTI-PERNA          TO WSS-ICS-TEXTO
              PERFORM RT-ANEXAR-TEXTO  THRU RT-ANEXAR-TEXTOX
           END-IF.
      *
           STRING '\nPeriodicidade: ' SRTI-PERIODICIDADE
                  '\nUltima visita: '  DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
           END-STRING.
      *
           IF SRTI-ULT-VISITA          EQUAL ZEROS
              MOVE 'nunca visitado'    TO WSS-ICS-TEXTO
           ELSE
              MOVE SRTI-ULT-VISITA(7:2)
                                       TO WSS-ICS-DATA-ED-DIA
              MOVE SRTI-ULT-VISITA(5:2)
                                       TO WSS-ICS-DATA-ED-MES
              MOVE SRTI-ULT-VISITA(1:4)
                                       TO WSS-ICS-DATA-ED-ANO
              MOVE WSS-ICS-DATA-ED     TO WSS-ICS-TEXTO
           END-IF.
           PERFORM RT-ANEXAR-TEXTO     THRU RT-ANEXAR-TEXTOX.
      *
           STRING '\nAtraso (dias): '  DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
           END-STRING.
           MOVE SRTI-ATRASO            TO WSS-ICS-NUM-ED.
           MOVE WSS-ICS-NUM-ED         TO WSS-ICS-TEXTO.
           PERFORM RT-ANEXAR-TEXTO     THRU RT-ANEXAR-TEXTOX.
      *
           IF SRTI-TITULAR             NOT EQUAL SRTI-CVENDEDOR
              STRING '\nSubstituindo o titular ' SRTI-TITULAR
                                       DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
              END-STRING
           END-IF.
      *
           PERFORM RT-GRAVAR-LINHA-ICS THRU RT-GRAVAR-LINHA-ICSX.
      *
       RT-DESCRICAO-EVENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONTATO-CLIENTE              SECTION.
      *  ---> Primeiro contato cadastrado do cliente, quando houver;
      *       o telefone so vai para o calendario com consentimento
      *       do contato no canal telefone na data da visita
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-ICS-CONTATO
                                          WSS-ICS-FONE.
      *
           IF NOT CONTATOS-ABERTO
              GO                       TO RT-CONTATO-CLIENTEX
           END-IF.
      *
           MOVE SRTI-CCLIENTE          TO CON-CCLIENTE-FDN.
           MOVE ZEROS                  TO CON-SEQ-FDN.
      *
           START ARQ-CONTATOS          KEY IS NOT LESS CON-CHAVE-FDN
                INVALID KEY
                    GO                 TO RT-CONTATO-CLIENTEX
           END-START.
      *
           READ ARQ-CONTATOS           NEXT
             AT END
                GO                     TO RT-CONTATO-CLIENTEX
           END-READ.
      *
           IF FS-CONTATOS              EQUAL '00'
              AND CON-CCLIENTE-FDN     EQUAL SRTI-CCLIENTE
              MOVE CON-NOME-FDN        TO WSS-ICS-CONTATO
              MOVE 'C'                 TO WSN-CNS-FUNCAO
              MOVE CON-CCLIENTE-FDN    TO WSN-CNS-CCLIENTE
              MOVE CON-SEQ-FDN         TO WSN-CNS-SEQ
              MOVE SRTI-DATA           TO WSN-CNS-DATA
              MOVE 'T'                 TO WSN-CNS-CANAL
              CALL WPT00910            USING WSN-CNS-PARM
              IF WSN-CNS-VALIDO        EQUAL 'S'
                 MOVE CON-TELEFONE-FDN TO WSS-ICS-FONE
              END-IF
           END-IF.
      *
       RT-CONTATO-CLIENTEX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR-ICS                    SECTION.
      *  ---> Abre o calendario OUTBOX-ICS-NNNNNNN.ICS do vendedor e
      *       grava o cabecalho VCALENDAR
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-ARQ-OUTBOX.
           STRING 'OUTBOX-ICS-'        DELIMITED BY SIZE
                  SRTI-CVENDEDOR       DELIMITED BY SIZE
                  '.ICS'               DELIMITED BY SIZE
              INTO WSS-ARQ-OUTBOX
           END-STRING.
      *
           OPEN OUTPUT ARQ-OUTBOX.
      *
           IF FS-OUTBOX                NOT EQUAL '00'
              GO                       TO RT-ABRIR-ICSX
           END-IF.
      *
           MOVE 'S'                    TO WSS-OUTBOX-ABERTO.
           MOVE ZEROS                  TO WSS-ICS-QTD-LINHAS
                                          WSS-ICS-CHECKSUM.
           ADD 1                       TO WSS-ICS-QTD-ARQ.
      *
           MOVE 'BEGIN:VCALENDAR'      TO WSS-ICS-TEXTO.
           PERFORM RT-LINHA-SIMPLES    THRU RT-LINHA-SIMPLESX.
           MOVE 'VERSION:2.0'          TO WSS-ICS-TEXTO.
           PERFORM RT-LINHA-SIMPLES    THRU RT-LINHA-SIMPLESX.
           MOVE 'PRODID:-//COOPBOOKS//PT000046 AGENDA DE VISITAS//PT'
                                       TO WSS-ICS-TEXTO.
           PERFORM RT-LINHA-SIMPLES    THRU RT-LINHA-SIMPLESX.
           MOVE 'CALSCALE:GREGORIAN'   TO WSS-ICS-TEXTO.
           PERFORM RT-LINHA-SIMPLES    THRU RT-LINHA-SIMPLESX.
           MOVE 'METHOD:PUBLISH'       TO WSS-ICS-TEXTO.
           PERFORM RT-LINHA-SIMPLES    THRU RT-LINHA-SIMPLESX.
      *
           PERFORM RT-INICIAR-LINHA    THRU RT-INICIAR-LINHAX.
           STRING 'X-WR-CALNAME:Agenda de visitas - vendedor '
                  SRTI-CVENDEDOR       DELIMITED BY SIZE
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
           END-STRING.
           PERFORM RT-GRAVAR-LINHA-ICS THRU RT-GRAVAR-LINHA-ICSX.
      *
       RT-ABRIR-ICSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR-ICS                   SECTION.
      *  ---> Fecha o calendario do vendedor e o registra no manifesto
      *       do gateway com os totais de controle
      *----------------------------------------------------------------*
      *
           MOVE 'END:VCALENDAR'        TO WSS-ICS-TEXTO.
           PERFORM RT-LINHA-SIMPLES    THRU RT-LINHA-SIMPLESX.
      *
           CLOSE ARQ-OUTBOX.
           MOVE 'N'                    TO WSS-OUTBOX-ABERTO.
      *
           PERFORM RT-REGISTRAR-GATEWAY
                                       THRU RT-REGISTRAR-GATEWAYX.
      *
       RT-FECHAR-ICSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-INICIAR-LINHA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-ICS-LINHA.
           MOVE 1                      TO WSS-ICS-PTR.
      *
       RT-INICIAR-LINHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LINHA-SIMPLES                SECTION.
      *  ---> Grava WSS-ICS-TEXTO como uma linha do calendario, sem
      *       escape (propriedades fixas)
      *----------------------------------------------------------------*
      *
           PERFORM RT-INICIAR-LINHA    THRU RT-INICIAR-LINHAX.
      *
           STRING WSS-ICS-TEXTO        DELIMITED BY '  '
                                       INTO WSS-ICS-LINHA
                                       WITH POINTER WSS-ICS-PTR
           END-STRING.
      *
           PERFORM RT-GRAVAR-LINHA-ICS THRU RT-GRAVAR-LINHA-ICSX.
      *
       RT-LINHA-SIMPLESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ANEXAR-TEXTO                 SECTION.
      *  ---> Anexa WSS-ICS-TEXTO, sem os brancos das pontas, a linha
      *       em montagem, com escape de virgula, ponto e virgula e
      *       barra invertida (texto iCalendar)
      *----------------------------------------------------------------*
      *
           MOVE 80                     TO WSS-ICS-TAM-TXT.
      *
           PERFORM UNTIL WSS-ICS-TAM-TXT
                                       EQUAL ZEROS
                      OR WSS-ICS-TEXTO(WSS-ICS-TAM-TXT:1)
                                       NOT EQUAL SPACE
              SUBTRACT 1               FROM WSS-ICS-TAM-TXT
           END-PERFORM.
      *
           MOVE 1                      TO WSS-ICS-INI-TXT.
      *
           PERFORM UNTIL WSS-ICS-INI-TXT
                                       GREATER WSS-ICS-TAM-TXT
                      OR WSS-ICS-TEXTO(WSS-ICS-INI-TXT:1)
                                       NOT EQUAL SPACE
              ADD 1                    TO WSS-ICS-INI-TXT
           END-PERFORM.
      *
           PERFORM VARYING WSS-ICS-IDX FROM WSS-ICS-INI-TXT BY 1
                   UNTIL   WSS-ICS-IDX GREATER WSS-ICS-TAM-TXT
                      OR   WSS-ICS-PTR GREATER 398
              MOVE WSS-ICS-TEXTO(WSS-ICS-IDX:1)
                                       TO WSS-ICS-CARAC
              IF WSS-ICS-CARAC         EQUAL ',' OR ';' OR '\'
                 MOVE '\'              TO WSS-ICS-LINHA(WSS-ICS-PTR:1)
                 ADD 1                 TO WSS-ICS-PTR
              END-IF
              MOVE WSS-ICS-CARAC       TO WSS-ICS-LINHA(WSS-ICS-PTR:1)
              ADD 1                    TO WSS-ICS-PTR
           END-PERFORM.
      *
       RT-ANEXAR-TEXTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-LINHA-ICS             SECTION.
      *  ---> Grava a linha montada (WSS-ICS-LINHA, ate o ponteiro)
      *       dobrada em 75 posicoes: a continuacao comeca com um
      *       branco. O corte nao termina em branco, que a gravacao
      *       em LINE SEQUENTIAL perderia.
      *----------------------------------------------------------------*
      *
           COMPUTE WSS-ICS-TAM         = WSS-ICS-PTR - 1.
      *
           PERFORM UNTIL WSS-ICS-TAM   EQUAL ZEROS
                      OR WSS-ICS-LINHA(WSS-ICS-TAM:1)
                                       NOT EQUAL SPACE
              SUBTRACT 1               FROM WSS-ICS-TAM
           END-PERFORM.
      *
           IF WSS-ICS-TAM              EQUAL ZEROS
              GO                       TO RT-GRAVAR-LINHA-ICSX
           END-IF.
      *
           MOVE 1                      TO WSS-ICS-POS.
           MOVE 75                     TO WSS-ICS-PEDACO.
      *
           PERFORM UNTIL WSS-ICS-POS   GREATER WSS-ICS-TAM
              IF WSS-ICS-PEDACO        GREATER
                                  WSS-ICS-TAM - WSS-ICS-POS + 1
                 COMPUTE WSS-ICS-PEDACO
                                       = WSS-ICS-TAM - WSS-ICS-POS + 1
              END-IF
              PERFORM UNTIL WSS-ICS-PEDACO
                                       EQUAL 1
                      OR WSS-ICS-LINHA
                        (WSS-ICS-POS + WSS-ICS-PEDACO - 1:1)
                                       NOT EQUAL SPACE
                 SUBTRACT 1            FROM WSS-ICS-PEDACO
              END-PERFORM
              MOVE SPACES              TO REG-OUTBOX
              IF WSS-ICS-POS           EQUAL 1
                 MOVE WSS-ICS-LINHA(WSS-ICS-POS:WSS-ICS-PEDACO)
                                       TO REG-OUTBOX
              ELSE
                 MOVE WSS-ICS-LINHA(WSS-ICS-POS:WSS-ICS-PEDACO)
                                       TO REG-OUTBOX(2:WSS-ICS-PEDACO)
              END-IF
              PERFORM RT-GRAVAR-REG-ICS
                                       THRU RT-GRAVAR-REG-ICSX
              ADD WSS-ICS-PEDACO       TO WSS-ICS-POS
              MOVE 74                  TO WSS-ICS-PEDACO
           END-PERFORM.
      *
       RT-GRAVAR-LINHA-ICSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-REG-ICS               SECTION.
      *  ---> Grava uma linha fisica do calendario e acumula os totais
      *       de controle do manifesto (linhas e checksum)
      *----------------------------------------------------------------*
      *
           WRITE REG-OUTBOX.
      *
           ADD 1                       TO WSS-ICS-QTD-LINHAS.
           COMPUTE WSS-ICS-CHECKSUM    = WSS-ICS-CHECKSUM
                                       + FUNCTION ORD (REG-OUTBOX(1:1))
                                       + WSS-ICS-QTD-LINHAS.
      *
       RT-GRAVAR-REG-ICSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-REGISTRAR-GATEWAY            SECTION.
      *  ---> Anexa no manifesto GTWMANIF (gateway PT000065) a linha
      *       de registro do calendario do vendedor, com os totais
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-GTWMANIF.
      *
           IF FS-GTWMANIF              EQUAL '05' OR '35'
              CLOSE ARQ-GTWMANIF
              OPEN OUTPUT ARQ-GTWMANIF
           END-IF.
      *
           IF FS-GTWMANIF              NOT EQUAL '00'
              GO                       TO RT-REGISTRAR-GATEWAYX
           END-IF.
      *
           MOVE 'S'                    TO GTW-DIRECAO-FDW.
           MOVE WSS-ARQ-OUTBOX         TO GTW-NOME-FDW.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO GTW-DATA-FDW.
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO GTW-HORA-FDW.
           MOVE WSS-ICS-QTD-LINHAS     TO GTW-QTD-FDW.
           MOVE WSS-ICS-CHECKSUM       TO GTW-CHECKSUM-FDW.
           MOVE 'A'                    TO GTW-SITUACAO-FDW.
      *
           WRITE REG-FDW.
      *
           CLOSE ARQ-GTWMANIF.
      *
       RT-REGISTRAR-GATEWAYX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ULTIMA-VISITA                SECTION.
      *  ---> Localiza a ultima visita apontada do cliente corrente
       RT-LER-VISITA-CLIX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AJUSTAR-DIA-VISITA           SECTION.
      *  ---> Ajusta WSS-PREV-AMD ao dia de visita do cliente/vendedor
      *----------------------------------------------------------------*
      *
      *  ---> Cliente com dia preferido de visita: a data prevista vai
      *       para o proximo dia da semana permitido (prevalece sobre
      *       o deslocamento por dia util); sem preferencia, desloca
      *       para o proximo dia util
           IF DIA-VISITA-FDC           GREATER ZEROS
              PERFORM RT-AJUSTAR-DIA-PREFERIDO
                                       THRU RT-AJUSTAR-DIA-PREFERIDOX
           ELSE
              PERFORM RT-PROXIMO-DIA-UTIL
                                       THRU RT-PROXIMO-DIA-UTILX
      *  ---> Escala semanal do titular: avanca ate um dia em que o
      *       vendedor trabalha (a preferencia do cliente, quando
      *       informada, prevalece sobre a escala)
              PERFORM RT-AJUSTAR-ESCALA-VEND
                                       THRU RT-AJUSTAR-ESCALA-VENDX
           END-IF.
      *
       RT-AJUSTAR-DIA-VISITAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AJUSTAR-FECHAMENTO           SECTION.
      *  ---> Enquanto WSS-PREV-AMD cair dentro de um periodo de
      *       fechamento do cliente, avanca para o dia seguinte ao fim
      *       do periodo e refaz o ajuste de dia de visita (limitado a
      *       10 periodos encadeados)
      *----------------------------------------------------------------*
      *
           IF NOT FECHA-ABERTO
              GO                       TO RT-AJUSTAR-FECHAMENTOX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-QTD-FECHA.
           MOVE 'S'                    TO WSS-EM-FECHAMENTO.
      *
           PERFORM UNTIL WSS-EM-FECHAMENTO
                                       EQUAL 'N'
                      OR WSS-QTD-FECHA GREATER 10
              PERFORM RT-TESTAR-FECHAMENTO
                                       THRU RT-TESTAR-FECHAMENTOX
              IF WSS-EM-FECHAMENTO     EQUAL 'S'
                 IF WSS-QTD-FECHA      EQUAL ZEROS
                    ADD 1              TO WSS-QTD-ADIADAS
                 END-IF
                 COMPUTE WSS-PREV-INT =
                         FUNCTION INTEGER-OF-DATE (WSS-FIM-FECHA-AMD)
                       + 1
                 COMPUTE WSS-PREV-AMD =
                         FUNCTION DATE-OF-INTEGER (WSS-PREV-INT)
                 PERFORM RT-AJUSTAR-DIA-VISITA
                                       THRU RT-AJUSTAR-DIA-VISITAX
                 ADD 1                 TO WSS-QTD-FECHA
              END-IF
           END-PERFORM.
      *
       RT-AJUSTAR-FECHAMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TESTAR-FECHAMENTO            SECTION.
      *  ---> Procura, entre os fechamentos do cliente iniciados ate
      *       WSS-PREV-AMD, algum que ainda nao terminou nessa data
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-EM-FECHAMENTO.
           MOVE 'N'                    TO WSS-FIM-ARQ-FEC.
           MOVE CCLIENTE-FDD           TO CFE-CCLIENTE-FDF.
           MOVE ZEROS                  TO CFE-DT-INICIO-FDF.
      *
           START ARQ-CLIFECHA          KEY IS NOT LESS CFE-CHAVE-FDF
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-FEC
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-FEC
                                       EQUAL 'S'
              PERFORM RT-LER-FECHAMENTO
                                       THRU RT-LER-FECHAMENTOX
           END-PERFORM.
      *
       RT-TESTAR-FECHAMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-FECHAMENTO               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-CLIFECHA           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-FEC
                GO                     TO RT-LER-FECHAMENTOX
           END-READ.
      *
           IF CFE-CCLIENTE-FDF         NOT EQUAL CCLIENTE-FDD
              OR CFE-DT-INICIO-FDF     GREATER WSS-PREV-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-FEC
              GO                       TO RT-LER-FECHAMENTOX
           END-IF.
      *
           IF CFE-DT-FIM-FDF           NOT LESS WSS-PREV-AMD
              MOVE 'S'                 TO WSS-EM-FECHAMENTO
              MOVE CFE-DT-FIM-FDF      TO WSS-FIM-FECHA-AMD
              MOVE 'S'                 TO WSS-FIM-ARQ-FEC
           END-IF.
      *
       RT-LER-FECHAMENTOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AJUSTAR-ESCALA-VEND          SECTION.
      *  ---> Desloca WSS-PREV-AMD para frente ate cair em um dia da
           CLOSE ARQ-DISTRIBUIR
                 ARQ-CLIENTES
                 ARQ-AUDITORIA.
      *
           MOVE 'F'                    TO WSN-SBT-FUNCAO.
           CALL WPT00908               USING WSN-SBT-PARM.
      *
           MOVE 'F'                    TO WSN-CNS-FUNCAO.
           CALL WPT00910               USING WSN-CNS-PARM.
      *
           IF VISITAS-ABERTO
              CLOSE ARQ-VISITAS
              CLOSE ARQ-ESCALA
              MOVE 'N'                 TO WSS-ESCALA-ABERTA
           END-IF.
      *
           IF FECHA-ABERTO
              CLOSE ARQ-CLIFECHA
              MOVE 'N'                 TO WSS-FECHA-ABERTO
           END-IF.
      *
           IF CONTATOS-ABERTO
              CLOSE ARQ-CONTATOS
              MOVE 'N'                 TO WSS-CONTATOS-ABERTO
           END-IF.
      *
           IF ENDENTREGA-ABERTO
              CLOSE ARQ-ENDENTREGA
              MOVE 'N'                 TO WSS-ENDENTREGA-ABERTO
           END-IF.
      *
           MOVE ZEROS                  TO LKS-RETORNO.
      *
