      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID.                     PRV00905.
       AUTHOR.                         AmarildoMB.
       DATE-WRITTEN.                   15 OUT 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------*
      *REMARKS.
      *     *----------------------------------------------------------*
      *     *#NOME     : PRV00905 ---> DATA DE ENTREGA PROMETIDA DO    *
      *     *            PEDIDO                                        *
      *     *----------------------------------------------------------*
      *     *#TIPO     : COBOL - MICRO FOCUS - NET EXPRESS 5           *
      *     *----------------------------------------------------------*
      *     *#ANALISTA : AMARILDO MBORGES                              *
      *     *----------------------------------------------------------*
      *     *#FUNCAO   : A PARTIR DA DATA DO PEDIDO, SOMA O PRAZO DE   *
      *     *            ENTREGA EM DIAS UTEIS DA CIDADE/UF DO CLIENTE *
      *     *            (TABELA MUNICIPIO) PULANDO SABADOS, DOMINGOS  *
      *     *            E FERIADOS DO CALENDARIO, E AVANCA ATE O      *
      *     *            PRIMEIRO DIA DA SEMANA EM QUE A CIDADE E      *
      *     *            ATENDIDA. OS ARQUIVOS SAO ABERTOS NA PRIMEIRA *
      *     *            CHAMADA E FECHADOS PELA FUNCAO 'F'.           *
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
      *  ---> Tabela de municipios (dias e prazo de entrega)
           COPY 'SEL-MUNICIPIO.CPY'    REPLACING ==::== BY ==-FDM==.
      *
      *  ---> Calendario de dias uteis (feriados)
           COPY 'SEL-CALENDARIO.CPY'   REPLACING ==::== BY ==-FDL==.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD  ARQ-MUNICIPIO               VALUE OF FILE-ID IS
                                                        'MUNICIPIO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDM.
       COPY 'FD-MUNICIPIO.CPY'         REPLACING ==::== BY ==-FDM==.
      *
       FD  ARQ-CALENDARIO              VALUE OF FILE-ID IS
                                                        'CALENDARIO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDL.
       COPY 'FD-CALENDARIO.CPY'        REPLACING ==::== BY ==-FDL==.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77  WSS-PRIMEIRA-CHAMADA        PIC  X(001)         VALUE 'S'.
           88  PRIMEIRA-CHAMADA                            VALUE 'S'.
      *
       77  WSS-MUNICIPIO-ABERTO        PIC  X(001)         VALUE 'N'.
           88  MUNICIPIO-ABERTO                            VALUE 'S'.
      *
       77  WSS-CALEND-ABERTO           PIC  X(001)         VALUE 'N'.
           88  CALEND-ABERTO                               VALUE 'S'.
      *
      *  ---> Prazo usado quando a cidade nao tem cadastro ou prazo
       77  WSS-PRAZO-PADRAO            PIC  9(002)         VALUE 02.
      *
       01  WSS-AUXILIARES.
           03  FS-MUNICIPIO            PIC  X(002)         VALUE SPACES.
           03  FS-CALENDARIO           PIC  X(002)         VALUE SPACES.
           03  WSS-DIA-AMD             PIC  9(008)         VALUE ZEROS.
           03  WSS-DIA-INT             PIC  9(007)         VALUE ZEROS.
           03  WSS-DIA-SEMANA          PIC  9(001)         VALUE ZEROS.
           03  WSS-DIA-UTIL            PIC  X(001)         VALUE SPACES.
           03  WSS-DIA-ATENDIDO        PIC  X(001)         VALUE SPACES.
           03  WSS-FERIADO             PIC  X(001)         VALUE SPACES.
           03  WSS-QTD-UTEIS           PIC  9(002)         VALUE ZEROS.
           03  WSS-QTD-DESLOCA         PIC  9(003)         VALUE ZEROS.
           03  WSS-DIAS-ENTREGA.
               05  WSS-DIA-ENTREGA     PIC  X(001)
                                       OCCURS 7 TIMES.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
           COPY 'SUB-ENT.CPY'          REPLACING ==::== BY ==LKS==.
      *
      *================================================================*
       PROCEDURE                       DIVISION USING LKS-ENT-PARM.
      *================================================================*
       RT-PRINCIPAL                    SECTION.
      *----------------------------------------------------------------*
      *
           IF LKS-ENT-FUNCAO           EQUAL 'F'
              PERFORM RT-FECHAR        THRU RT-FECHARX
              GOBACK
           END-IF.
      *
           IF PRIMEIRA-CHAMADA
              PERFORM RT-ABRIR         THRU RT-ABRIRX
           END-IF.
      *
           PERFORM RT-CALCULAR         THRU RT-CALCULARX.
      *
           GOBACK.
      *
       RT-PRINCIPALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ABRIR                        SECTION.
      *  ---> MUNICIPIO e CALENDARIO sao opcionais: sem a tabela vale
      *       o prazo padrao, sem o calendario so fins de semana
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-PRIMEIRA-CHAMADA.
      *
           OPEN INPUT ARQ-MUNICIPIO.
           IF FS-MUNICIPIO             EQUAL '00'
              MOVE 'S'                 TO WSS-MUNICIPIO-ABERTO
           END-IF.
      *
           OPEN INPUT ARQ-CALENDARIO.
           IF FS-CALENDARIO            EQUAL '00'
              MOVE 'S'                 TO WSS-CALEND-ABERTO
           END-IF.
      *
       RT-ABRIRX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-FECHAR                       SECTION.
      *----------------------------------------------------------------*
      *
           IF MUNICIPIO-ABERTO
              CLOSE ARQ-MUNICIPIO
              MOVE 'N'                 TO WSS-MUNICIPIO-ABERTO
           END-IF.
      *
           IF CALEND-ABERTO
              CLOSE ARQ-CALENDARIO
              MOVE 'N'                 TO WSS-CALEND-ABERTO
           END-IF.
      *
           MOVE 'S'                    TO WSS-PRIMEIRA-CHAMADA.
      *
       RT-FECHARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CALCULAR                     SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO LKS-ENT-DT-ENTREGA
                                          LKS-ENT-PRAZO
                                          LKS-ENT-RETORNO.
      *
           IF LKS-ENT-DT-PEDIDO        NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (LKS-ENT-DT-PEDIDO)
                                       NOT EQUAL ZEROS
              MOVE 9                   TO LKS-ENT-RETORNO
              GO                       TO RT-CALCULARX
           END-IF.
      *
           PERFORM RT-LER-MUNICIPIO    THRU RT-LER-MUNICIPIOX.
      *
      *  ---> Soma o prazo em dias uteis a partir do dia seguinte
           MOVE LKS-ENT-DT-PEDIDO      TO WSS-DIA-AMD.
           MOVE ZEROS                  TO WSS-QTD-UTEIS
                                          WSS-QTD-DESLOCA.
      *
           PERFORM UNTIL WSS-QTD-UTEIS NOT LESS LKS-ENT-PRAZO
                      OR WSS-QTD-DESLOCA
                                       GREATER 120
              PERFORM RT-AVANCAR-DIA   THRU RT-AVANCAR-DIAX
              PERFORM RT-TESTAR-DIA    THRU RT-TESTAR-DIAX
              IF WSS-DIA-UTIL          EQUAL 'S'
                 ADD 1                 TO WSS-QTD-UTEIS
              END-IF
           END-PERFORM.
      *
      *  ---> Cidade com dias de entrega definidos: avanca ate o
      *       primeiro dia atendido que nao seja feriado
           IF WSS-DIAS-ENTREGA         NOT EQUAL SPACES
              MOVE ZEROS               TO WSS-QTD-DESLOCA
              PERFORM RT-TESTAR-DIA    THRU RT-TESTAR-DIAX
              PERFORM UNTIL WSS-DIA-ATENDIDO
                                       EQUAL 'S'
                         OR WSS-QTD-DESLOCA
                                       GREATER 30
                 PERFORM RT-AVANCAR-DIA
                                       THRU RT-AVANCAR-DIAX
                 PERFORM RT-TESTAR-DIA THRU RT-TESTAR-DIAX
              END-PERFORM
           END-IF.
      *
           MOVE WSS-DIA-AMD            TO LKS-ENT-DT-ENTREGA.
      *
       RT-CALCULARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-MUNICIPIO                SECTION.
      *  ---> Prazo e dias de entrega da cidade/UF do cliente
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-DIAS-ENTREGA.
           MOVE WSS-PRAZO-PADRAO       TO LKS-ENT-PRAZO.
           MOVE 1                      TO LKS-ENT-RETORNO.
      *
           IF NOT MUNICIPIO-ABERTO
              GO                       TO RT-LER-MUNICIPIOX
           END-IF.
      *
           MOVE LKS-ENT-CIDADE         TO MUN-CIDADE-FDM.
           MOVE LKS-ENT-UF             TO MUN-UF-FDM.
      *
           READ ARQ-MUNICIPIO          KEY IS MUN-CHAVE-FDM
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-MUNICIPIO             NOT EQUAL '00'
              GO                       TO RT-LER-MUNICIPIOX
           END-IF.
      *
           IF MUN-DIAS-ENTREGA-FDM     NOT EQUAL LOW-VALUES
              MOVE MUN-DIAS-ENTREGA-FDM
                                       TO WSS-DIAS-ENTREGA
           END-IF.
      *
           IF MUN-PRAZO-ENTREGA-FDM    NUMERIC
              AND MUN-PRAZO-ENTREGA-FDM
                                       GREATER ZEROS
              MOVE MUN-PRAZO-ENTREGA-FDM
                                       TO LKS-ENT-PRAZO
              MOVE ZEROS               TO LKS-ENT-RETORNO
           END-IF.
      *
       RT-LER-MUNICIPIOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVANCAR-DIA                  SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WSS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE (WSS-DIA-AMD) + 1.
           COMPUTE WSS-DIA-AMD =
                   FUNCTION DATE-OF-INTEGER (WSS-DIA-INT).
      *
           ADD 1                       TO WSS-QTD-DESLOCA.
      *
       RT-AVANCAR-DIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TESTAR-DIA                   SECTION.
      *  ---> Dia da semana pelo resto da divisao por 7 (1 = segunda
      *       ... 6 = sabado, 0 = domingo), feriados no CALENDARIO.
      *       Dia util: segunda a sexta sem feriado. Dia atendido:
      *       marcado 'S' na tabela da cidade e sem feriado
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WSS-DIA-UTIL.
           MOVE 'N'                    TO WSS-FERIADO
                                          WSS-DIA-ATENDIDO.
      *
           COMPUTE WSS-DIA-INT =
                   FUNCTION INTEGER-OF-DATE (WSS-DIA-AMD).
           COMPUTE WSS-DIA-SEMANA =
                   FUNCTION MOD (WSS-DIA-INT 7).
      *
           IF WSS-DIA-SEMANA           EQUAL 0
              MOVE 7                   TO WSS-DIA-SEMANA
           END-IF.
      *
           IF WSS-DIA-SEMANA           GREATER 5
              MOVE 'N'                 TO WSS-DIA-UTIL
           END-IF.
      *
           IF CALEND-ABERTO
              MOVE WSS-DIA-AMD         TO CAL-DATA-FDL
              READ ARQ-CALENDARIO      KEY IS CAL-DATA-FDL
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-CALENDARIO         EQUAL '00'
                 MOVE 'S'              TO WSS-FERIADO
                 MOVE 'N'              TO WSS-DIA-UTIL
              END-IF
           END-IF.
      *
           IF WSS-DIA-ENTREGA (WSS-DIA-SEMANA)
                                       EQUAL 'S'
              AND WSS-FERIADO          EQUAL 'N'
              MOVE 'S'                 TO WSS-DIA-ATENDIDO
           END-IF.
      *
       RT-TESTAR-DIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *                   F I M  D O  P R O G R A M A
      *----------------------------------------------------------------*
