      *     *            RSOCIAL COMO NOME, PONTO DECIMAL), PARA O     *
      *     *            VENDEDOR CARREGAR NO NAVEGADOR DO CELULAR.    *
      *     *----------------------------------------------------------*
      *     * VERSAO 11    -    Amarildo M Borges      -    15.10.2026 *
      *     *            VENDEDOR AUSENTE COM SUBSTITUTO (AUSENCIA):   *
      *     *            SEUS CLIENTES SAEM NA ROTA DO SUBSTITUTO, COM *
      *     *            A NOVA COLUNA TITULAR NO CSV DA ROTA. A       *
      *     *            DISTRIBUICAO E O ARQUIVO DO ERP NAO MUDAM.    *
      *     *----------------------------------------------------------*
      *     * VERSAO 12    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA CORRENTE.                       *
      *     *----------------------------------------------------------*
      *     * VERSAO 13    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CLIENTE COM ENDERECO DE ENTREGA ATIVO MARCADO *
      *     *            COMO PONTO DE VISITA (ENDENTREGA, PT000112) E *
      *     *            COM COORDENADAS ENTRA NA ROTA COM AS DELE, NO *
      *     *            LUGAR DAS DO CADASTRO.                        *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *  ---> Contatos do cliente (primeiro contato sai na rota)
           COPY 'SEL-CONTATOS.CPY'     REPLACING ==::== BY ==-FDN==.
      *
      *  ---> Enderecos de entrega (ponto de visita do vendedor)
           COPY 'SEL-ENDENTREGA.CPY'   REPLACING ==::== BY ==-FDE==.
      *
      *  ---> Parametros do plano diario das rotas (minutos por
      *       visita, jornada e velocidade media)
           COPY 'SEL-PARAMETROS.CPY'.
           03  NOME-SRTV               PIC  X(040).
           03  DISTANCIA-SRTV          PIC  9(009)V9(002).
           03  CVENDEDOR2-SRTV         PIC  9(007).
           03  TITULAR-SRTV            PIC  9(007).
      *
       FD  REL-ROTA.
       01  REG-ROTA                    PIC X(132).
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDN.
       COPY 'FD-CONTATOS.CPY'          REPLACING ==::== BY ==-FDN==.
      *
       FD  ARQ-ENDENTREGA              VALUE OF FILE-ID IS 'ENDENTREGA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDE.
       COPY 'FD-ENDENTREGA.CPY'        REPLACING ==::== BY ==-FDE==.
      *
       COPY 'FD-PARAMETROS.CPY'.
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(032)         VALUE
           'III  WORKING STORAGE SECTION III'.
      *
      *  ---> Versao do PARAMDIST em vigor na data de processamento
       77  WSS-PVG-DATA                PIC  9(008)         VALUE ZEROS.
       77  WSS-PVG-LIDOS               PIC  9(004)         VALUE ZEROS.
       77  WSS-PVG-VIGENTE             PIC  9(004)         VALUE ZEROS.
      *
       77  WSS-FIM-ARQ                 PIC  X(001)         VALUE 'N'.
      *
           03  FS-CONTATOS             PIC  X(002)         VALUE SPACES.
           03  WSS-CONTATOS-ABERTO     PIC  X(001)         VALUE 'N'.
               88  CONTATOS-ABERTO     VALUE 'S'.
           03  FS-ENDENTREGA           PIC  X(002)         VALUE SPACES.
           03  WSS-ENDENTREGA-ABERTO   PIC  X(001)         VALUE 'N'.
               88  ENDENTREGA-ABERTO   VALUE 'S'.
           03  WSS-FIM-ARQ-ETG         PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    AREA NOME DO ARQUIVO CSV COM DATA DO SISTEMA
               05  WSS-ROTA-RESERVA    PIC  9(007).
               05  WSS-ROTA-CONTATO    PIC  X(030).
               05  WSS-ROTA-DIAVIS     PIC  9(001).
               05  WSS-ROTA-TITULAR    PIC  9(007).
      *
       77  WSS-IDX-ROTA                PIC  9(005) COMP-3  VALUE ZEROS.
       77  WSS-IDX-PERNA               PIC  9(005) COMP-3  VALUE ZEROS.
                                                        'KM ACUMULADO;'.
           03  FILLER                  PIC  X(008)         VALUE
                                                        'RESERVA;'.
           03  FILLER                  PIC  X(008)         VALUE
                                                        'CONTATO;'.
           03  FILLER                  PIC  X(007)         VALUE
                                                        'TITULAR'.
      *
      *  ---> DETALHE DA ROTA
       01  DET-ROTA-CSV.
           03  RESERVA-RTA             PIC  9(007)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CONTATO-RTA             PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TITULAR-RTA             PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA LAY-OUT PARA ARQUIVO INTERFACE (ERP) - LARGURA FIXA
      *
           COPY 'SUB-DIST.CPY'         REPLACING ==::== BY ==WSS==.
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
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS            EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS         EQUAL '00'
                 MOVE PARM-MIN-VISITA  TO WSS-PLN-MIN-VISITA
                 MOVE PARM-JORNADA-MIN TO WSS-PLN-JORNADA
           IF FS-CONTATOS              EQUAL '00'
              MOVE 'S'                 TO WSS-CONTATOS-ABERTO
           END-IF.
      *
      *  ---> Enderecos de entrega tambem (ausente = cadastro)
           OPEN INPUT ARQ-ENDENTREGA.
           IF FS-ENDENTREGA            EQUAL '00'
              MOVE 'S'                 TO WSS-ENDENTREGA-ABERTO
           END-IF.
      *
           IF FS-DISTRIBUIR            EQUAL ZEROS
              PERFORM RT-SORT-DISTRIBUIR-VND
                 CLOSE ARQ-CONTATOS
                 MOVE 'N'              TO WSS-CONTATOS-ABERTO
              END-IF
              IF ENDENTREGA-ABERTO
                 CLOSE ARQ-ENDENTREGA
                 MOVE 'N'              TO WSS-ENDENTREGA-ABERTO
              END-IF
           ELSE
              MOVE '09'                TO LKS-RETORNO
              MOVE 'Erro ao abrir DISTRIBUIR p/ rotas de vendedor'
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-FIM-ARQ-VND.
      *
      *  ---> Data de geracao, para apurar as ausencias vigentes
           MOVE WSS-DATA-SIS-ANO       TO WSS-GER-AMD(1:4).
           MOVE WSS-DATA-SIS-MES       TO WSS-GER-AMD(5:2).
           MOVE WSS-DATA-SIS-DIA       TO WSS-GER-AMD(7:2).
      *
           PERFORM RT-LER-DISTRIBUIR-VND
                                       THRU RT-LER-DISTRIBUIR-VNDX.
           MOVE NOME-WSD               TO NOME-SRTV.
           MOVE DISTANCIA-WSD          TO DISTANCIA-SRTV.
           MOVE CVENDEDOR2-WSD         TO CVENDEDOR2-SRTV.
           MOVE ZEROS                  TO TITULAR-SRTV.
      *
      *  ---> Vendedor ausente com substituto: a carteira continua
      *       dele, mas a rota sai para o substituto
           IF CVENDEDOR-WSD            GREATER ZEROS
              MOVE 'C'                 TO WSN-SBT-FUNCAO
              MOVE CVENDEDOR-WSD       TO WSN-SBT-CVENDEDOR
              MOVE WSS-GER-AMD         TO WSN-SBT-DATA
              CALL WPT00908            USING WSN-SBT-PARM
              IF WSN-SBT-RETORNO       EQUAL 1
                 MOVE WSN-SBT-EFETIVO  TO CVENDEDOR-SRTV
                 MOVE CVENDEDOR-WSD    TO TITULAR-SRTV
              END-IF
           END-IF.
      *
           RELEASE REG-SRTV.
      *
                                          (WSS-QTD-ROTA)
              MOVE LATITUDE-FDC        TO WSS-ROTA-LAT (WSS-QTD-ROTA)
              MOVE LONGITUDE-FDC       TO WSS-ROTA-LON (WSS-QTD-ROTA)
              IF ENDENTREGA-ABERTO
                 PERFORM RT-PONTO-VISITA
                                       THRU RT-PONTO-VISITAX
              END-IF
              MOVE DIA-VISITA-FDC      TO WSS-ROTA-DIAVIS
                                          (WSS-QTD-ROTA)
              MOVE TITULAR-SRTV        TO WSS-ROTA-TITULAR
                                          (WSS-QTD-ROTA)
      *
      *  ---> Primeiro contato cadastrado do cliente, quando houver
              MOVE SPACES              TO WSS-ROTA-CONTATO
       RT-TRATAR-ROTAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-PONTO-VISITA                 SECTION.
      *  ---> Endereco de entrega ativo marcado como ponto de visita
      *       do cliente, com coordenadas, substitui as do cadastro
      *       na entrada corrente da tabela da rota
      *----------------------------------------------------------------*
      *
           MOVE CCLIENTE-SRTV          TO ETG-CCLIENTE-FDE.
           MOVE ZEROS                  TO ETG-SEQ-FDE.
           MOVE 'N'                    TO WSS-FIM-ARQ-ETG.
      *
           START ARQ-ENDENTREGA        KEY IS NOT LESS ETG-CHAVE-FDE
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
                   IF ETG-CCLIENTE-FDE NOT EQUAL CCLIENTE-SRTV
                      MOVE 'S'         TO WSS-FIM-ARQ-ETG
                   ELSE
                      IF ETG-ATIVO-FDE
                         AND ETG-PONTO-VISITA-FDE
                         AND (ETG-LATITUDE-FDE
                                       NOT EQUAL ZEROS
                          OR ETG-LONGITUDE-FDE
                                       NOT EQUAL ZEROS)
                         MOVE ETG-LATITUDE-FDE
                                       TO WSS-ROTA-LAT (WSS-QTD-ROTA)
                         MOVE ETG-LONGITUDE-FDE
                                       TO WSS-ROTA-LON (WSS-QTD-ROTA)
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
       RT-ABRIR-ROTA                   SECTION.
      *  ---> Monta o nome e abre o arquivo de rota do vendedor
                                       TO RESERVA-RTA.
           MOVE WSS-ROTA-CONTATO (WSS-IDX-MENOR)
                                       TO CONTATO-RTA.
           MOVE WSS-ROTA-TITULAR (WSS-IDX-MENOR)
                                       TO TITULAR-RTA.
      *
           WRITE REG-ROTA              FROM DET-ROTA-CSV AFTER 1 LINE.
      *
       RT-FINALIZAR                    SECTION.
      *  ---> Finaliza programa
      *----------------------------------------------------------------*
      *
           MOVE 'F'                    TO WSN-SBT-FUNCAO.
           CALL WPT00908               USING WSN-SBT-PARM.
      *
           GOBACK.
      *
           EXIT.
      *
      *----------------------------------------------------------------*
      *    A PARTIR DO ARQUIVO ABERTO, POSICIONA NA VERSAO DO PARAMDIST
      *    EM VIGOR NA DATA CORRENTE: A ULTIMA LINHA COM VIGENCIA ATE
      *    A DATA (LINHA SEM VIGENCIA VALE DESDE SEMPRE).
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
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WSS-PVG-DATA.
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
