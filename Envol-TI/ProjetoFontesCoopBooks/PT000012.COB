      *     *            INDEXADO DO ZERO RECARREGANDO DO BACKUP, E    *
      *     *            IMPRIME A CONCILIACAO LIDOS X REGRAVADOS.     *
      *     *            USADO APOS QUEDAS COM FILE STATUS 98.         *
      *     *            VISITAS TAMBEM E VERIFICADO PELA CHAVE        *
      *     *            VENDEDOR + DATA E, NA PRIMEIRA EXECUCAO,      *
      *     *            CONVERTIDO DO LAYOUT ANTIGO (SO CHAVE DE      *
      *     *            VENDEDOR).                                    *
      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    22.08.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            VISITAS RECONSTRUIDO COM CONFERENCIA DA CHAVE *
      *     *            VENDEDOR + DATA E CONVERSAO DO LAYOUT ANTIGO. *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CONVERSAO DO VISITAS ANTIGO LE O REGISTRO DE  *
      *     *            64 POSICOES E ZERA OS DADOS DE PRESENCA.      *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           COPY 'SEL-VENDEDOR.CPY'     REPLACING ==::== BY ==-FDV==.
      *
           COPY 'SEL-DISTRIBUIR.CPY'   REPLACING ==::== BY ==-FDD==.
      *
           COPY 'SEL-VISITAS.CPY'      REPLACING ==::== BY ==-FDT==.
      *
      *  ---> VISITAS no layout anterior (registro de 64 posicoes,
      *       sem os dados de presenca, e chave alternativa so de
      *       vendedor), lido uma unica vez na conversao
           SELECT  ARQ-VISANT          ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS VIS-CHAVE-FDO
                   ALTERNATE RECORD KEY IS VIS-CVENDEDOR-FDO
                                                       WITH DUPLICATES
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-VISANT.
      *
      *  ---> Backups sequenciais de descarga (um por arquivo)
           SELECT  BKP-CLIENTES        ASSIGN TO 'CLIENTES.BKP'
           SELECT  BKP-DISTRIBUIR      ASSIGN TO 'DISTRIB.BKP'
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-BKP-DIS.
      *
           SELECT  BKP-VISITAS         ASSIGN TO 'VISITAS.BKP'
                   ORGANIZATION        IS LINE SEQUENTIAL
                   FILE STATUS         IS FS-BKP-VIS.
      *
      *  ---> Relatorio de conciliacao da reconstrucao
           SELECT  REL-REBUILD         ASSIGN TO WSS-ARQ-REBUILD
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDD.
       COPY 'FD-DISTRIBUIR.CPY'        REPLACING ==::== BY ==-FDD==.
      *
       FD  ARQ-VISITAS                 VALUE OF FILE-ID IS 'VISITAS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDT.
       COPY 'FD-VISITAS.CPY'           REPLACING ==::== BY ==-FDT==.
      *
       FD  ARQ-VISANT                  VALUE OF FILE-ID IS 'VISITAS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       01  REG-FDO.
           03  VIS-CHAVE-FDO.
               05  VIS-CCLIENTE-FDO    PIC  9(007).
               05  VIS-DATA-FDO        PIC  9(008).
           03  VIS-CVENDEDOR-FDO       PIC  9(007).
           03  VIS-RESULTADO-FDO       PIC  X(002).
           03  VIS-OBS-FDO             PIC  X(040).
      *
       FD  BKP-CLIENTES
           LABEL RECORD                IS STANDARD
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-DISTRIBUIR.CPY'        REPLACING ==::== BY ==-BKD==.
      *
       FD  BKP-VISITAS
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-VISITAS.CPY'           REPLACING ==::== BY ==-BKT==.
      *
       FD  REL-REBUILD.
       01  REG-REBUILD                 PIC  X(080).
      *
       77  WSS-FIM-ARQ                 PIC  X(001)         VALUE 'N'.
      *
      *  ---> VISITAS: conversao do layout antigo e conferencia da
      *       chave vendedor + data
       77  WSS-CONVERSAO               PIC  X(001)         VALUE 'N'.
           88  VISITAS-CONVERTIDO                          VALUE 'S'.
       77  WSS-CHAVE-ORDEM             PIC  X(001)         VALUE 'S'.
           88  CHAVE-EM-ORDEM                              VALUE 'S'.
       77  WSS-QTD-PELA-CHAVE          PIC  9(007)         VALUE ZEROS.
       77  WSS-VEND-DATA-ANT           PIC  9(015)         VALUE ZEROS.
       77  WSS-VEND-DATA-ATU           PIC  9(015)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
           03  FS-BKP-CLI              PIC  X(002)         VALUE SPACES.
           03  FS-BKP-VEN              PIC  X(002)         VALUE SPACES.
           03  FS-BKP-DIS              PIC  X(002)         VALUE SPACES.
           03  FS-VISITAS              PIC  X(002)         VALUE SPACES.
           03  FS-VISANT               PIC  X(002)         VALUE SPACES.
           03  FS-BKP-VIS              PIC  X(002)         VALUE SPACES.
           03  FS-REBUILD              PIC  X(002)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
           PERFORM RT-REBUILD-CLIENTES THRU RT-REBUILD-CLIENTESX.
           PERFORM RT-REBUILD-VENDEDOR THRU RT-REBUILD-VENDEDORX.
           PERFORM RT-REBUILD-DISTRIB  THRU RT-REBUILD-DISTRIBX.
           PERFORM RT-REBUILD-VISITAS  THRU RT-REBUILD-VISITASX.
      *
           PERFORM RT-FINALIZAR        THRU RT-FINALIZARX.
      *
       RT-REBUILD-DISTRIBX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RECONSTRUCAO DO ARQUIVO VISITAS. ARQUIVO AINDA NO LAYOUT
      *    ANTIGO (FILE STATUS 39) E DESCARREGADO PELA DECLARACAO
      *    ANTERIOR E RECRIADO COM A CHAVE VENDEDOR + DATA; OS DADOS
      *    DE PRESENCA NASCEM ZERADOS (VISITA SEM GPS)
      *----------------------------------------------------------------*
       RT-REBUILD-VISITAS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-LIDOS
                                          WSS-QTD-GRAVADOS
                                          WSS-HASH-LIDO
                                          WSS-HASH-GRAVADO
                                          WSS-QTD-PELA-CHAVE.
           MOVE 'N'                    TO WSS-CONVERSAO.
      *
           MOVE 'VISITAS'              TO RBD-NOME-ARQ.
      *
           OPEN INPUT ARQ-VISITAS.
      *
           IF FS-VISITAS               EQUAL '39'
              OPEN INPUT ARQ-VISANT
              IF FS-VISANT             EQUAL '00'
                 MOVE 'S'              TO WSS-CONVERSAO
              END-IF
           END-IF.
      *
           IF FS-VISITAS               NOT EQUAL '00'
              AND NOT VISITAS-CONVERTIDO
              MOVE 'SEM ACESSO AO ARQUIVO ORIGINAL'
                                       TO RBD-RESULTADO
              PERFORM RT-GRAVAR-CONCILIACAO
                                       THRU RT-GRAVAR-CONCILIACAOX
              GO                       TO RT-REBUILD-VISITASX
           END-IF.
      *
           OPEN OUTPUT BKP-VISITAS.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ.
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              IF VISITAS-CONVERTIDO
                 READ ARQ-VISANT       NEXT
                   AT END
                      MOVE 'S'         TO WSS-FIM-ARQ
                   NOT AT END
                      INITIALIZE REG-FDT
                      MOVE VIS-CCLIENTE-FDO
                                       TO VIS-CCLIENTE-FDT
                      MOVE VIS-DATA-FDO
                                       TO VIS-DATA-FDT
                      MOVE VIS-CVENDEDOR-FDO
                                       TO VIS-CVENDEDOR-FDT
                      MOVE VIS-RESULTADO-FDO
                                       TO VIS-RESULTADO-FDT
                      MOVE VIS-OBS-FDO TO VIS-OBS-FDT
                 END-READ
              ELSE
                 READ ARQ-VISITAS      NEXT
                   AT END
                      MOVE 'S'         TO WSS-FIM-ARQ
                 END-READ
              END-IF
              IF WSS-FIM-ARQ           NOT EQUAL 'S'
                 ADD 1                 TO WSS-QTD-LIDOS
                 ADD VIS-CCLIENTE-FDT  TO WSS-HASH-LIDO
                 WRITE REG-BKT         FROM REG-FDT
              END-IF
           END-PERFORM.
      *
           IF VISITAS-CONVERTIDO
              CLOSE ARQ-VISANT
           ELSE
              CLOSE ARQ-VISITAS
           END-IF.
           CLOSE BKP-VISITAS.
      *
      *  ---> Recriacao ja com a chave vendedor + data
           OPEN OUTPUT ARQ-VISITAS.
           OPEN INPUT  BKP-VISITAS.
      *
           MOVE 'N'                    TO WSS-FIM-ARQ.
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              READ BKP-VISITAS
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   WRITE REG-FDT       FROM REG-BKT
                   IF FS-VISITAS       EQUAL '00'
                      ADD 1            TO WSS-QTD-GRAVADOS
                      ADD VIS-CCLIENTE-BKT
                                       TO WSS-HASH-GRAVADO
                   END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-VISITAS
                 BKP-VISITAS.
      *
      *  ---> Conferencia: todo registro alcancado pela chave
      *       vendedor + data, em ordem crescente
           PERFORM RT-CONFERIR-CHAVE-VIS
                                       THRU RT-CONFERIR-CHAVE-VISX.
      *
           IF WSS-QTD-LIDOS            EQUAL WSS-QTD-GRAVADOS
              AND WSS-HASH-LIDO        EQUAL WSS-HASH-GRAVADO
              AND WSS-QTD-PELA-CHAVE   EQUAL WSS-QTD-GRAVADOS
              AND CHAVE-EM-ORDEM
              IF VISITAS-CONVERTIDO
                 MOVE 'OK - CONVERTIDO VENDEDOR+DATA'
                                       TO RBD-RESULTADO
              ELSE
                 MOVE 'OK - ARQUIVO RECONSTRUIDO'
                                       TO RBD-RESULTADO
              END-IF
           ELSE
              MOVE 'DIVERGENTE - CONFERIR BACKUP'
                                       TO RBD-RESULTADO
              MOVE '09'                TO LKS-RETORNO
           END-IF.
      *
           PERFORM RT-GRAVAR-CONCILIACAO
                                       THRU RT-GRAVAR-CONCILIACAOX.
      *
       RT-REBUILD-VISITASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONFERIR-CHAVE-VIS           SECTION.
      *  ---> Le o VISITAS recriado pela chave vendedor + data,
      *       contando os registros e conferindo a ordem da chave
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-PELA-CHAVE
                                          WSS-VEND-DATA-ANT.
           MOVE 'S'                    TO WSS-CHAVE-ORDEM.
      *
           OPEN INPUT ARQ-VISITAS.
      *
           IF FS-VISITAS               NOT EQUAL '00'
              MOVE 'N'                 TO WSS-CHAVE-ORDEM
              GO                       TO RT-CONFERIR-CHAVE-VISX
           END-IF.
      *
           MOVE ZEROS                  TO VIS-CVENDEDOR-FDT
                                          VIS-DATA-FDT.
           MOVE 'N'                    TO WSS-FIM-ARQ.
      *
           START ARQ-VISITAS           KEY IS NOT LESS
                                               VIS-VEND-DATA-FDT
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ   EQUAL 'S' OR 's'
              READ ARQ-VISITAS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ
                NOT AT END
                   ADD 1               TO WSS-QTD-PELA-CHAVE
                   COMPUTE WSS-VEND-DATA-ATU =
                           VIS-CVENDEDOR-FDT * 100000000
                         + VIS-DATA-FDT
                   IF WSS-VEND-DATA-ATU
                                       LESS WSS-VEND-DATA-ANT
                      MOVE 'N'         TO WSS-CHAVE-ORDEM
                   END-IF
                   MOVE WSS-VEND-DATA-ATU
                                       TO WSS-VEND-DATA-ANT
              END-READ
           END-PERFORM.
      *
           CLOSE ARQ-VISITAS.
      *
       RT-CONFERIR-CHAVE-VISX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-CONCILIACAO           SECTION.
      *  ---> Grava o bloco de conciliacao do arquivo corrente
                                       TO RBD-DESCR.
           MOVE WSS-HASH-GRAVADO       TO RBD-VALOR.
           WRITE REG-REBUILD           FROM RBD-LINHA.
      *
           IF RBD-NOME-ARQ             EQUAL 'VISITAS'
              MOVE 'Registros lidos pela chave vend+data...:'
                                       TO RBD-DESCR
              MOVE WSS-QTD-PELA-CHAVE  TO RBD-VALOR
              WRITE REG-REBUILD        FROM RBD-LINHA
           END-IF.
      *
           WRITE REG-REBUILD           FROM RBD-STATUS.
      *
