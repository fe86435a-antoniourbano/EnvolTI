      *     *            E COERENCIA COM A UF DO CLIENTE); CONTATO     *
      *     *            INVALIDO E DESPREZADO COM LINHA NO RELATO.    *
      *     *----------------------------------------------------------*
      *     * VERSAO 07    -    Amarildo M Borges      -    15.10.2026 *
      *     *            REGISTRO DE FILIAL NAO PERMITIDA AO OPERADOR  *
      *     *            E DESPREZADO E RELATADO.                      *
      *     *----------------------------------------------------------*
      *     * VERSAO 08    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CODIGO NOVO QUE CONSTA DO ARQUIVO FRIO        *
      *     *            (ARQCLI) E DESPREZADO: O CODIGO CONTINUA      *
      *     *            RESERVADO AO CLIENTE ARQUIVADO.               *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *  ---> Controle da ultima importacao (painel de status)
           COPY 'SEL-ULTIMPORT.CPY'.
      *
      *  ---> Clientes do arquivo frio (PT000109): codigo reservado
           COPY 'SEL-ARQCLI.CPY'       REPLACING ==::== BY ==-FDX==.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       COPY 'FD-ULTIMPORT.CPY'         REPLACING ==::== BY ==-FDI==.
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
           88 CONTATOS-ABERTO          VALUE 'S'.
       77  WSS-CON-PROX-SEQ            PIC  9(003)         VALUE ZEROS.
       77  WSS-FIM-ARQ-CNT             PIC  X(001)         VALUE 'N'.
      *
      *  ---> Arquivo frio e opcional: sem ele nao ha codigo reservado
       77  FS-ARQCLI                   PIC  X(002)         VALUE SPACES.
       77  WSS-ARQCLI-ABERTO           PIC  X(001)         VALUE 'N'.
           88 ARQCLI-ABERTO            VALUE 'S'.
      *
       01  WSS-IMP-CONTATO.
           03  WSS-IC-TIPO             PIC  X(001).
           IF FS-MUNICIPIO             EQUAL '00'
              MOVE 'S'                 TO WSS-MUNICIPIO-ABERTO
           END-IF.
      *
      *  ---> Arquivo frio de clientes tambem e opcional
           OPEN INPUT ARQ-ARQCLI.
           IF FS-ARQCLI                EQUAL '00'
              MOVE 'S'                 TO WSS-ARQCLI-ABERTO
           END-IF.
      *
           OPEN OUTPUT ARQ-RELATO.
      *
      *
           IF WSS-ACHOU                EQUAL ZEROS
              MOVE REG-WSN             TO REG-WSC
      *  ---> Codigo novo levado ao arquivo frio continua reservado
              IF ARQCLI-ABERTO
                 MOVE WSS-CODIGO       TO ACL-CODIGO-FDX
                 READ ARQ-ARQCLI
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          ADD 1        TO WSS-REG-DESPREZADOS
                          MOVE 'CODIGO'
                                       TO WSS-REL-CAMPO
                          MOVE 'ARQUIVADO'
                                       TO WSS-REL-DESCRICAO
                          PERFORM RT-GRAVAR-RELATO
                                       THRU RT-GRAVAR-RELATOX
                          PERFORM RT-LER-IMPORT
                 END-READ
              END-IF
           ELSE
      *  ---> Codigo ja cadastrado: no modo atualizacao o registro
      *       existente (lido em REG-WSC) e guardado para o confronto
              END-IF
           END-IF.
      *
      *  ---> Filial do registro (e, na atualizacao, a filial ja
      *       cadastrada) deve estar entre as permitidas ao operador
           MOVE FILIAL-WSC             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF FILIAL-PERMITIDA
              AND REGISTRO-ATUALIZACAO
              MOVE FILIAL-WSO          TO WSS-FIL-TESTE
              PERFORM RT-CONFERIR-FILIAL
                                       THRU RT-CONFERIR-FILIALX
           END-IF.
      *
           IF NOT FILIAL-PERMITIDA
              ADD 1                    TO WSS-REG-DESPREZADOS
              MOVE 'FILIAL'            TO WSS-REL-CAMPO
              MOVE 'NAO PERMITIDA AO OPERADOR'
                                       TO WSS-REL-DESCRICAO
              PERFORM RT-GRAVAR-RELATO THRU RT-GRAVAR-RELATOX
              PERFORM RT-LER-IMPORT
           END-IF.
      *
      *  ---> Registra o codigo/CNPJ na tabela do lote, para detectar
      *       duplicidade nos proximos registros deste mesmo arquivo.
           ADD 1                       TO WSS-QTD-LOTE.
              CLOSE ARQ-MUNICIPIO
              MOVE 'N'                 TO WSS-MUNICIPIO-ABERTO
           END-IF.
      *
           IF ARQCLI-ABERTO
              CLOSE ARQ-ARQCLI
              MOVE 'N'                 TO WSS-ARQCLI-ABERTO
           END-IF.
      *
           IF MODO-ESTAGIO
              CLOSE ARQ-ESTAGIO
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
