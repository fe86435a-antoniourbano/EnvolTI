      *     *            DA TABELA E COERENCIA COM A UF); REGISTRO     *
      *     *            INVALIDO E DESPREZADO COM LINHA NO RELATO.    *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            IMAGEM DO VENDEDOR NO ESTAGVEN PASSA A 300    *
      *     *            POSICOES (O LAYOUT CRESCEU ALEM DAS 250 E     *
      *     *            TRUNCAVA UF, EMPRESA, EQUIPE E CANAL).        *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            REGISTRO DE FILIAL NAO PERMITIDA AO OPERADOR  *
      *     *            E DESPREZADO E RELATADO.                      *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *       do layout)
       01  REG-ESTAGIO.
           03  EST-ACAO                PIC  X(001).
           03  EST-DADOS               PIC  X(300).
      *
       FD  ARQ-MUNICIPIO               VALUE OF FILE-ID IS
                                                        'MUNICIPIO'
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
       77  FS-ULTIMPORT                PIC  X(002)         VALUE SPACES.
      *
              PERFORM RT-LER-IMPORT
           END-IF.
      *
      *  ---> Filial do registro (e, na atualizacao, a filial ja
      *       cadastrada) deve estar entre as permitidas ao operador
           MOVE FILIAL-WSV             TO WSS-FIL-TESTE.
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
      *  ---> Registra o codigo/CPF na tabela do lote, para detectar
      *       duplicidade nos proximos registros deste mesmo arquivo.
           ADD 1                       TO WSS-QTD-LOTE.
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
