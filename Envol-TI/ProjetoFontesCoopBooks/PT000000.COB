      *     *            SEM CIENCIA DO OPERADOR APARECEM LOGO APOS O  *
      *     *            LOGIN, COM CIENCIA GRAVADA POR OPERADOR.      *
      *     *----------------------------------------------------------*
      *     * VERSAO 10    -    Amarildo M Borges      -    15.10.2026 *
      *     *            TABELAS DE PRECO POR FILIAL E SEGMENTO        *
      *     *            (PT000083) NO SUBMENU COMERCIAL, OPCAO 11.    *
      *     *----------------------------------------------------------*
      *     * VERSAO 11    -    Amarildo M Borges      -    15.10.2026 *
      *     *            APROVACAO COMERCIAL DE PEDIDOS ABAIXO DO PISO *
      *     *            DE DESCONTO (PT000084), OPCAO 12.             *
      *     *----------------------------------------------------------*
      *     * VERSAO 12    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CARGA DOS TITULOS EM ABERTO DO ERP COM AGING  *
      *     *            (PT000085) NO SUBMENU EXECUTAR, OPCAO 12.     *
      *     *----------------------------------------------------------*
      *     * VERSAO 13    -    Amarildo M Borges      -    15.10.2026 *
      *     *            RELATORIO DE EXPOSICAO DE CREDITO ACIMA DE    *
      *     *            80% DO LIMITE (PT000086), COMERCIAL OPCAO 13. *
      *     *----------------------------------------------------------*
      *     * VERSAO 14    -    Amarildo M Borges      -    15.10.2026 *
      *     *            DEVOLUCOES DE MERCADORIA CONTRA A NOTA FISCAL *
      *     *            FATURADA (PT000087), COMERCIAL OPCAO 14.      *
      *     *----------------------------------------------------------*
      *     * VERSAO 15    -    Amarildo M Borges      -    15.10.2026 *
      *     *            RETENCOES SOBRE COMISSAO E EXTRATO DE         *
      *     *            PAGAMENTO DE COMISSOES (PT000088), COMERCIAL  *
      *     *            OPCAO 15.                                     *
      *     *----------------------------------------------------------*
      *     * VERSAO 16    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CAMPANHAS DE VENDA E PROMOCOES COM RELATORIO  *
      *     *            DE RESULTADOS (PT000089), COMERCIAL OPCAO 16. *
      *     *----------------------------------------------------------*
      *     * VERSAO 17    -    Amarildo M Borges      -    15.10.2026 *
      *     *            ORCAMENTOS DE VENDA COM CONVERSAO EM PEDIDO   *
      *     *            (PT000090), COMERCIAL OPCAO 17.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 18    -    Amarildo M Borges      -    15.10.2026 *
      *     *            SUGESTAO DE PEDIDO DE REPOSICAO POR CLIENTE   *
      *     *            (PT000091), COMERCIAL OPCAO 18.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 19    -    Amarildo M Borges      -    15.10.2026 *
      *     *            LACUNAS DE VENDA CRUZADA POR SEGMENTO         *
      *     *            (PT000092), COMERCIAL OPCAO 19.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 20    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CAMPANHA DE REATIVACAO DE CLIENTES            *
      *     *            ADORMECIDOS (PT000093), COMERCIAL OPCAO 20.   *
      *     *----------------------------------------------------------*
      *     * VERSAO 21    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CUSTO DE ATENDIMENTO POR CLIENTE (PT000094),  *
      *     *            COMERCIAL OPCAO 21.                           *
      *     *----------------------------------------------------------*
      *     * VERSAO 22    -    Amarildo M Borges      -    15.10.2026 *
      *     *            POTENCIAL DE MERCADO E PENETRACAO POR         *
      *     *            MUNICIPIO (PT000095), CADASTROS OPCAO 17.     *
      *     *----------------------------------------------------------*
      *     * VERSAO 23    -    Amarildo M Borges      -    15.10.2026 *
      *     *            EQUIPAMENTOS EM COMODATO (PT000096),          *
      *     *            CADASTROS OPCAO 18.                           *
      *     *----------------------------------------------------------*
      *     * VERSAO 24    -    Amarildo M Borges      -    15.10.2026 *
      *     *            DOCUMENTOS E LICENCAS DE CLIENTES             *
      *     *            (PT000097), CADASTROS OPCAO 19.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 25    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CADASTROS: OPCAO 20 - FECHAMENTOS DE CLIENTE  *
      *     *            (PT000098).                                   *
      *     *----------------------------------------------------------*
      *     * VERSAO 26    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PESQUISA DE PRECO DA CONCORRENCIA (PT000099), *
      *     *            COMERCIAL OPCAO 22.                           *
      *     *----------------------------------------------------------*
      *     * VERSAO 27    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CADASTROS: OPCAO 21 - EQUIPES DE VENDAS       *
      *     *            (PT000100).                                   *
      *     *----------------------------------------------------------*
      *     * VERSAO 28    -    Amarildo M Borges      -    15.10.2026 *
      *     *            TELEVENDAS (PT000101), COMERCIAL OPCAO 23.    *
      *     *----------------------------------------------------------*
      *     * VERSAO 29    -    Amarildo M Borges      -    15.10.2026 *
      *     *            APROVACAO DE DESPESAS DE VISITA E REEMBOLSO   *
      *     *            (PT000102), COMERCIAL OPCAO 24.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 30    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CADASTROS: OPCAO 22 - CONSENTIMENTO LGPD DOS  *
      *     *            CONTATOS DO CLIENTE (PT000103)                *
      *     *----------------------------------------------------------*
      *     * VERSAO 31    -    Amarildo M Borges      -    15.10.2026 *
      *     *            FILIAIS PERMITIDAS DO OPERADOR CARREGADAS NO  *
      *     *            LOGIN NA AREA COMUM; PARTICAO DA DISTRIBUICAO *
      *     *            RESTRITA A ELAS (RECUSA AUDITADA).            *
      *     *----------------------------------------------------------*
      *     * VERSAO 32    -    Amarildo M Borges      -    15.10.2026 *
      *     *            MATRIZ DE PERMISSOES POR PROGRAMA (PERMISSAO  *
      *     *            VIA PRV00910) CONFERIDA ANTES DE CADA CHAMADA;*
      *     *            OPCOES SEM PERMISSAO OCULTAS NOS MENUS.       *
      *     *            UTILITARIOS: 20 - PERMISSOES (PT000104) E     *
      *     *            21 - REVISAO DE ACESSOS (PT000105).           *
      *     *----------------------------------------------------------*
      *     * VERSAO 33    -    Amarildo M Borges      -    15.10.2026 *
      *     *            TAREFAS DE ACOMPANHAMENTO DO CLIENTE          *
      *     *            (PT000106), COMERCIAL OPCAO 25.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 34    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA DE PROCESSAMENTO.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 35    -    Amarildo M Borges      -    15.10.2026 *
      *     *            UTILITARIOS: 22 - ALTERACAO EM MASSA DE       *
      *     *            ATRIBUTOS DOS CLIENTES (PT000107).            *
      *     *----------------------------------------------------------*
      *     * VERSAO 36    -    Amarildo M Borges      -    15.10.2026 *
      *     *            RELATORIOS: 17 - EXTRATOS AD-HOC              *
      *     *            (PT000108).                                   *
      *     *----------------------------------------------------------*
      *     * VERSAO 37    -    Amarildo M Borges      -    15.10.2026 *
      *     *            UTILITARIOS: 23 - ARQUIVO FRIO DE CLIENTES    *
      *     *            INATIVOS (PT000109).                          *
      *     *----------------------------------------------------------*
      *     * VERSAO 38    -    Amarildo M Borges      -    15.10.2026 *
      *     *            EXECUTAR: 13 - CONCILIACAO DO CADASTRO DE     *
      *     *            CLIENTES COM O ERP (PT000110).                *
      *     *----------------------------------------------------------*
      *     * VERSAO 39    -    Amarildo M Borges      -    15.10.2026 *
      *     *            RELATORIOS: 18 - PAINEL EXECUTIVO ANO A ANO   *
      *     *            DOS MESES FECHADOS (PT000111).                *
      *     *----------------------------------------------------------*
      *     * VERSAO 40    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CADASTROS: 23 - ENDERECOS DE ENTREGA DOS      *
      *     *            CLIENTES (PT000112).                          *
      *     *----------------------------------------------------------*
      *     * VERSAO 41    -    Amarildo M Borges      -    15.10.2026 *
      *     *            COMERCIAL: 26 - CONTRATOS DE FORNECIMENTO     *
      *     *            (PT000113).                                   *
      *     *----------------------------------------------------------*
      *     * VERSAO 42    -    Amarildo M Borges      -    15.10.2026 *
      *     *            CADASTROS: 24 - FROTA DE VEICULOS, LEITURA    *
      *     *            DO HODOMETRO E CUSTO PROJETADO DA ROTA        *
      *     *            (PT000114).                                   *
      *     *----------------------------------------------------------*
      *     * VERSAO 43    -    Amarildo M Borges      -    15.10.2026 *
      *     *            MENU COMERCIAL OPCAO 27 - MATERIAL            *
      *     *            PROMOCIONAL E AMOSTRAS (PT000115).            *
      *     *----------------------------------------------------------*
      *     * VERSAO 44    -    Amarildo M Borges      -    15.10.2026 *
      *     *            MENU OPERACAO OPCAO 13 - DURACAO DE JOBS,     *
      *     *            MONITOR DE ATRASO E TENDENCIA (PT000116).     *
      *     *----------------------------------------------------------*
      *     * VERSAO 45    -    Amarildo M Borges      -    15.10.2026 *
      *     *            MENU OPERACAO OPCAO 14 - AMOSTRA MENSAL DA    *
      *     *            PESQUISA DE SATISFACAO (PT000117).            *
      *     *----------------------------------------------------------*
      *     * VERSAO 46    -    Amarildo M Borges      -    15.10.2026 *
      *     *            MENU COMERCIAL: OPCAO 28 - REBATE POR VOLUME  *
      *     *            (PT000118).                                   *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
       77  FILLER                      PIC  X(032)         VALUE
           'III  WORKING STORAGE SECTION III'.
      *
      *  ---> Versao do PARAMDIST em vigor na data de processamento
       77  WSS-PVG-DATA                PIC  9(008)         VALUE ZEROS.
       77  WSS-PVG-LIDOS               PIC  9(004)         VALUE ZEROS.
       77  WSS-PVG-VIGENTE             PIC  9(004)         VALUE ZEROS.
      *
      *  ---> Conferencia da filial contra as filiais do operador
       77  WSS-FIL-PERMITIDA           PIC  X(001)         VALUE 'S'.
           88  FILIAL-PERMITIDA                            VALUE 'S'.
       77  WSS-FIL-TESTE               PIC  9(003)         VALUE ZEROS.
       77  WSS-IDX-PERM                PIC  9(002)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
      *----------------------------------------------------------------*
                                                            'PT000082'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000083
      *    - Tabelas de Preco por Filial e Segmento
      *----------------------------------------------------------------*
      *
       01  WSPT0083                    PIC X(08)           VALUE
                                                            'PT000083'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000084
      *    - Aprovacao comercial e desconto maximo por produto
      *----------------------------------------------------------------*
      *
       01  WSPT0084                    PIC X(08)           VALUE
                                                            'PT000084'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000085
      *    - Titulos em Aberto do ERP e Aging do Contas a Receber
      *----------------------------------------------------------------*
      *
       01  WSPT0085                    PIC X(08)           VALUE
                                                            'PT000085'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000086
      *    - Exposicao de Credito acima de 80% do Limite
      *----------------------------------------------------------------*
      *
       01  WSPT0086                    PIC X(08)           VALUE
                                                            'PT000086'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000087
      *    - Devolucoes de Mercadoria
      *----------------------------------------------------------------*
      *
       01  WSPT0087                    PIC X(08)           VALUE
                                                            'PT000087'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000088
      *    - Retencoes e Extrato de Pagamento de Comissoes
      *----------------------------------------------------------------*
      *
       01  WSPT0088                    PIC X(08)           VALUE
                                                            'PT000088'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000089
      *    - Campanhas de Venda e Promocoes
      *----------------------------------------------------------------*
      *
       01  WSPT0089                    PIC X(08)           VALUE
                                                            'PT000089'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000090
      *    - Orcamentos de Venda
      *----------------------------------------------------------------*
      *
       01  WSPT0090                    PIC X(08)           VALUE
                                                            'PT000090'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000091
      *    - Sugestao de Pedido de Reposicao
      *----------------------------------------------------------------*
      *
       01  WSPT0091                    PIC X(08)           VALUE
                                                            'PT000091'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000092
      *    - Lacunas de Venda Cruzada por Segmento
      *----------------------------------------------------------------*
      *
       01  WSPT0092                    PIC X(08)           VALUE
                                                            'PT000092'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000093
      *    - Reativacao de Clientes Adormecidos
      *----------------------------------------------------------------*
      *
       01  WSPT0093                    PIC X(08)           VALUE
                                                            'PT000093'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000094
      *    - Custo de Atendimento por Cliente
      *----------------------------------------------------------------*
      *
       01  WSPT0094                    PIC X(08)           VALUE
                                                            'PT000094'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000095
      *    - Potencial de Mercado e Penetracao por Municipio
      *----------------------------------------------------------------*
      *
       01  WSPT0095                    PIC X(08)           VALUE
                                                            'PT000095'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000096
      *    - Equipamentos em Comodato (emprestimo/devolucao/baixa)
      *----------------------------------------------------------------*
      *
       01  WSPT0096                    PIC X(08)           VALUE
                                                            'PT000096'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000097
      *    - Documentos e licencas de clientes (validade e exigencias)
      *----------------------------------------------------------------*
      *
       01  WSPT0097                    PIC X(08)           VALUE
                                                            'PT000097'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000098
      *    - Periodos de fechamento de cliente (ferias coletivas)
      *----------------------------------------------------------------*
      *
       01  WSPT0098                    PIC X(08)           VALUE
                                                            'PT000098'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000099
      *    - Pesquisa de preco da concorrencia (comparativo)
      *----------------------------------------------------------------*
      *
       01  WSPT0099                    PIC X(08)           VALUE
                                                            'PT000099'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000100
      *    - Equipes de vendas (supervisor e gerente)
      *----------------------------------------------------------------*
      *
       01  WSPT0100                    PIC X(08)           VALUE
                                                            'PT000100'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000101
      *    - Televendas (lista de ligacoes e registro de ligacao)
      *----------------------------------------------------------------*
      *
       01  WSPT0101                    PIC X(08)           VALUE
                                                            'PT000101'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000102
      *    - Aprovacao de despesas de visita e reembolso para a folha
      *----------------------------------------------------------------*
      *
       01  WSPT0102                    PIC X(08)           VALUE
                                                            'PT000102'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000106
      *    - Tarefas de acompanhamento do cliente e atrasos
      *----------------------------------------------------------------*
      *
       01  WSPT0106                    PIC X(08)           VALUE
                                                            'PT000106'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000103
      *    - Consentimento LGPD dos contatos do cliente por canal
      *----------------------------------------------------------------*
      *
       01  WSPT0103                    PIC X(08)           VALUE
                                                            'PT000103'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000104
      *    - Manutencao da matriz de permissoes por programa
      *----------------------------------------------------------------*
      *
       01  WSPT0104                    PIC X(08)           VALUE
                                                            'PT000104'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000105
      *    - Revisao de acessos aos programas destrutivos e interfaces
      *----------------------------------------------------------------*
      *
       01  WSPT0105                    PIC X(08)           VALUE
                                                            'PT000105'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000107
      *    - Alteracao em massa de atributos dos clientes
      *----------------------------------------------------------------*
      *
       01  WSPT0107                    PIC X(08)           VALUE
                                                            'PT000107'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000108
      *    - Extratos ad-hoc (definicoes salvas, CSV no catalogo)
      *----------------------------------------------------------------*
      *
       01  WSPT0108                    PIC X(08)           VALUE
                                                            'PT000108'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000109
      *    - Arquivo frio de clientes inativos (arquivar/restaurar)
      *----------------------------------------------------------------*
      *
       01  WSPT0109                    PIC X(08)           VALUE
                                                            'PT000109'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000110
      *    - Conciliacao do cadastro de clientes com o ERP
      *----------------------------------------------------------------*
      *
       01  WSPT0110                    PIC X(08)           VALUE
                                                            'PT000110'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000111
      *    - Painel executivo ano a ano dos meses fechados
      *----------------------------------------------------------------*
      *
       01  WSPT0111                    PIC X(08)           VALUE
                                                            'PT000111'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000112
      *    - Enderecos de entrega dos clientes
      *----------------------------------------------------------------*
      *
       01  WSPT0112                    PIC X(08)           VALUE
                                                            'PT000112'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000113
      *    - Contratos de fornecimento (comprometido x faturado)
      *----------------------------------------------------------------*
      *
       01  WSPT0113                    PIC X(08)           VALUE
                                                            'PT000113'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000114
      *    - Frota de veiculos (hodometro x despesas x rota)
      *----------------------------------------------------------------*
      *
       01  WSPT0114                    PIC X(08)           VALUE
                                                            'PT000114'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000115
      *    - Material promocional e amostras (vendedor x cliente)
      *----------------------------------------------------------------*
      *
       01  WSPT0115                    PIC X(08)           VALUE
                                                            'PT000115'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000116
      *    - Monitor de duracao da grade de jobs e tendencia por job
      *----------------------------------------------------------------*
      *
       01  WSPT0116                    PIC X(08)           VALUE
                                                            'PT000116'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000117
      *    - Amostra mensal da pesquisa de satisfacao
      *----------------------------------------------------------------*
      *
       01  WSPT0117                    PIC X(08)           VALUE
                                                            'PT000117'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PT000118
      *    - Rebate por volume trimestral (cliente e grupo economico)
      *----------------------------------------------------------------*
      *
       01  WSPT0118                    PIC X(08)           VALUE
                                                            'PT000118'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00904
      *    - Hash unidirecional de senha de operador
      *----------------------------------------------------------------*
       77  WSS-OPE-OPC                 PIC  9(002)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00910
      *    - Nivel do operador no programa pela matriz PERMISSAO
      *----------------------------------------------------------------*
      *
       01  WPT00911                    PIC X(08)           VALUE
                                                            'PT000911'.
      *
           COPY 'SUB-PRM.CPY'          REPLACING ==::== BY ==WSP==.
      *
      *  ---> Catalogo dos programas dos menus e nivel do operador em
      *       cada um, carregado no login
           COPY 'TAB-PROGRAMAS.CPY'    REPLACING ==::== BY ==WSS==.
      *
       01  WSS-PERMISSOES.
           03  WSS-NIV-PRG             PIC  X(001)         OCCURS 121.
           03  WSS-GRP-CAD             PIC  X(001)         VALUE 'N'.
           03  WSS-GRP-REL             PIC  X(001)         VALUE 'N'.
           03  WSS-GRP-EXE             PIC  X(001)         VALUE 'N'.
           03  WSS-GRP-UTI             PIC  X(001)         VALUE 'N'.
           03  WSS-GRP-COM             PIC  X(001)         VALUE 'N'.
           03  WSS-GRP-OPE             PIC  X(001)         VALUE 'N'.
           03  WSS-MNU-ATUAL           PIC  X(001)         VALUE SPACES.
           03  WSS-MNU-OPCAO           PIC  9(002)         VALUE ZEROS.
           03  WSS-NIV-TESTE           PIC  X(001)         VALUE SPACES.
           03  WSS-NIV-MINIMO          PIC  X(001)         VALUE SPACES.
           03  WSS-ORD-TESTE           PIC  9(001)         VALUE ZEROS.
           03  WSS-ORD-MINIMO          PIC  9(001)         VALUE ZEROS.
           03  WSS-OCU-LIN             PIC  9(002)         VALUE ZEROS.
           03  WSS-OCU-COL             PIC  9(002)         VALUE ZEROS.
           03  WSS-OCU-TAM             PIC  9(002)         VALUE ZEROS.
           03  WSS-BRANCOS             PIC  X(030)         VALUE SPACES.
      *
       77  WSS-IDX-PRG                 PIC  9(003)         VALUE ZEROS.
       77  WSS-IDX-ACHADO              PIC  9(003)         VALUE ZEROS.
       77  WSS-OPC-PERMITIDA           PIC  X(001)         VALUE 'S'.
           88  OPCAO-PERMITIDA                             VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - PAINEL DE STATUS OPERACIONAL
      *----------------------------------------------------------------*
       01  WSS-PAINEL.
           03 F LINE 21 COL 28 VALUE ' 14- Aderencia Roteiro '.
           03 F LINE 20 COL 28 VALUE ' 15- Dossie Cliente    '.
           03 F LINE 19 COL 28 VALUE ' 16- Rampa Vendedores  '.
           03 F LINE 12 COL 28 VALUE ' 17- Extratos Ad-hoc   '.
           03 F LINE 13 COL 28 VALUE ' 18- Painel Executivo  '.
      *
      *----------------------------------------------------------------*
      *    TELA CADASTROS - OPCOES ADICIONAIS (SO NO MENU CADASTROS)
           03 F LINE 21 COL 28 VALUE ' 14- Segmentos     '.
           03 F LINE 20 COL 28 VALUE ' 15- Grupos Econ.  '.
           03 F LINE 19 COL 28 VALUE ' 16- Fator Rodov.  '.
           03 F LINE 17 COL 28 VALUE ' 17- Potencial Merc.'.
           03 F LINE 12 COL 28 VALUE ' 18- Comodato Equip.'.
           03 F LINE 13 COL 28 VALUE ' 19- Documentos Cli.'.
           03 F LINE 15 COL 28 VALUE ' 20- Fechamento Cli.'.
           03 F LINE 09 COL 54 VALUE ' 21- Equipes de Venda  '.
           03 F LINE 11 COL 54 VALUE ' 22- Consentim. LGPD   '.
           03 F LINE 13 COL 54 VALUE ' 23- Enderecos Entrega '.
           03 F LINE 15 COL 54 VALUE ' 24- Frota de Veiculos '.
      *
      *----------------------------------------------------------------*
      *    TELA UTILITARIOS - FERRAMENTAS DE MANUTENCAO DO AMBIENTE
           03 F LINE 16 COL 54 VALUE ' 8 - Extracao/Retorno CNPJ '.
           03 F LINE 17 COL 54 VALUE ' 10- Fechamento Mensal '.
           03 F LINE 18 COL 54 VALUE ' 11- Distrib. p/Filial '.
           03 F LINE 19 COL 54 VALUE ' 12- Titulos em Aberto ERP '.
           03 F LINE 20 COL 54 VALUE ' 13- Concilia Cadastro ERP '.
           03 F LINE 19 COL 24 VALUE ' 9 - Voltar ao Menu Principal'.
           03 F LINE 20 COL 24 VALUE ' Opcao:[ ] '.
      *
           03 F LINE 15 COL 24 VALUE ' 8 - Pesquisa Satisfacao '.
           03 F LINE 16 COL 24 VALUE ' 9 - Visita de Campo (Lote) '.
           03 F LINE 08 COL 54 VALUE ' 10 - Pedidos x ERP '.
           03 F LINE 09 COL 54 VALUE ' 11 - Tabelas de Preco '.
           03 F LINE 10 COL 54 VALUE ' 12 - Aprovacao Comercial '.
           03 F LINE 11 COL 54 VALUE ' 13 - Exposicao Credito '.
           03 F LINE 12 COL 54 VALUE ' 14 - Devolucoes '.
           03 F LINE 13 COL 54 VALUE ' 15 - Pagamento Comissoes '.
           03 F LINE 14 COL 54 VALUE ' 16 - Campanhas de Venda '.
           03 F LINE 15 COL 54 VALUE ' 17 - Orcamentos de Venda '.
           03 F LINE 16 COL 54 VALUE ' 18 - Sugestao Reposicao '.
           03 F LINE 17 COL 54 VALUE ' 19 - Venda Cruzada '.
           03 F LINE 18 COL 54 VALUE ' 20 - Reativacao Clientes '.
           03 F LINE 19 COL 54 VALUE ' 21 - Custo Atendimento '.
           03 F LINE 20 COL 54 VALUE ' 22 - Preco Concorrencia '.
           03 F LINE 21 COL 54 VALUE ' 23 - Televendas '.
           03 F LINE 17 COL 24 VALUE ' 24 - Aprovacao Despesas '.
           03 F LINE 18 COL 24 VALUE ' 25 - Tarefas Acompanhamento'.
           03 F LINE 22 COL 54 VALUE ' 26 - Contratos Fornec. '.
           03 F LINE 23 COL 54 VALUE ' 27 - Material Promocional'.
           03 F LINE 21 COL 24 VALUE ' 28 - Rebate por Volume '.
           03 F LINE 19 COL 24 VALUE ' 0 - Voltar ao Menu Principal'.
           03 F LINE 20 COL 24 VALUE ' Opcao:[ ] '.
      *
       01  TELA-OPERACAO.
           03 F LINE 17 COL 24 VALUE ' 10 - Assinaturas/Caixa '.
           03 F LINE 08 COL 54 VALUE ' 11 - Fila de Sugestao '.
           03 F LINE 09 COL 54 VALUE ' 12 - Extracao BI      '.
           03 F LINE 10 COL 54 VALUE ' 13 - Duracao de Jobs  '.
           03 F LINE 11 COL 54 VALUE ' 14 - Amostra Pesquisa '.
           03 F LINE 18 COL 24 VALUE ' 0 - Voltar ao Menu Principal'.
           03 F LINE 20 COL 24 VALUE ' Opcao:[ ] '.
      *
           03 F LINE 14 COL 54 VALUE ' 17 - Auditar Geocodigo '.
           03 F LINE 15 COL 54 VALUE ' 18 - Auditar Territor. '.
           03 F LINE 16 COL 54 VALUE ' 19 - Base Treinamento  '.
           03 F LINE 17 COL 54 VALUE ' 20 - Permissoes Prog.  '.
           03 F LINE 18 COL 54 VALUE ' 21 - Revisao Acessos   '.
           03 F LINE 19 COL 54 VALUE ' 22 - Alteracao Massa   '.
           03 F LINE 20 COL 54 VALUE ' 23 - Arquivo Frio Cli. '.
           03 F LINE 18 COL 24 VALUE ' 0 - Voltar ao Menu Principal'.
           03 F LINE 20 COL 24 VALUE ' Opcao:[ ] '.
      *
           MOVE ZEROS                  TO WSS-TIMEOUT-MIN.
           OPEN INPUT ARQ-PARAMETROS.
           IF FS-PARAMETROS            EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS         EQUAL '00'
                 MOVE PARM-TIMEOUT-MIN TO WSS-TIMEOUT-MIN
              END-IF
              MOVE OPE-ACESSO-REL-WSO  TO WSS-ACESSO-REL
              MOVE OPE-ACESSO-EXE-WSO  TO WSS-ACESSO-EXE
              MOVE OPE-ACESSO-PAR-WSO  TO WSS-ACESSO-PAR
      *  ---> Filiais permitidas seguem na area comum a todos os
      *       programas chamados (registro antigo = todas)
              IF OPE-FILIAIS-PERM-WSO  NUMERIC
                 MOVE OPE-FILIAIS-PERM-WSO
                                       TO WSS-FILIAIS-PERM
              ELSE
                 MOVE ZEROS            TO WSS-FILIAIS-PERM
              END-IF
              PERFORM RT-CARREGAR-PERMISSOES
                                       THRU RT-CARREGAR-PERMISSOESX
           ELSE
      *  ---> Senha incorreta: contabiliza a tentativa no registro do
      *       operador e bloqueia na terceira falha consecutiva
           MOVE 6                      TO WSS-MIN-SENHA.
           OPEN INPUT ARQ-PARAMETROS.
           IF FS-PARAMETROS            EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS         EQUAL '00'
                 AND PARM-SENHA-MIN    GREATER ZEROS
                 MOVE PARM-SENHA-MIN   TO WSS-MIN-SENHA
      *
           DISPLAY TELA-PRINCIPAL
                   TELA-MENSAGENS.
           IF OPERADOR-AUTENTICADO
              PERFORM RT-OCULTAR-PRINCIPAL
                                       THRU RT-OCULTAR-PRINCIPALX
           END-IF.
           ACCEPT  WSS-CAD-REL-EXC     LINE 20 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
              AND NOT OPERADOR-AUTENTICADO
              GO                       TO RT-PROCESSARX
           END-IF.
      *
      *  ---> Parametros, operadores, auditoria e excecoes sao
      *       programas da matriz chamados direto do menu principal
           MOVE 'P'                    TO WSS-MNU-ATUAL.
           MOVE WSS-CAD-REL-EXC        TO WSS-MNU-OPCAO.
           PERFORM RT-CONFERIR-OPCAO   THRU RT-CONFERIR-OPCAOX.
      *
           EVALUATE WSS-CAD-REL-EXC
               WHEN 0
                    PERFORM RT-PROCESSAR
               WHEN 1
                    IF OPERADOR-AUTENTICADO
                       IF WSS-GRP-CAD     EQUAL 'S'
                          PERFORM RT-CADASTROS
                                       THRU RT-CADASTROSX
                       ELSE
                    END-IF
               WHEN 2
                    IF OPERADOR-AUTENTICADO
                       IF WSS-GRP-REL     EQUAL 'S'
                          PERFORM RT-RELATORIOS
                                       THRU RT-RELATORIOSX
                       ELSE
                    END-IF
               WHEN 3
                    IF OPERADOR-AUTENTICADO
                       IF WSS-GRP-EXE     EQUAL 'S'
                          PERFORM RT-EXECUTAR
                                       THRU RT-EXECUTARX
                       ELSE
                    END-IF
               WHEN 4
                    IF OPERADOR-AUTENTICADO
                       IF OPCAO-PERMITIDA
                          PERFORM RT-PARAMETROS
                                       THRU RT-PARAMETROSX
                       ELSE
                          PERFORM RT-SEM-PERMISSAO
                                       THRU RT-SEM-PERMISSAOX
                       END-IF
                    ELSE
                       PERFORM RT-ACESSO-NEGADO
                    END-IF
               WHEN 5
                    IF OPERADOR-AUTENTICADO
                       IF OPCAO-PERMITIDA
                          PERFORM RT-OPERADORES
                                       THRU RT-OPERADORESX
                       ELSE
                          PERFORM RT-SEM-PERMISSAO
                                       THRU RT-SEM-PERMISSAOX
                       END-IF
                    ELSE
                       PERFORM RT-ACESSO-NEGADO
                                       THRU RT-ACESSO-NEGADOX
                    END-IF
               WHEN 6
                    IF OPERADOR-AUTENTICADO
                       IF OPCAO-PERMITIDA
                          PERFORM RT-AUDITORIA-CONS
                                       THRU RT-AUDITORIA-CONSX
                       ELSE
                          PERFORM RT-SEM-PERMISSAO
                                       THRU RT-SEM-PERMISSAOX
                       END-IF
                    ELSE
                       PERFORM RT-ACESSO-NEGADO
                                       THRU RT-ACESSO-NEGADOX
                    END-IF
               WHEN 7
                    IF OPERADOR-AUTENTICADO
                       IF WSS-GRP-UTI     EQUAL 'S'
                          PERFORM RT-UTILITARIOS
                                       THRU RT-UTILITARIOSX
                       ELSE
                    END-IF
               WHEN 8
                    IF OPERADOR-AUTENTICADO
                       IF OPCAO-PERMITIDA
                          PERFORM RT-EXCECOES
                                       THRU RT-EXCECOESX
                       ELSE
                          PERFORM RT-SEM-PERMISSAO
                                       THRU RT-SEM-PERMISSAOX
                       END-IF
                    ELSE
                       PERFORM RT-ACESSO-NEGADO
                                       THRU RT-PAINEL-STATUSX
               WHEN 11
                    IF OPERADOR-AUTENTICADO
                       IF WSS-GRP-COM     EQUAL 'S'
                          PERFORM RT-COMERCIAL
                                       THRU RT-COMERCIALX
                       ELSE
                    END-IF
               WHEN 12
                    IF OPERADOR-AUTENTICADO
                       IF WSS-GRP-OPE     EQUAL 'S'
                          PERFORM RT-OPERACAO
                                       THRU RT-OPERACAOX
                       ELSE
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SEM-PERMISSAO                SECTION.
      *  ---> Opcao recusada pela matriz: audita o programa negado
      *----------------------------------------------------------------*
      *
           MOVE 'Acesso negado - programa sem permissao ao operador.'
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
           MOVE 'PT000000'             TO WSS-AUD-PROGRAMA.
           IF WSS-IDX-ACHADO           GREATER ZEROS
              MOVE WSS-PRG-PROGRAMA (WSS-IDX-ACHADO)
                                       TO WSS-AUD-PROGRAMA
           END-IF.
           MOVE 'ACESSO NEGADO PELA MATRIZ DE PERMISSAO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
       RT-SEM-PERMISSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    NIVEL DO OPERADOR EM CADA PROGRAMA DO CATALOGO, PELA MATRIZ
      *    PERMISSAO (OPERADOR, DEPOIS PERFIL, DEPOIS O INDICADOR
      *    LEGADO DO CADASTRO DO OPERADOR). CARREGADO NO LOGIN: A
      *    ALTERACAO DA MATRIZ VALE A PARTIR DO PROXIMO LOGIN
      *----------------------------------------------------------------*
       RT-CARREGAR-PERMISSOES          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-GRP-CAD WSS-GRP-REL
                                          WSS-GRP-EXE WSS-GRP-UTI
                                          WSS-GRP-COM WSS-GRP-OPE.
      *
           PERFORM VARYING WSS-IDX-PRG FROM 1 BY 1
                   UNTIL   WSS-IDX-PRG GREATER WSS-QTD-PRG
              PERFORM RT-CARREGAR-PERMISSAO
                                       THRU RT-CARREGAR-PERMISSAOX
           END-PERFORM.
      *
           MOVE 'F'                    TO WSP-PRM-FUNCAO.
           CALL WPT00911               USING WSP-PRM-PARM.
      *
       RT-CARREGAR-PERMISSOESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARREGAR-PERMISSAO           SECTION.
      *  ---> Submenu do menu principal aparece quando ao menos um
      *       programa dele esta liberado ao operador
      *----------------------------------------------------------------*
      *
           MOVE 'C'                    TO WSP-PRM-FUNCAO.
           MOVE WSS-OPERADOR-ID        TO WSP-PRM-OPERADOR.
           MOVE WSS-PERFIL             TO WSP-PRM-PERFIL.
           MOVE WSS-PRG-PROGRAMA (WSS-IDX-PRG)
                                       TO WSP-PRM-PROGRAMA.
      *
           EVALUATE WSS-PRG-LEGADO (WSS-IDX-PRG)
               WHEN 'C'
                    MOVE WSS-ACESSO-CAD
                                       TO WSP-PRM-LEGADO
               WHEN 'R'
                    MOVE WSS-ACESSO-REL
                                       TO WSP-PRM-LEGADO
               WHEN 'E'
                    MOVE WSS-ACESSO-EXE
                                       TO WSP-PRM-LEGADO
               WHEN 'P'
                    MOVE WSS-ACESSO-PAR
                                       TO WSP-PRM-LEGADO
               WHEN OTHER
                    MOVE 'S'           TO WSP-PRM-LEGADO
           END-EVALUATE.
      *
      *  ---> Indicador legado em branco no cadastro continua negado
           IF WSP-PRM-LEGADO           NOT EQUAL 'S' AND 's'
              MOVE 'N'                 TO WSP-PRM-LEGADO
           END-IF.
      *
           CALL WPT00911               USING WSP-PRM-PARM.
      *
           MOVE WSP-PRM-NIVEL          TO WSS-NIV-PRG (WSS-IDX-PRG)
                                          WSS-NIV-TESTE.
           MOVE WSS-PRG-NIVEL-MIN (WSS-IDX-PRG)
                                       TO WSS-NIV-MINIMO.
           PERFORM RT-COMPARAR-NIVEL   THRU RT-COMPARAR-NIVELX.
      *
           IF NOT OPCAO-PERMITIDA
              GO                       TO RT-CARREGAR-PERMISSAOX
           END-IF.
      *
           EVALUATE WSS-PRG-MENU (WSS-IDX-PRG)
               WHEN 'C'
                    MOVE 'S'           TO WSS-GRP-CAD
               WHEN 'R'
                    MOVE 'S'           TO WSS-GRP-REL
               WHEN 'E'
                    MOVE 'S'           TO WSS-GRP-EXE
               WHEN 'U'
                    MOVE 'S'           TO WSS-GRP-UTI
               WHEN 'M'
                    MOVE 'S'           TO WSS-GRP-COM
               WHEN 'O'
                    MOVE 'S'           TO WSS-GRP-OPE
           END-EVALUATE.
      *
       RT-CARREGAR-PERMISSAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-COMPARAR-NIVEL               SECTION.
      *  ---> Niveis em ordem: nenhum, consulta, manutencao, execucao
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-ORD-TESTE WSS-ORD-MINIMO.
      *
           EVALUATE WSS-NIV-TESTE
               WHEN 'C'
                    MOVE 1             TO WSS-ORD-TESTE
               WHEN 'M'
                    MOVE 2             TO WSS-ORD-TESTE
               WHEN 'E'
                    MOVE 3             TO WSS-ORD-TESTE
           END-EVALUATE.
      *
           EVALUATE WSS-NIV-MINIMO
               WHEN 'C'
                    MOVE 1             TO WSS-ORD-MINIMO
               WHEN 'M'
                    MOVE 2             TO WSS-ORD-MINIMO
               WHEN 'E'
                    MOVE 3             TO WSS-ORD-MINIMO
           END-EVALUATE.
      *
           IF WSS-ORD-TESTE            GREATER ZEROS
              AND WSS-ORD-TESTE        NOT LESS WSS-ORD-MINIMO
              MOVE 'S'                 TO WSS-OPC-PERMITIDA
           ELSE
              MOVE 'N'                 TO WSS-OPC-PERMITIDA
           END-IF.
      *
       RT-COMPARAR-NIVELX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CONFERIR-OPCAO               SECTION.
      *  ---> Opcao fora do catalogo (ajuda, voltar, sair) e livre; o
      *       nivel segue para o programa chamado na area comum
      *----------------------------------------------------------------*
      *
           MOVE 'S'                    TO WSS-OPC-PERMITIDA.
           MOVE SPACES                 TO WSS-NIVEL-ACESSO.
           MOVE ZEROS                  TO WSS-IDX-ACHADO.
      *
           PERFORM VARYING WSS-IDX-PRG FROM 1 BY 1
                   UNTIL   WSS-IDX-PRG GREATER WSS-QTD-PRG
                        OR WSS-IDX-ACHADO
                                       GREATER ZEROS
              IF WSS-PRG-MENU (WSS-IDX-PRG)
                                       EQUAL WSS-MNU-ATUAL
                 AND WSS-PRG-OPCAO (WSS-IDX-PRG)
                                       EQUAL WSS-MNU-OPCAO
                 MOVE WSS-IDX-PRG      TO WSS-IDX-ACHADO
              END-IF
           END-PERFORM.
      *
           IF WSS-IDX-ACHADO           EQUAL ZEROS
              GO                       TO RT-CONFERIR-OPCAOX
           END-IF.
      *
           MOVE WSS-NIV-PRG (WSS-IDX-ACHADO)
                                       TO WSS-NIV-TESTE
                                          WSS-NIVEL-ACESSO.
           MOVE WSS-PRG-NIVEL-MIN (WSS-IDX-ACHADO)
                                       TO WSS-NIV-MINIMO.
           PERFORM RT-COMPARAR-NIVEL   THRU RT-COMPARAR-NIVELX.
      *
       RT-CONFERIR-OPCAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-OCULTAR-OPCOES               SECTION.
      *  ---> Apaga da tela as opcoes do menu fora da permissao
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WSS-IDX-PRG FROM 1 BY 1
                   UNTIL   WSS-IDX-PRG GREATER WSS-QTD-PRG
              IF WSS-PRG-MENU (WSS-IDX-PRG)
                                       EQUAL WSS-MNU-ATUAL
                 MOVE WSS-NIV-PRG (WSS-IDX-PRG)
                                       TO WSS-NIV-TESTE
                 MOVE WSS-PRG-NIVEL-MIN (WSS-IDX-PRG)
                                       TO WSS-NIV-MINIMO
                 PERFORM RT-COMPARAR-NIVEL
                                       THRU RT-COMPARAR-NIVELX
                 IF NOT OPCAO-PERMITIDA
                    MOVE WSS-PRG-LINHA (WSS-IDX-PRG)
                                       TO WSS-OCU-LIN
                    MOVE WSS-PRG-COLUNA (WSS-IDX-PRG)
                                       TO WSS-OCU-COL
                    MOVE WSS-PRG-TAMANHO (WSS-IDX-PRG)
                                       TO WSS-OCU-TAM
                    PERFORM RT-OCULTAR-POSICAO
                                       THRU RT-OCULTAR-POSICAOX
                 END-IF
              END-IF
           END-PERFORM.
      *
       RT-OCULTAR-OPCOESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-OCULTAR-PRINCIPAL            SECTION.
      *  ---> Submenus sem programa liberado somem do menu principal
      *----------------------------------------------------------------*
      *
           MOVE 'P'                    TO WSS-MNU-ATUAL.
           PERFORM RT-OCULTAR-OPCOES   THRU RT-OCULTAR-OPCOESX.
      *
           IF WSS-GRP-CAD              NOT EQUAL 'S'
              MOVE 08                  TO WSS-OCU-LIN
              MOVE 28                  TO WSS-OCU-COL
              MOVE 15                  TO WSS-OCU-TAM
              PERFORM RT-OCULTAR-POSICAO
                                       THRU RT-OCULTAR-POSICAOX
           END-IF.
           IF WSS-GRP-REL              NOT EQUAL 'S'
              MOVE 10                  TO WSS-OCU-LIN
              MOVE 28                  TO WSS-OCU-COL
              MOVE 16                  TO WSS-OCU-TAM
              PERFORM RT-OCULTAR-POSICAO
                                       THRU RT-OCULTAR-POSICAOX
           END-IF.
           IF WSS-GRP-EXE              NOT EQUAL 'S'
              MOVE 12                  TO WSS-OCU-LIN
              MOVE 28                  TO WSS-OCU-COL
              MOVE 14                  TO WSS-OCU-TAM
              PERFORM RT-OCULTAR-POSICAO
                                       THRU RT-OCULTAR-POSICAOX
           END-IF.
           IF WSS-GRP-UTI              NOT EQUAL 'S'
              MOVE 18                  TO WSS-OCU-LIN
              MOVE 28                  TO WSS-OCU-COL
              MOVE 17                  TO WSS-OCU-TAM
              PERFORM RT-OCULTAR-POSICAO
                                       THRU RT-OCULTAR-POSICAOX
           END-IF.
           IF WSS-GRP-COM              NOT EQUAL 'S'
              MOVE 18                  TO WSS-OCU-LIN
              MOVE 50                  TO WSS-OCU-COL
              MOVE 16                  TO WSS-OCU-TAM
              PERFORM RT-OCULTAR-POSICAO
                                       THRU RT-OCULTAR-POSICAOX
           END-IF.
           IF WSS-GRP-OPE              NOT EQUAL 'S'
              MOVE 19                  TO WSS-OCU-LIN
              MOVE 50                  TO WSS-OCU-COL
              MOVE 15                  TO WSS-OCU-TAM
              PERFORM RT-OCULTAR-POSICAO
                                       THRU RT-OCULTAR-POSICAOX
           END-IF.
      *
       RT-OCULTAR-PRINCIPALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-OCULTAR-POSICAO              SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY WSS-BRANCOS (1:WSS-OCU-TAM)
                                       LINE WSS-OCU-LIN COL WSS-OCU-COL.
      *
       RT-OCULTAR-POSICAOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    Chama subprograma para manutencao de OPERADORES
      *----------------------------------------------------------------*
       RT-OPERADORES                   SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
      *  ---> O arquivo OPERADOR fica fechado enquanto o subprograma
      *       de manutencao estiver com ele aberto
           CLOSE ARQ-OPERADOR.
      *
           MOVE WSS-OPERADOR-ID        TO WSS-OPERADOR.
           CALL WSPT0005               USING WSS-PARM.
      *
           OPEN I-O ARQ-OPERADOR.
      *
           MOVE 'PT000005'             TO WSS-AUD-PROGRAMA.
           MOVE 'MANUTENCAO DE OPERADORES ACESSADA'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           IF WSS-RETORNO              NOT EQUAL '00'
              MOVE 'Erro de processamento programa PT000005.'
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
       RT-OPERADORESX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    Chama subprograma de consulta do log de AUDITORIA
      *----------------------------------------------------------------*
       RT-AUDITORIA-CONS               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
      *  ---> O log fica fechado enquanto a consulta o estiver lendo
           CLOSE ARQ-AUDITORIA.
      *
           MOVE WSS-OPERADOR-ID        TO WSS-OPERADOR.
           CALL WSPT0006               USING WSS-PARM.
      *
           DISPLAY TELA-COMERCIAL
                   TELA-MENSAGENS.
           MOVE 'M'                    TO WSS-MNU-ATUAL.
           PERFORM RT-OCULTAR-OPCOES   THRU RT-OCULTAR-OPCOESX.
           ACCEPT  WSS-COM-OPC         LINE 20 COL 32
                                            WITH PROMPT AUTO-SKIP.
      *
      *  ---> Opcao conferida na matriz de permissoes antes da chamada
           MOVE WSS-COM-OPC             TO WSS-MNU-OPCAO.
           PERFORM RT-CONFERIR-OPCAO   THRU RT-CONFERIR-OPCAOX.
           IF NOT OPCAO-PERMITIDA
              PERFORM RT-SEM-PERMISSAO THRU RT-SEM-PERMISSAOX
              PERFORM RT-COMERCIAL
              GO                       TO RT-COMERCIALX
           END-IF.
      *
           EVALUATE WSS-COM-OPC
               WHEN 1
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 5
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0051      USING WSS-PARM
                    MOVE 'PT000051'    TO WSS-AUD-PROGRAMA
                    MOVE 'FUNIL DE PROSPECCAO ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000051.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 6
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0052      USING WSS-PARM
                    MOVE 'PT000052'    TO WSS-AUD-PROGRAMA
                    MOVE 'OCORRENCIAS DE CLIENTE ACESSADAS'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000052.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 7
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0054      USING WSS-PARM
                    MOVE 'PT000054'    TO WSS-AUD-PROGRAMA
                    MOVE 'DESPESAS DE VISITA ACESSADAS'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000054.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 8
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0055      USING WSS-PARM
                    MOVE 'PT000055'    TO WSS-AUD-PROGRAMA
                    MOVE 'PESQUISA DE SATISFACAO ACESSADA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000055.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 9
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    CALL WSPT0066      USING WSS-PARM
                    MOVE 'PT000066'    TO WSS-AUD-PROGRAMA
                    MOVE 'VISITA DE CAMPO EM LOTE ACESSADA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000066.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 10
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0081      USING WSS-PARM
                    MOVE 'PT000081'    TO WSS-AUD-PROGRAMA
                    MOVE 'PEDIDOS X FATURAMENTO ACESSADOS'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000081.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 11
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    CALL WSPT0083      USING WSS-PARM
                    MOVE 'PT000083'    TO WSS-AUD-PROGRAMA
                    MOVE 'TABELAS DE PRECO ACESSADAS'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000083.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 12
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    CALL WSPT0084      USING WSS-PARM
                    MOVE 'PT000084'    TO WSS-AUD-PROGRAMA
                    MOVE 'APROVACAO COMERCIAL ACESSADA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000084.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 13
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CLOSE ARQ-AUDITORIA
                    CALL WSPT0086      USING WSS-PARM
                    OPEN EXTEND ARQ-AUDITORIA
                    MOVE 'PT000086'    TO WSS-AUD-PROGRAMA
                    MOVE 'EXPOSICAO DE CREDITO EMITIDA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000086.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 14
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0087      USING WSS-PARM
                    MOVE 'PT000087'    TO WSS-AUD-PROGRAMA
                    MOVE 'DEVOLUCOES DE MERCADORIA ACESSADAS'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000087.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 15
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0088      USING WSS-PARM
                    MOVE 'PT000088'    TO WSS-AUD-PROGRAMA
                    MOVE 'PAGAMENTO DE COMISSOES ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000088.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 16
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0089      USING WSS-PARM
                    MOVE 'PT000089'    TO WSS-AUD-PROGRAMA
                    MOVE 'CAMPANHAS DE VENDA ACESSADAS'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000089.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 17
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0090      USING WSS-PARM
                    MOVE 'PT000090'    TO WSS-AUD-PROGRAMA
                    MOVE 'ORCAMENTOS DE VENDA ACESSADOS'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000090.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 18
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0091      USING WSS-PARM
                    MOVE 'PT000091'    TO WSS-AUD-PROGRAMA
                    MOVE 'SUGESTAO DE REPOSICAO CALCULADA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000091.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 19
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0092      USING WSS-PARM
                    MOVE 'PT000092'    TO WSS-AUD-PROGRAMA
                    MOVE 'LACUNAS DE VENDA CRUZADA GERADAS'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000092.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 20
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0093      USING WSS-PARM
                    MOVE 'PT000093'    TO WSS-AUD-PROGRAMA
                    MOVE 'CAMPANHA DE REATIVACAO PROCESSADA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000093.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 21
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0094      USING WSS-PARM
                    MOVE 'PT000094'    TO WSS-AUD-PROGRAMA
                    MOVE 'CUSTO DE ATENDIMENTO APURADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000094.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 22
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0099      USING WSS-PARM
                    MOVE 'PT000099'    TO WSS-AUD-PROGRAMA
                    MOVE 'PESQUISA DE PRECO CONCORRENCIA ACESSADA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000099.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 23
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0101      USING WSS-PARM
                    MOVE 'PT000101'    TO WSS-AUD-PROGRAMA
                    MOVE 'TELEVENDAS ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000101.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 24
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0102      USING WSS-PARM
                    MOVE 'PT000102'    TO WSS-AUD-PROGRAMA
                    MOVE 'APROVACAO DE DESPESAS ACESSADA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000102.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 25
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0106      USING WSS-PARM
                    MOVE 'PT000106'    TO WSS-AUD-PROGRAMA
                    MOVE 'TAREFAS DE ACOMPANHAMENTO ACESSADAS'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000106.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 26
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0113      USING WSS-PARM
                    MOVE 'PT000113'    TO WSS-AUD-PROGRAMA
                    MOVE 'CONTRATOS DE FORNECIMENTO ACESSADOS'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000113.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 27
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0115      USING WSS-PARM
                    MOVE 'PT000115'    TO WSS-AUD-PROGRAMA
                    MOVE 'MATERIAL PROMOCIONAL ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000115.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 28
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0118      USING WSS-PARM
                    MOVE 'PT000118'    TO WSS-AUD-PROGRAMA
                    MOVE 'REBATE POR VOLUME ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                       END-IF
                       PERFORM         RT-COMERCIAL
                    ELSE
                       MOVE 'Erro de processamento programa PT000118.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
      *
           DISPLAY TELA-OPERACAO
                   TELA-MENSAGENS.
           MOVE 'O'                    TO WSS-MNU-ATUAL.
           PERFORM RT-OCULTAR-OPCOES   THRU RT-OCULTAR-OPCOESX.
           ACCEPT  WSS-OPE-OPC         LINE 20 COL 32
                                            WITH PROMPT AUTO-SKIP.
      *
      *  ---> Opcao conferida na matriz de permissoes antes da chamada
           MOVE WSS-OPE-OPC             TO WSS-MNU-OPCAO.
           PERFORM RT-CONFERIR-OPCAO   THRU RT-CONFERIR-OPCAOX.
           IF NOT OPCAO-PERMITIDA
              PERFORM RT-SEM-PERMISSAO THRU RT-SEM-PERMISSAOX
              PERFORM RT-OPERACAO
              GO                       TO RT-OPERACAOX
           END-IF.
      *
           EVALUATE WSS-OPE-OPC
               WHEN 1
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    PERFORM            RT-OPERACAO
               WHEN 13
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0116      USING WSS-PARM
                    MOVE 'PT000116'    TO WSS-AUD-PROGRAMA
                    MOVE 'MONITOR DE DURACAO DE JOBS ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       AND WSS-ARQ-REL NOT EQUAL SPACES
                       PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                    END-IF
                    PERFORM            RT-OPERACAO
               WHEN 14
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0117      USING WSS-PARM
                    MOVE 'PT000117'    TO WSS-AUD-PROGRAMA
                    MOVE 'AMOSTRA DA PESQUISA ACESSADA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       AND WSS-ARQ-REL NOT EQUAL SPACES
                       PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                    END-IF
                    PERFORM            RT-OPERACAO
               WHEN 0
                    CONTINUE
               WHEN OTHER
      *
           DISPLAY TELA-UTILITARIOS
                   TELA-MENSAGENS.
           MOVE 'U'                    TO WSS-MNU-ATUAL.
           PERFORM RT-OCULTAR-OPCOES   THRU RT-OCULTAR-OPCOESX.
           ACCEPT  WSS-UTI-OPC         LINE 20 COL 32
                                            WITH PROMPT AUTO-SKIP.
      *
      *  ---> Opcao conferida na matriz de permissoes antes da chamada
           MOVE WSS-UTI-OPC             TO WSS-MNU-OPCAO.
           PERFORM RT-CONFERIR-OPCAO   THRU RT-CONFERIR-OPCAOX.
           IF NOT OPCAO-PERMITIDA
              PERFORM RT-SEM-PERMISSAO THRU RT-SEM-PERMISSAOX
              PERFORM RT-UTILITARIOS
              GO                       TO RT-UTILITARIOSX
           END-IF.
      *
           EVALUATE WSS-UTI-OPC
               WHEN 1
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    PERFORM            RT-UTILITARIOS
               WHEN 20
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    CALL WSPT0104      USING WSS-PARM
                    MOVE 'PT000104'    TO WSS-AUD-PROGRAMA
                    MOVE 'MATRIZ DE PERMISSOES ACESSADA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    PERFORM            RT-UTILITARIOS
               WHEN 21
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0105      USING WSS-PARM
                    MOVE 'PT000105'    TO WSS-AUD-PROGRAMA
                    MOVE 'REVISAO DE ACESSOS EMITIDA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       AND WSS-ARQ-REL NOT EQUAL SPACES
                       PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                    END-IF
                    PERFORM            RT-UTILITARIOS
               WHEN 22
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0107      USING WSS-PARM
                    MOVE 'PT000107'    TO WSS-AUD-PROGRAMA
                    MOVE 'ALTERACAO EM MASSA ACESSADA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       AND WSS-ARQ-REL NOT EQUAL SPACES
                       PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                    END-IF
                    PERFORM            RT-UTILITARIOS
               WHEN 23
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                                          WSS-ARGUMENTO
                    CALL WSPT0109      USING WSS-PARM
                    MOVE 'PT000109'    TO WSS-AUD-PROGRAMA
                    MOVE 'ARQUIVO FRIO DE CLIENTES ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       AND WSS-ARQ-REL NOT EQUAL SPACES
                       PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                    END-IF
                    PERFORM            RT-UTILITARIOS
               WHEN 0
                    CONTINUE
               WHEN OTHER
           DISPLAY TELA-CADASTROS-RELATORIOS
                   TELA-CADASTROS-EXTRA
                   TELA-MENSAGENS.
           MOVE 'C'                    TO WSS-MNU-ATUAL.
           PERFORM RT-OCULTAR-OPCOES   THRU RT-OCULTAR-OPCOESX.
           ACCEPT  WSS-CAD-CV          LINE 18 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
      *  ---> Opcao conferida na matriz de permissoes antes da chamada
           MOVE WSS-CAD-CV              TO WSS-MNU-OPCAO.
           PERFORM RT-CONFERIR-OPCAO   THRU RT-CONFERIR-OPCAOX.
           IF NOT OPCAO-PERMITIDA
              PERFORM RT-SEM-PERMISSAO THRU RT-SEM-PERMISSAOX
              PERFORM RT-CADASTROS
              GO                       TO RT-CADASTROSX
           END-IF.
      *
           EVALUATE WSS-CAD-CV
               WHEN 0
               WHEN 5
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    CALL WSPT0015      USING WSS-PARM
                    MOVE 'PT000015'    TO WSS-AUD-PROGRAMA
                    MOVE 'TABELA CEPGEO ACESSADA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000015.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 6
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    CALL WSPT0018      USING WSS-PARM
                    MOVE 'PT000018'    TO WSS-AUD-PROGRAMA
                    MOVE 'CADASTRO DE TERRITORIOS ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000018.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 7
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    CALL WSPT0019      USING WSS-PARM
                    MOVE 'PT000019'    TO WSS-AUD-PROGRAMA
                    MOVE 'TABELA DE MUNICIPIOS ACESSADA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000019.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 8
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    CALL WSPT0022      USING WSS-PARM
                    MOVE 'PT000022'    TO WSS-AUD-PROGRAMA
                    MOVE 'CALENDARIO DE FERIADOS ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000022.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 10
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    CALL WSPT0029      USING WSS-PARM
                    MOVE 'PT000029'    TO WSS-AUD-PROGRAMA
                    MOVE 'CADASTRO DE EMPRESAS ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000029.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 11
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    CALL WSPT0035      USING WSS-PARM
                    MOVE 'PT000035'    TO WSS-AUD-PROGRAMA
                    MOVE 'CONSULTA DE PROXIMIDADE ACESSADA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000035.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 12
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    CALL WSPT0042      USING WSS-PARM
                    MOVE 'PT000042'    TO WSS-AUD-PROGRAMA
                    MOVE 'CADASTRO DE PRODUTOS ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000042.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 13
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    CALL WSPT0048      USING WSS-PARM
                    MOVE 'PT000048'    TO WSS-AUD-PROGRAMA
                    MOVE 'ESCALA DE VENDEDOR ACESSADA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000048.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 14
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    CALL WSPT0049      USING WSS-PARM
                    MOVE 'PT000049'    TO WSS-AUD-PROGRAMA
                    MOVE 'SEGMENTOS E AUTORIZACOES ACESSADOS'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000049.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 15
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0050      USING WSS-PARM
                    MOVE 'PT000050'    TO WSS-AUD-PROGRAMA
                    MOVE 'GRUPOS ECONOMICOS ACESSADOS'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000050.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 16
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    CALL WSPT0059      USING WSS-PARM
                    MOVE 'PT000059'    TO WSS-AUD-PROGRAMA
                    MOVE 'FATOR RODOVIARIO POR UF ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000059.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 17
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0095      USING WSS-PARM
                    MOVE 'PT000095'    TO WSS-AUD-PROGRAMA
                    MOVE 'POTENCIAL DE MERCADO ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000095.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 18
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0096      USING WSS-PARM
                    MOVE 'PT000096'    TO WSS-AUD-PROGRAMA
                    MOVE 'EQUIPAMENTOS EM COMODATO ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000096.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 19
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0097      USING WSS-PARM
                    MOVE 'PT000097'    TO WSS-AUD-PROGRAMA
                    MOVE 'DOCUMENTOS DE CLIENTES ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000097.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 20
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    CALL WSPT0098      USING WSS-PARM
                    MOVE 'PT000098'    TO WSS-AUD-PROGRAMA
                    MOVE 'FECHAMENTOS DE CLIENTE ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000098.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 21
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0100      USING WSS-PARM
                    MOVE 'PT000100'    TO WSS-AUD-PROGRAMA
                    MOVE 'EQUIPES DE VENDAS ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000100.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 22
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0103      USING WSS-PARM
                    MOVE 'PT000103'    TO WSS-AUD-PROGRAMA
                    MOVE 'CONSENTIMENTO LGPD ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000103.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 23
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    CALL WSPT0112      USING WSS-PARM
                    MOVE 'PT000112'    TO WSS-AUD-PROGRAMA
                    MOVE 'ENDERECOS DE ENTREGA ACESSADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000112.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 24
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0114      USING WSS-PARM
                    MOVE 'PT000114'    TO WSS-AUD-PROGRAMA
                    MOVE 'FROTA DE VEICULOS ACESSADA'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-CADASTROS
                    ELSE
                       MOVE 'Erro de processamento programa PT000114.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
           DISPLAY TELA-CADASTROS-RELATORIOS
                   TELA-RELATORIOS-EXTRA
                   TELA-MENSAGENS.
           MOVE 'R'                    TO WSS-MNU-ATUAL.
           PERFORM RT-OCULTAR-OPCOES   THRU RT-OCULTAR-OPCOESX.
           ACCEPT  WSS-REL-CV          LINE 18 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
      *  ---> Opcao conferida na matriz de permissoes antes da chamada
           MOVE WSS-REL-CV              TO WSS-MNU-OPCAO.
           PERFORM RT-CONFERIR-OPCAO   THRU RT-CONFERIR-OPCAOX.
           IF NOT OPCAO-PERMITIDA
              PERFORM RT-SEM-PERMISSAO THRU RT-SEM-PERMISSAOX
              PERFORM RT-RELATORIOS
              GO                       TO RT-RELATORIOSX
           END-IF.
      *
           EVALUATE WSS-REL-CV
               WHEN 0
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 17
                    PERFORM RT-LIMPAR-TELA
                                       THRU RT-LIMPAR-TELAX
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                                          WSS-ARGUMENTO
                    CALL WSPT0108      USING WSS-PARM
                    MOVE 'PT000108'    TO WSS-AUD-PROGRAMA
                    MOVE 'EXTRATOS AD-HOC ACESSADOS'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
      *
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-RELATORIOS
                    ELSE
                       MOVE 'Erro de processamento programa PT000108.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 18
                    PERFORM RT-LIMPAR-TELA
                                       THRU RT-LIMPAR-TELAX
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
                    MOVE SPACES        TO WSS-ARQ-REL
                    CALL WSPT0111      USING WSS-PARM
                    MOVE 'PT000111'    TO WSS-AUD-PROGRAMA
                    MOVE 'PAINEL EXECUTIVO CONSULTADO'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
      *
                    IF WSS-RETORNO     EQUAL '00'
                       IF WSS-ARQ-REL  NOT EQUAL SPACES
                          PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                       END-IF
                       PERFORM         RT-RELATORIOS
                    ELSE
                       MOVE 'Erro de processamento programa PT000111.'
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
               WHEN 9
                    CONTINUE
               WHEN OTHER
      *
           OPEN INPUT ARQ-PARAMETROS.
           IF FS-PARAMETROS            EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS         EQUAL '00'
                 MOVE PARM-IMPRESSORA  TO WSS-IMPRESSORA-DEV
                 IF PARM-LINHAS-PAGINA GREATER ZEROS
      *
           DISPLAY TELA-EXECUTAR
                   TELA-MENSAGENS.
           MOVE 'E'                    TO WSS-MNU-ATUAL.
           PERFORM RT-OCULTAR-OPCOES   THRU RT-OCULTAR-OPCOESX.
           ACCEPT  WSS-EXE-OPC         LINE 20 COL 32
                                            WITH PROMPT AUTO-SKIP.
      *
      *  ---> Opcao conferida na matriz de permissoes antes da chamada
           MOVE WSS-EXE-OPC             TO WSS-MNU-OPCAO.
           PERFORM RT-CONFERIR-OPCAO   THRU RT-CONFERIR-OPCAOX.
           IF NOT OPCAO-PERMITIDA
              PERFORM RT-SEM-PERMISSAO THRU RT-SEM-PERMISSAOX
              PERFORM RT-EXECUTAR
              GO                       TO RT-EXECUTARX
           END-IF.
      *
           EVALUATE WSS-EXE-OPC
               WHEN 1
                    PERFORM RT-EXECUTAR-PARTICAO
                                       THRU RT-EXECUTAR-PARTICAOX
                    PERFORM RT-EXECUTAR
               WHEN 12
                    PERFORM RT-LIMPAR-TELA
                                       THRU RT-LIMPAR-TELAX
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
      *  ---> O processador grava no proprio log de auditoria
                    CLOSE ARQ-AUDITORIA
                    CALL WSPT0085      USING WSS-PARM
                    OPEN EXTEND        ARQ-AUDITORIA
                    MOVE 'PT000085'    TO WSS-AUD-PROGRAMA
                    MOVE 'TITULOS EM ABERTO DO ERP PROCESSADOS'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                    ELSE
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    END-IF
                    PERFORM RT-EXECUTAR
               WHEN 13
                    PERFORM RT-LIMPAR-TELA
                                       THRU RT-LIMPAR-TELAX
                    MOVE WSS-OPERADOR-ID
                                       TO WSS-OPERADOR
      *  ---> O programa tem menu proprio e grava a propria auditoria
                    MOVE SPACES        TO WSS-ARQ-REL
                    CLOSE ARQ-AUDITORIA
                    CALL WSPT0110      USING WSS-PARM
                    OPEN EXTEND        ARQ-AUDITORIA
                    MOVE 'PT000110'    TO WSS-AUD-PROGRAMA
                    MOVE 'CONCILIACAO CADASTRAL ERP'
                                       TO WSS-AUD-ACAO
                    PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
                    IF WSS-RETORNO     EQUAL '00'
                       AND WSS-ARQ-REL NOT EQUAL SPACES
                       PERFORM RT-PERGUNTAR-VISUALIZAR
                                       THRU RT-PERGUNTAR-VISUALIZARX
                    END-IF
                    PERFORM RT-EXECUTAR
               WHEN 9
                    CONTINUE
               WHEN OTHER
           IF WSS-FILIAL               EQUAL ZEROS
              GO                       TO RT-EXECUTAR-PARTICAOX
           END-IF.
      *
      *  ---> Particao de filial fora das permitidas ao operador
           MOVE WSS-FILIAL             TO WSS-FIL-TESTE.
           PERFORM RT-CONFERIR-FILIAL  THRU RT-CONFERIR-FILIALX.
      *
           IF NOT FILIAL-PERMITIDA
              MOVE 'PT000003'          TO WSS-AUD-PROGRAMA
              MOVE SPACES              TO WSS-AUD-ACAO
              STRING 'ACESSO NEGADO PARTICAO FILIAL '
                     WSS-FILIAL        DELIMITED BY SIZE
                                       INTO WSS-AUD-ACAO
              PERFORM RT-GRAVAR-AUDITORIA
                                       THRU RT-GRAVAR-AUDITORIAX
              MOVE ZEROS               TO WSS-FILIAL
              MOVE 'Filial nao permitida ao operador.'
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-EXECUTAR-PARTICAOX
           END-IF.
      *
           MOVE WSS-OPERADOR-ID        TO WSS-OPERADOR.
           CALL WSPT0003               USING WSS-PARM.
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
           IF WSS-FILIAIS-PERM         NOT NUMERIC
              OR WSS-FILIAIS-PERM      EQUAL ZEROS
              GO                       TO RT-CONFERIR-FILIALX
           END-IF.
      *
           MOVE 'N'                    TO WSS-FIL-PERMITIDA.
      *
           PERFORM VARYING WSS-IDX-PERM FROM 1 BY 1
                   UNTIL   WSS-IDX-PERM GREATER 8
              IF WSS-FILIAL-PERM (WSS-IDX-PERM)
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
           IF WSS-DATA-PROC            EQUAL SPACES
              MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO WSS-PVG-DATA
           ELSE
              MOVE WSS-DATA-PROC(5:4)  TO WSS-PVG-DATA(1:4)
              MOVE WSS-DATA-PROC(3:2)  TO WSS-PVG-DATA(5:2)
              MOVE WSS-DATA-PROC(1:2)  TO WSS-PVG-DATA(7:2)
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
