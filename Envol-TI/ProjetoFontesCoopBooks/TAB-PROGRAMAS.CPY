      *----------------------------------------------------------------*
      *    COPYBOOK - CATALOGO DOS PROGRAMAS CHAMADOS PELOS MENUS DO
      *    PT000000, BASE DA MATRIZ DE PERMISSOES (PERMISSAO):
      *    MENU ('P' PRINCIPAL, 'C' CADASTROS, 'R' RELATORIOS,
      *    'E' EXECUTAR, 'M' COMERCIAL, 'O' OPERACAO, 'U' UTILITARIOS)
      *    E OPCAO, PROGRAMA, NIVEL MINIMO PARA A CHAMADA ('C'
      *    CONSULTA, 'M' MANUTENCAO, 'E' EXECUCAO), INDICADOR DE
      *    ACESSO LEGADO DO OPERADOR QUE VALE SEM ENTRADA NA MATRIZ
      *    ('C' CADASTROS, 'R' RELATORIOS, 'E' EXECUTAR, 'P'
      *    PARAMETROS, BRANCO = LIVRE), CLASSE ('D' DESTRUTIVO,
      *    'I' INTERFACE) E POSICAO DA OPCAO NA TELA (LINHA, COLUNA
      *    E TAMANHO) PARA OCULTA-LA. NOVA OPCAO DE MENU ENTRA AQUI E
      *    NA QUANTIDADE ::-QTD-PRG.
      *----------------------------------------------------------------*
      *
       01  ::-TAB-PRG-VALORES.
           03  FILLER                  PIC  X(020)         VALUE
               'P04PT000004MP 142816'.
           03  FILLER                  PIC  X(025)         VALUE
               'PARAMETROS'.
           03  FILLER                  PIC  X(020)         VALUE
               'P05PT000005C  162816'.
           03  FILLER                  PIC  X(025)         VALUE
               'OPERADORES'.
           03  FILLER                  PIC  X(020)         VALUE
               'P06PT000006C  172815'.
           03  FILLER                  PIC  X(025)         VALUE
               'AUDITORIA'.
           03  FILLER                  PIC  X(020)         VALUE
               'P08PT000030ME 165014'.
           03  FILLER                  PIC  X(025)         VALUE
               'EXCECOES'.
           03  FILLER                  PIC  X(020)         VALUE
               'C01PT00001CCC 082825'.
           03  FILLER                  PIC  X(025)         VALUE
               'CLIENTES'.
           03  FILLER                  PIC  X(020)         VALUE
               'C02PT00001VCC 102825'.
           03  FILLER                  PIC  X(025)         VALUE
               'VENDEDORES'.
           03  FILLER                  PIC  X(020)         VALUE
               'C03PT000008CC 085423'.
           03  FILLER                  PIC  X(025)         VALUE
               'AUSENCIAS VENDEDOR'.
           03  FILLER                  PIC  X(020)         VALUE
               'C04PT000010CC 105423'.
           03  FILLER                  PIC  X(025)         VALUE
               'RESULTADOS VISITA'.
           03  FILLER                  PIC  X(020)         VALUE
               'C05PT000015CC 125423'.
           03  FILLER                  PIC  X(025)         VALUE
               'TABELA CEP X COORD'.
           03  FILLER                  PIC  X(020)         VALUE
               'C06PT000018CC 145423'.
           03  FILLER                  PIC  X(025)         VALUE
               'TERRITORIOS'.
           03  FILLER                  PIC  X(020)         VALUE
               'C07PT000019CC 165423'.
           03  FILLER                  PIC  X(025)         VALUE
               'MUNICIPIOS'.
           03  FILLER                  PIC  X(020)         VALUE
               'C08PT000022CC 175423'.
           03  FILLER                  PIC  X(025)         VALUE
               'CALENDARIO FERIADO'.
           03  FILLER                  PIC  X(020)         VALUE
               'C10PT000029CC 185423'.
           03  FILLER                  PIC  X(025)         VALUE
               'EMPRESAS'.
           03  FILLER                  PIC  X(020)         VALUE
               'C11PT000035CC 195423'.
           03  FILLER                  PIC  X(025)         VALUE
               'PROXIMIDADE VEND.'.
           03  FILLER                  PIC  X(020)         VALUE
               'C12PT000042CC 205423'.
           03  FILLER                  PIC  X(025)         VALUE
               'PRODUTOS'.
           03  FILLER                  PIC  X(020)         VALUE
               'C13PT000048CC 215423'.
           03  FILLER                  PIC  X(025)         VALUE
               'ESCALA VENDEDOR'.
           03  FILLER                  PIC  X(020)         VALUE
               'C14PT000049CC 212819'.
           03  FILLER                  PIC  X(025)         VALUE
               'SEGMENTOS'.
           03  FILLER                  PIC  X(020)         VALUE
               'C15PT000050CC 202819'.
           03  FILLER                  PIC  X(025)         VALUE
               'GRUPOS ECON.'.
           03  FILLER                  PIC  X(020)         VALUE
               'C16PT000059CC 192819'.
           03  FILLER                  PIC  X(025)         VALUE
               'FATOR RODOV.'.
           03  FILLER                  PIC  X(020)         VALUE
               'C17PT000095CC 172820'.
           03  FILLER                  PIC  X(025)         VALUE
               'POTENCIAL MERC.'.
           03  FILLER                  PIC  X(020)         VALUE
               'C18PT000096CC 122820'.
           03  FILLER                  PIC  X(025)         VALUE
               'COMODATO EQUIP.'.
           03  FILLER                  PIC  X(020)         VALUE
               'C19PT000097CC 132820'.
           03  FILLER                  PIC  X(025)         VALUE
               'DOCUMENTOS CLI.'.
           03  FILLER                  PIC  X(020)         VALUE
               'C20PT000098CC 152820'.
           03  FILLER                  PIC  X(025)         VALUE
               'FECHAMENTO CLI.'.
           03  FILLER                  PIC  X(020)         VALUE
               'C21PT000100CC 095423'.
           03  FILLER                  PIC  X(025)         VALUE
               'EQUIPES DE VENDA'.
           03  FILLER                  PIC  X(020)         VALUE
               'C22PT000103CC 115423'.
           03  FILLER                  PIC  X(025)         VALUE
               'CONSENTIM. LGPD'.
           03  FILLER                  PIC  X(020)         VALUE
               'C23PT000112CC 135423'.
           03  FILLER                  PIC  X(025)         VALUE
               'ENDERECOS ENTREGA'.
           03  FILLER                  PIC  X(020)         VALUE
               'C24PT000114CC 155423'.
           03  FILLER                  PIC  X(025)         VALUE
               'FROTA DE VEICULOS'.
           03  FILLER                  PIC  X(020)         VALUE
               'R01PT00002CCR 082825'.
           03  FILLER                  PIC  X(025)         VALUE
               'RELATORIO CLIENTES'.
           03  FILLER                  PIC  X(020)         VALUE
               'R02PT00002VCR 102825'.
           03  FILLER                  PIC  X(025)         VALUE
               'RELATORIO VENDEDORES'.
           03  FILLER                  PIC  X(020)         VALUE
               'R03PT000007CR 085426'.
           03  FILLER                  PIC  X(025)         VALUE
               'MOVIMENTACAO CARTEIRA'.
           03  FILLER                  PIC  X(020)         VALUE
               'R04PT000009CR 105426'.
           03  FILLER                  PIC  X(025)         VALUE
               'ITINERARIO DE VISITAS'.
           03  FILLER                  PIC  X(020)         VALUE
               'R05PT000014CR 125425'.
           03  FILLER                  PIC  X(025)         VALUE
               'TENDENCIA EXECUCOES'.
           03  FILLER                  PIC  X(020)         VALUE
               'R06PT000021CR 145425'.
           03  FILLER                  PIC  X(025)         VALUE
               'CATALOGO RELATORIOS'.
           03  FILLER                  PIC  X(020)         VALUE
               'R07PT000032CR 165425'.
           03  FILLER                  PIC  X(025)         VALUE
               'LACUNAS DE COBERTURA'.
           03  FILLER                  PIC  X(020)         VALUE
               'R08PT000034CR 175425'.
           03  FILLER                  PIC  X(025)         VALUE
               'DESEMPENHO VENDEDOR'.
           03  FILLER                  PIC  X(020)         VALUE
               'R10PT000036CR 185425'.
           03  FILLER                  PIC  X(025)         VALUE
               'CONSOLIDADO FILIAL'.
           03  FILLER                  PIC  X(020)         VALUE
               'R11PT000037CR 195425'.
           03  FILLER                  PIC  X(025)         VALUE
               'PERMANENCIA CLIENTE'.
           03  FILLER                  PIC  X(020)         VALUE
               'R12PT000038CR 205425'.
           03  FILLER                  PIC  X(025)         VALUE
               'CONSULTA SNAPSHOT'.
           03  FILLER                  PIC  X(020)         VALUE
               'R13PT000046CR 215425'.
           03  FILLER                  PIC  X(025)         VALUE
               'AGENDA DE VISITAS'.
           03  FILLER                  PIC  X(020)         VALUE
               'R14PT000047CR 212823'.
           03  FILLER                  PIC  X(025)         VALUE
               'ADERENCIA ROTEIRO'.
           03  FILLER                  PIC  X(020)         VALUE
               'R15PT000053CR 202823'.
           03  FILLER                  PIC  X(025)         VALUE
               'DOSSIE CLIENTE'.
           03  FILLER                  PIC  X(020)         VALUE
               'R16PT000082CR 192823'.
           03  FILLER                  PIC  X(025)         VALUE
               'RAMPA VENDEDORES'.
           03  FILLER                  PIC  X(020)         VALUE
               'R17PT000108CR 122823'.
           03  FILLER                  PIC  X(025)         VALUE
               'EXTRATOS AD-HOC'.
           03  FILLER                  PIC  X(020)         VALUE
               'R18PT000111CR 132823'.
           03  FILLER                  PIC  X(025)         VALUE
               'PAINEL EXECUTIVO'.
           03  FILLER                  PIC  X(020)         VALUE
               'E01PT000003EED082418'.
           03  FILLER                  PIC  X(025)         VALUE
               'DISTRIBUICAO'.
           03  FILLER                  PIC  X(020)         VALUE
               'E02PT000013EED102423'.
           03  FILLER                  PIC  X(025)         VALUE
               'CADEIA FIM-DE-DIA'.
           03  FILLER                  PIC  X(020)         VALUE
               'E03PT000020EEI122427'.
           03  FILLER                  PIC  X(025)         VALUE
               'PROCESSAR RETORNO ERP'.
           03  FILLER                  PIC  X(020)         VALUE
               'E04PT000003EED142430'.
           03  FILLER                  PIC  X(025)         VALUE
               'DISTRIBUICAO INCREMENTAL'.
           03  FILLER                  PIC  X(020)         VALUE
               'E05PT000026EED162425'.
           03  FILLER                  PIC  X(025)         VALUE
               'ATRIBUIR UM CLIENTE'.
           03  FILLER                  PIC  X(020)         VALUE
               'E06PT000033EEI172428'.
           03  FILLER                  PIC  X(025)         VALUE
               'RETORNO DE CREDITO ERP'.
           03  FILLER                  PIC  X(020)         VALUE
               'E07PT000039EEI182427'.
           03  FILLER                  PIC  X(025)         VALUE
               'NOTIFICACOES VENDEDOR'.
           03  FILLER                  PIC  X(020)         VALUE
               'E08PT000040EEI165427'.
           03  FILLER                  PIC  X(025)         VALUE
               'EXTRACAO/RETORNO CNPJ'.
           03  FILLER                  PIC  X(020)         VALUE
               'E10PT000058EED175423'.
           03  FILLER                  PIC  X(025)         VALUE
               'FECHAMENTO MENSAL'.
           03  FILLER                  PIC  X(020)         VALUE
               'E11PT000003EED185423'.
           03  FILLER                  PIC  X(025)         VALUE
               'DISTRIB. P/FILIAL'.
           03  FILLER                  PIC  X(020)         VALUE
               'E12PT000085EEI195427'.
           03  FILLER                  PIC  X(025)         VALUE
               'TITULOS EM ABERTO ERP'.
           03  FILLER                  PIC  X(020)         VALUE
               'E13PT000110EEI205427'.
           03  FILLER                  PIC  X(025)         VALUE
               'CONCILIACAO CADASTRO ERP'.
           03  FILLER                  PIC  X(020)         VALUE
               'M01PT000041CC 082422'.
           03  FILLER                  PIC  X(025)         VALUE
               'PEDIDOS DE VENDA'.
           03  FILLER                  PIC  X(020)         VALUE
               'M02PT000043CC 092423'.
           03  FILLER                  PIC  X(025)         VALUE
               'METAS DE VENDEDOR'.
           03  FILLER                  PIC  X(020)         VALUE
               'M03PT000044CC 102415'.
           03  FILLER                  PIC  X(025)         VALUE
               'COMISSOES'.
           03  FILLER                  PIC  X(020)         VALUE
               'M04PT000045CCI112430'.
           03  FILLER                  PIC  X(025)         VALUE
               'LANCAMENTOS COMISSAO ERP'.
           03  FILLER                  PIC  X(020)         VALUE
               'M05PT000051CC 122425'.
           03  FILLER                  PIC  X(025)         VALUE
               'FUNIL DE PROSPECCAO'.
           03  FILLER                  PIC  X(020)         VALUE
               'M06PT000052CC 132428'.
           03  FILLER                  PIC  X(025)         VALUE
               'OCORRENCIAS DE CLIENTE'.
           03  FILLER                  PIC  X(020)         VALUE
               'M07PT000054CC 142424'.
           03  FILLER                  PIC  X(025)         VALUE
               'DESPESAS DE VISITA'.
           03  FILLER                  PIC  X(020)         VALUE
               'M08PT000055CC 152425'.
           03  FILLER                  PIC  X(025)         VALUE
               'PESQUISA SATISFACAO'.
           03  FILLER                  PIC  X(020)         VALUE
               'M09PT000066CC 162428'.
           03  FILLER                  PIC  X(025)         VALUE
               'VISITA DE CAMPO (LOTE)'.
           03  FILLER                  PIC  X(020)         VALUE
               'M10PT000081CCI085420'.
           03  FILLER                  PIC  X(025)         VALUE
               'PEDIDOS X ERP'.
           03  FILLER                  PIC  X(020)         VALUE
               'M11PT000083CC 095423'.
           03  FILLER                  PIC  X(025)         VALUE
               'TABELAS DE PRECO'.
           03  FILLER                  PIC  X(020)         VALUE
               'M12PT000084CC 105426'.
           03  FILLER                  PIC  X(025)         VALUE
               'APROVACAO COMERCIAL'.
           03  FILLER                  PIC  X(020)         VALUE
               'M13PT000086CC 115424'.
           03  FILLER                  PIC  X(025)         VALUE
               'EXPOSICAO CREDITO'.
           03  FILLER                  PIC  X(020)         VALUE
               'M14PT000087CC 125417'.
           03  FILLER                  PIC  X(025)         VALUE
               'DEVOLUCOES'.
           03  FILLER                  PIC  X(020)         VALUE
               'M15PT000088CC 135426'.
           03  FILLER                  PIC  X(025)         VALUE
               'PAGAMENTO COMISSOES'.
           03  FILLER                  PIC  X(020)         VALUE
               'M16PT000089CC 145425'.
           03  FILLER                  PIC  X(025)         VALUE
               'CAMPANHAS DE VENDA'.
           03  FILLER                  PIC  X(020)         VALUE
               'M17PT000090CC 155426'.
           03  FILLER                  PIC  X(025)         VALUE
               'ORCAMENTOS DE VENDA'.
           03  FILLER                  PIC  X(020)         VALUE
               'M18PT000091CC 165425'.
           03  FILLER                  PIC  X(025)         VALUE
               'SUGESTAO REPOSICAO'.
           03  FILLER                  PIC  X(020)         VALUE
               'M19PT000092CC 175420'.
           03  FILLER                  PIC  X(025)         VALUE
               'VENDA CRUZADA'.
           03  FILLER                  PIC  X(020)         VALUE
               'M20PT000093CC 185426'.
           03  FILLER                  PIC  X(025)         VALUE
               'REATIVACAO CLIENTES'.
           03  FILLER                  PIC  X(020)         VALUE
               'M21PT000094CC 195424'.
           03  FILLER                  PIC  X(025)         VALUE
               'CUSTO ATENDIMENTO'.
           03  FILLER                  PIC  X(020)         VALUE
               'M22PT000099CC 205425'.
           03  FILLER                  PIC  X(025)         VALUE
               'PRECO CONCORRENCIA'.
           03  FILLER                  PIC  X(020)         VALUE
               'M23PT000101CC 215417'.
           03  FILLER                  PIC  X(025)         VALUE
               'TELEVENDAS'.
           03  FILLER                  PIC  X(020)         VALUE
               'M24PT000102CC 172425'.
           03  FILLER                  PIC  X(025)         VALUE
               'APROVACAO DESPESAS'.
           03  FILLER                  PIC  X(020)         VALUE
               'M25PT000106CC 182428'.
           03  FILLER                  PIC  X(025)         VALUE
               'TAREFAS ACOMPANHAMENTO'.
           03  FILLER                  PIC  X(020)         VALUE
               'M26PT000113CC 225424'.
           03  FILLER                  PIC  X(025)         VALUE
               'CONTRATOS FORNECIMENTO'.
           03  FILLER                  PIC  X(020)         VALUE
               'M27PT000115CC 235426'.
           03  FILLER                  PIC  X(025)         VALUE
               'MATERIAL PROMOCIONAL'.
           03  FILLER                  PIC  X(020)         VALUE
               'M28PT000118CCI212424'.
           03  FILLER                  PIC  X(025)         VALUE
               'REBATE POR VOLUME'.
           03  FILLER                  PIC  X(020)         VALUE
               'O01PT000063EED082425'.
           03  FILLER                  PIC  X(025)         VALUE
               'BACKUPS GERACIONAIS'.
           03  FILLER                  PIC  X(020)         VALUE
               'O02PT000064EED092419'.
           03  FILLER                  PIC  X(025)         VALUE
               'GRADE DE JOBS'.
           03  FILLER                  PIC  X(020)         VALUE
               'O03PT000065EEI102428'.
           03  FILLER                  PIC  X(025)         VALUE
               'GATEWAY DE TRANSMISSAO'.
           03  FILLER                  PIC  X(020)         VALUE
               'O04PT000067EEI112425'.
           03  FILLER                  PIC  X(025)         VALUE
               'DELTA CADASTRAL ERP'.
           03  FILLER                  PIC  X(020)         VALUE
               'O05PT000071EED122429'.
           03  FILLER                  PIC  X(025)         VALUE
               'TRANSFERENCIA DE FILIAL'.
           03  FILLER                  PIC  X(020)         VALUE
               'O06PT000073EED132426'.
           03  FILLER                  PIC  X(025)         VALUE
               'APROVACOES PENDENTES'.
           03  FILLER                  PIC  X(020)         VALUE
               'O07PT000074EE 142421'.
           03  FILLER                  PIC  X(025)         VALUE
               'MURAL DE AVISOS'.
           03  FILLER                  PIC  X(020)         VALUE
               'O08PT000076EE 152427'.
           03  FILLER                  PIC  X(025)         VALUE
               'MONITOR DE VOLUMETRIA'.
           03  FILLER                  PIC  X(020)         VALUE
               'O09PT000077EE 162422'.
           03  FILLER                  PIC  X(025)         VALUE
               'REGRAS DE ALERTA'.
           03  FILLER                  PIC  X(020)         VALUE
               'O10PT000078EE 172424'.
           03  FILLER                  PIC  X(025)         VALUE
               'ASSINATURAS/CAIXA'.
           03  FILLER                  PIC  X(020)         VALUE
               'O11PT000079EEI085423'.
           03  FILLER                  PIC  X(025)         VALUE
               'FILA DE SUGESTAO'.
           03  FILLER                  PIC  X(020)         VALUE
               'O12PT000080EEI095423'.
           03  FILLER                  PIC  X(025)         VALUE
               'EXTRACAO BI'.
           03  FILLER                  PIC  X(020)         VALUE
               'O13PT000116EE 105423'.
           03  FILLER                  PIC  X(025)         VALUE
               'DURACAO DE JOBS'.
           03  FILLER                  PIC  X(020)         VALUE
               'O14PT000117EEI115423'.
           03  FILLER                  PIC  X(025)         VALUE
               'AMOSTRA PESQUISA'.
           03  FILLER                  PIC  X(020)         VALUE
               'U01PT000011EED082425'.
           03  FILLER                  PIC  X(025)         VALUE
               'EXPURGO DE ARQUIVOS'.
           03  FILLER                  PIC  X(020)         VALUE
               'U02PT000012EED092427'.
           03  FILLER                  PIC  X(025)         VALUE
               'RECONSTRUIR INDEXADOS'.
           03  FILLER                  PIC  X(020)         VALUE
               'U03PT000016EED102430'.
           03  FILLER                  PIC  X(025)         VALUE
               'CONSOLIDAR CNPJ DUPLICADO'.
           03  FILLER                  PIC  X(020)         VALUE
               'U04PT000017EED112430'.
           03  FILLER                  PIC  X(025)         VALUE
               'DESLIGAMENTO DE VENDEDOR'.
           03  FILLER                  PIC  X(020)         VALUE
               'U05PT000023EE 122424'.
           03  FILLER                  PIC  X(025)         VALUE
               'QUALIDADE DE DADOS'.
           03  FILLER                  PIC  X(020)         VALUE
               'U06PT000024EE 132429'.
           03  FILLER                  PIC  X(025)         VALUE
               'INTEGRIDADE REFERENCIAL'.
           03  FILLER                  PIC  X(020)         VALUE
               'U07PT000025EED142424'.
           03  FILLER                  PIC  X(025)         VALUE
               'TRAVAS DE EXECUCAO'.
           03  FILLER                  PIC  X(020)         VALUE
               'U08PT000027EE 152424'.
           03  FILLER                  PIC  X(025)         VALUE
               'REVISAO DE ESTAGIO'.
           03  FILLER                  PIC  X(020)         VALUE
               'U09PT000028EED162423'.
           03  FILLER                  PIC  X(025)         VALUE
               'ANONIMIZACAO LGPD'.
           03  FILLER                  PIC  X(020)         VALUE
               'U10PT000031EE 172430'.
           03  FILLER                  PIC  X(025)         VALUE
               'LOG DE ERROS DO SISTEMA'.
           03  FILLER                  PIC  X(020)         VALUE
               'U11PT000056EE 085424'.
           03  FILLER                  PIC  X(025)         VALUE
               'REAVALIAR CASOS X'.
           03  FILLER                  PIC  X(020)         VALUE
               'U12PT000057EE 095424'.
           03  FILLER                  PIC  X(025)         VALUE
               'SLA DE CASOS'.
           03  FILLER                  PIC  X(020)         VALUE
               'U13PT000060EED105424'.
           03  FILLER                  PIC  X(025)         VALUE
               'OTIMIZADOR TROCAS'.
           03  FILLER                  PIC  X(020)         VALUE
               'U14PT000061EED115424'.
           03  FILLER                  PIC  X(025)         VALUE
               'ROLLBACK DISTRIB.'.
           03  FILLER                  PIC  X(020)         VALUE
               'U15PT000062EED125424'.
           03  FILLER                  PIC  X(025)         VALUE
               'COMPACTAR HISTOR.'.
           03  FILLER                  PIC  X(020)         VALUE
               'U16PT000068EED135424'.
           03  FILLER                  PIC  X(025)         VALUE
               'REGEOCODIFICAR'.
           03  FILLER                  PIC  X(020)         VALUE
               'U17PT000069EE 145424'.
           03  FILLER                  PIC  X(025)         VALUE
               'AUDITAR GEOCODIGO'.
           03  FILLER                  PIC  X(020)         VALUE
               'U18PT000070EE 155424'.
           03  FILLER                  PIC  X(025)         VALUE
               'AUDITAR TERRITOR.'.
           03  FILLER                  PIC  X(020)         VALUE
               'U19PT000075EE 165424'.
           03  FILLER                  PIC  X(025)         VALUE
               'BASE TREINAMENTO'.
           03  FILLER                  PIC  X(020)         VALUE
               'U20PT000104EED175424'.
           03  FILLER                  PIC  X(025)         VALUE
               'PERMISSOES PROG.'.
           03  FILLER                  PIC  X(020)         VALUE
               'U21PT000105EE 185424'.
           03  FILLER                  PIC  X(025)         VALUE
               'REVISAO ACESSOS'.
           03  FILLER                  PIC  X(020)         VALUE
               'U22PT000107EED195424'.
           03  FILLER                  PIC  X(025)         VALUE
               'ALTERACAO MASSA'.
           03  FILLER                  PIC  X(020)         VALUE
               'U23PT000109EED205424'.
           03  FILLER                  PIC  X(025)         VALUE
               'ARQUIVO FRIO CLIENTES'.
      *
       01  ::-TAB-PRG                  REDEFINES ::-TAB-PRG-VALORES.
           03  ::-PRG-OCR              OCCURS 121 TIMES.
               05  ::-PRG-MENU         PIC  X(001).
               05  ::-PRG-OPCAO        PIC  9(002).
               05  ::-PRG-PROGRAMA     PIC  X(008).
               05  ::-PRG-NIVEL-MIN    PIC  X(001).
               05  ::-PRG-LEGADO       PIC  X(001).
               05  ::-PRG-CLASSE       PIC  X(001).
                   88  ::-PRG-DESTRUTIVO               VALUE 'D'.
                   88  ::-PRG-INTERFACE                VALUE 'I'.
               05  ::-PRG-LINHA        PIC  9(002).
               05  ::-PRG-COLUNA       PIC  9(002).
               05  ::-PRG-TAMANHO      PIC  9(002).
               05  ::-PRG-DESCRICAO    PIC  X(025).
      *
       77  ::-QTD-PRG                  PIC  9(003)         VALUE 121.
