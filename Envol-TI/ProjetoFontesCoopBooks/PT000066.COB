      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    02.09.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            TITULOS VENCIDOS DO CLIENTE (ARQUIVO TITULOS) *
      *     *            SAEM NA CARTEIRA, EM LINHAS VENCIDO; LOGO     *
      *     *            ABAIXO DO CLIENTE. NA IMPORTACAO DO RETORNO   *
      *     *            ESSAS LINHAS SAO IGNORADAS COMO O CABECALHO.  *
      *     *----------------------------------------------------------*
      *     * VERSAO 03    -    Amarildo M Borges      -    15.10.2026 *
      *     *            SUGESTAO DE REPOSICAO DO CLIENTE (ARQUIVO     *
      *     *            SUGESTAO, DO PT000091) SAI NA CARTEIRA EM     *
      *     *            LINHAS SUGESTAO; APOS OS VENCIDOS, TAMBEM     *
      *     *            IGNORADAS NA IMPORTACAO DO RETORNO.           *
      *     *----------------------------------------------------------*
      *     * VERSAO 04    -    Amarildo M Borges      -    15.10.2026 *
      *     *            LACUNAS DE VENDA CRUZADA DO CLIENTE (ARQUIVO  *
      *     *            LACUNA, DO PT000092) SAEM NA CARTEIRA EM      *
      *     *            LINHAS OPORTUNIDADE; APOS AS SUGESTOES,       *
      *     *            TAMBEM IGNORADAS NA IMPORTACAO DO RETORNO.    *
      *     *----------------------------------------------------------*
      *     * VERSAO 05    -    Amarildo M Borges      -    15.10.2026 *
      *     *            RETORNO COM GPS DO APARELHO: CHECK-IN E       *
      *     *            CHECK-OUT (HHMM), LATITUDE E LONGITUDE. A     *
      *     *            VISITA FORA DO RAIO DO CLIENTE (PRV00902) OU  *
      *     *            MAIS CURTA QUE O MINIMO (PARAMDIST) FICA      *
      *     *            SUSPEITA E NAO CONTA PARA META NEM COMISSAO   *
      *     *            ATE A VALIDACAO PELO SUPERVISOR (OPCAO 3,     *
      *     *            PERFIL ADMINISTRADOR). OPCAO 4 GERA O         *
      *     *            RELATORIO SEMANAL DE VISITAS SUSPEITAS POR    *
      *     *            VENDEDOR (REL-VISSUSP-AAAAMMDD.CSV).          *
      *     *----------------------------------------------------------*
      *     * VERSAO 06    -    Amarildo M Borges      -    15.10.2026 *
      *     *            EQUIPAMENTOS EM COMODATO NO CLIENTE (ARQUIVO  *
      *     *            EQUIPAMENTO, DO PT000096) SAEM NA CARTEIRA EM *
      *     *            LINHAS COMODATO PARA O VENDEDOR CONFIRMAR     *
      *     *            (S/N) SE VIU O BEM NA VISITA. NA IMPORTACAO A *
      *     *            CONFIRMACAO ATUALIZA A ULTIMA VISUALIZACAO;   *
      *     *            SERIE DE OUTRO CLIENTE E RECUSADA.            *
      *     *----------------------------------------------------------*
      *     * VERSAO 07    -    Amarildo M Borges      -    15.10.2026 *
      *     *            TITULAR AUSENTE NA DATA COM SUBSTITUTO        *
      *     *            NOMEADO (ARQ AUSENCIA, VIA PRV00907): SEUS    *
      *     *            CLIENTES SAEM NA CARTEIRA DO SUBSTITUTO, E A  *
      *     *            VISITA IMPORTADA DE DATA NA AUSENCIA FICA EM  *
      *     *            NOME DO SUBSTITUTO. A DISTRIBUICAO NAO MUDA.  *
      *     *----------------------------------------------------------*
      *     * VERSAO 08    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PESQUISA DE PRECO DA CONCORRENCIA: CADA       *
      *     *            CLIENTE DA CARTEIRA SAI COM UMA LINHA         *
      *     *            CONCORRENCIA (PRODUTO;CONCORRENTE;PRECO) PARA *
      *     *            O VENDEDOR PREENCHER/REPETIR. NA IMPORTACAO A *
      *     *            LINHA PREENCHIDA GRAVA O ARQUIVO PESQPRECO    *
      *     *            (ORIGEM C) DA ULTIMA VISITA ACEITA, PT000099. *
      *     *----------------------------------------------------------*
      *     * VERSAO 09    -    Amarildo M Borges      -    15.10.2026 *
      *     *            RELATORIO DE VISITAS SUSPEITAS COM EQUIPE E   *
      *     *            SUPERVISOR DO VENDEDOR E SUBTOTAL POR         *
      *     *            SUPERVISOR; SUPERVISOR SO VE AS SUAS EQUIPES  *
      *     *            (PRV00908).                                   *
      *     *----------------------------------------------------------*
      *     * VERSAO 10    -    Amarildo M Borges      -    15.10.2026 *
      *     *            TAREFAS DE ACOMPANHAMENTO EM ABERTO DO CLIENTE*
      *     *            (ARQUIVO TAREFA) SAEM NA CARTEIRA EM LINHAS   *
      *     *            TAREFA PARA O VENDEDOR MARCAR S (FEITA) OU N. *
      *     *            NA IMPORTACAO O S CONCLUI A TAREFA NA DATA DA *
      *     *            VISITA; TAREFA DE OUTRO CLIENTE OU JA FECHADA *
      *     *            E RECUSADA.                                   *
      *     *----------------------------------------------------------*
      *     * VERSAO 11    -    Amarildo M Borges      -    15.10.2026 *
      *     *            PARAMETROS LIDOS DA VERSAO DO PARAMDIST EM    *
      *     *            VIGOR NA DATA DE PROCESSAMENTO.               *
      *     *----------------------------------------------------------*
      *     * VERSAO 12    -    Amarildo M Borges      -    15.10.2026 *
      *     *            RELATORIO DE VISITAS SUSPEITAS LE O VISITAS   *
      *     *            PELA CHAVE VENDEDOR + DATA.                   *
      *     *----------------------------------------------------------*
      *     * VERSAO 13    -    Amarildo M Borges      -    15.10.2026 *
      *     *            MATERIAL PROMOCIONAL: A CARTEIRA TRAZ A LINHA *
      *     *            MATERIAL (MATERIAL;QUANTIDADE) E A IMPORTACAO *
      *     *            GRAVA A ENTREGA NO ENTMAT (ORIGEM U) E BAIXA O*
      *     *            ESTOQUE DO VENDEDOR (ESTMAT); SEM SALDO OU    *
      *     *            MATERIAL INATIVO A LINHA E RECUSADA.          *
      *     *----------------------------------------------------------*
      *     * VERSAO 14    -    Amarildo M Borges      -    15.10.2026 *
      *     *            VISITA DE MES JA FECHADO PELO PT000058 E      *
      *     *            RECUSADA NA IMPORTACAO DO RETORNO (COM AS     *
      *     *            LINHAS COMPLEMENTARES) E NAO E REGRAVADA NA   *
      *     *            VALIDACAO DE SUSPEITAS; RECUSAS NO PERLOG     *
      *     *            (TRAVA DE PERIODO - PRV00912).                *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *  ---> Arquivo VISITAS (destino da importacao do retorno)
           COPY 'SEL-VISITAS.CPY'      REPLACING ==::== BY ==-FDT==.
      *
      *  ---> Titulos em aberto do ERP (vencidos saem na carteira)
           COPY 'SEL-TITULOS.CPY'      REPLACING ==::== BY ==-FDR==.
      *
      *  ---> Sugestao de reposicao por cliente (sai na carteira)
           COPY 'SEL-SUGESTAO.CPY'     REPLACING ==::== BY ==-FDS==.
      *
      *  ---> Lacunas de venda cruzada por cliente (saem na carteira)
           COPY 'SEL-LACUNA.CPY'       REPLACING ==::== BY ==-FDL==.
      *
      *  ---> Arquivo CLIENTES (coordenadas para a presenca no campo)
           COPY 'SEL-CLIENTES.CPY'     REPLACING ==::== BY ==-FDC==.
      *
      *  ---> Equipamentos em comodato (confirmados na visita)
           COPY 'SEL-EQUIPAMENTO.CPY'  REPLACING ==::== BY ==-FDE==.
      *
      *  ---> Pesquisa de preco da concorrencia (linha CONCORRENCIA)
           COPY 'SEL-PESQPRECO.CPY'    REPLACING ==::== BY ==-FDP==.
           COPY 'SEL-CONCORRENTE.CPY'  REPLACING ==::== BY ==-FDO==.
           COPY 'SEL-PRODUTO.CPY'      REPLACING ==::== BY ==-FDX==.
      *
      *  ---> Tarefas de acompanhamento (linha TAREFA, baixa no campo)
           COPY 'SEL-TAREFA.CPY'       REPLACING ==::== BY ==-FDJ==.
      *
      *  ---> Material promocional entregue na visita (linha MATERIAL)
           COPY 'SEL-MATERIAL.CPY'     REPLACING ==::== BY ==-FDM==.
           COPY 'SEL-ESTMAT.CPY'       REPLACING ==::== BY ==-FDB==.
           COPY 'SEL-ENTMAT.CPY'       REPLACING ==::== BY ==-FDN==.
      *
      *  ---> Arquivo de PARAMETROS (raio e duracao minima da visita)
           COPY 'SEL-PARAMETROS.CPY'.
      *
      *  ---> Carteira de preenchimento de um vendedor
           SELECT  REL-CARTEIRA        ASSIGN TO WSS-ARQ-CARTEIRA
                   ORGANIZATION        IS LINE SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-CARTEIRA.
      *
      *  ---> Arquivo devolvido do campo (cliente;data;resultado;obs
      *       e, com GPS, ;checkin;checkout;latitude;longitude)
           SELECT  ARQ-IMPORT          ASSIGN TO WSS-ENDERECO-ARQ
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-RELATO.
      *
      *  ---> Relatorio semanal de visitas suspeitas por vendedor
           SELECT  REL-VISSUSP         ASSIGN TO WSS-ARQ-VISSUSP
                   ORGANIZATION        IS LINE SEQUENTIAL
                   ACCESS MODE         IS SEQUENTIAL
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-VISSUSP.
      *
      *  ---> Controle da ultima importacao (painel de status)
           COPY 'SEL-ULTIMPORT.CPY'.
      *
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDT.
       COPY 'FD-VISITAS.CPY'           REPLACING ==::== BY ==-FDT==.
      *
       FD  ARQ-TITULOS                 VALUE OF FILE-ID IS 'TITULOS'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDR.
       COPY 'FD-TITULOS.CPY'           REPLACING ==::== BY ==-FDR==.
      *
       FD  ARQ-SUGESTAO                VALUE OF FILE-ID IS 'SUGESTAO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDS.
       COPY 'FD-SUGESTAO.CPY'          REPLACING ==::== BY ==-FDS==.
      *
       FD  ARQ-LACUNA                  VALUE OF FILE-ID IS 'LACUNA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDL.
       COPY 'FD-LACUNA.CPY'            REPLACING ==::== BY ==-FDL==.
      *
       FD  ARQ-CLIENTES                VALUE OF FILE-ID IS 'CLIENTES'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDC.
       COPY 'FD-CLIENTES.CPY'          REPLACING ==::== BY ==-FDC==.
      *
       FD  ARQ-EQUIPAMENTO             VALUE OF FILE-ID IS
                                                        'EQUIPAMENTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDE.
       COPY 'FD-EQUIPAMENTO.CPY'       REPLACING ==::== BY ==-FDE==.
      *
       FD  ARQ-PESQPRECO               VALUE OF FILE-ID IS 'PESQPRECO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDP.
       COPY 'FD-PESQPRECO.CPY'         REPLACING ==::== BY ==-FDP==.
      *
       FD  ARQ-CONCORRENTE             VALUE OF FILE-ID IS
                                                        'CONCORRENTE'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDO.
       COPY 'FD-CONCORRENTE.CPY'       REPLACING ==::== BY ==-FDO==.
      *
       FD  ARQ-PRODUTO                 VALUE OF FILE-ID IS 'PRODUTO'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDX.
       COPY 'FD-PRODUTO.CPY'           REPLACING ==::== BY ==-FDX==.
      *
       FD  ARQ-TAREFA                  VALUE OF FILE-ID IS 'TAREFA'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDJ.
       COPY 'FD-TAREFA.CPY'            REPLACING ==::== BY ==-FDJ==.
      *
       FD  ARQ-MATERIAL                VALUE OF FILE-ID IS 'MATERIAL'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDM.
       COPY 'FD-MATERIAL.CPY'          REPLACING ==::== BY ==-FDM==.
      *
       FD  ARQ-ESTMAT                  VALUE OF FILE-ID IS 'ESTMAT'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDB.
       COPY 'FD-ESTMAT.CPY'            REPLACING ==::== BY ==-FDB==.
      *
       FD  ARQ-ENTMAT                  VALUE OF FILE-ID IS 'ENTMAT'
           LABEL RECORDS               IS STANDARD
           DATA RECORD                 IS REG-FDN.
       COPY 'FD-ENTMAT.CPY'            REPLACING ==::== BY ==-FDN==.
      *
       COPY 'FD-PARAMETROS.CPY'.
      *
       FD  REL-CARTEIRA.
       01  REG-CARTEIRA                PIC  X(100).
       FD  ARQ-IMPORT
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  IMPORT-FD                   PIC  X(120).
      *
       FD  ARQ-RELATO
           LABEL RECORD                IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  REG-RELATO                  PIC  X(130).
      *
       FD  REL-VISSUSP.
       01  REG-VISSUSP                 PIC  X(160).
      *
       FD  ARQ-ULTIMPORT
           LABEL RECORD                IS STANDARD
      *----------------------------------------------------------------*
       77  FILLER                      PIC  X(032)         VALUE
           'III  WORKING STORAGE SECTION III'.
      *
      *  ---> Versao do PARAMDIST em vigor na data de processamento
       77  WSS-PVG-DATA                PIC  9(008)         VALUE ZEROS.
       77  WSS-PVG-LIDOS               PIC  9(004)         VALUE ZEROS.
       77  WSS-PVG-VIGENTE             PIC  9(004)         VALUE ZEROS.
      *
       77  WSS-FIM-IMPORT              PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-VEN             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-CARTEIRA            PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-TIT             PIC  X(001)         VALUE 'N'.
       77  WSS-HOJE-AMD                PIC  9(008)         VALUE ZEROS.
       77  WSS-DIAS-ATRASO             PIC S9(007)         VALUE ZEROS.
       77  WSS-FIM-ARQ-SUG             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-LAC             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-VIS             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-EQP             PIC  X(001)         VALUE 'N'.
       77  WSS-FIM-ARQ-TAR             PIC  X(001)         VALUE 'N'.
       77  WSS-TEM-CARTEIRA            PIC  X(001)         VALUE 'N'.
      *
      *----------------------------------------------------------------*
      *    TABELA - TITULARES AUSENTES NA DATA COBERTOS POR SUBSTITUTO
      *    (CARTEIRA DO TITULAR VAI NO ARQUIVO DO SUBSTITUTO)
      *----------------------------------------------------------------*
       01  WSS-TAB-COBERTURA.
           03  WSS-QTD-COB             PIC  9(005)         VALUE ZEROS.
           03  WSS-COB-OCR             OCCURS 500 TIMES.
               05  WSS-COB-TITULAR     PIC  9(007).
               05  WSS-COB-SUBST       PIC  9(007).
      *
       77  WSS-IDX-COB                 PIC  9(005) COMP-3  VALUE ZEROS.
       77  WSS-IDX-COB-ACHOU           PIC  9(005) COMP-3  VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUXILIARES
           03  WSS-VENDEDOR-INF        PIC  9(007)         VALUE ZEROS.
           03  WSS-QTD-CARTEIRAS       PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-CLI-CART        PIC  9(005)         VALUE ZEROS.
           03  WSS-CART-VEND           PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CAMPOS DESMEMBRADOS DA LINHA IMPORTADA
           03  WSS-DATA-NUM            PIC  9(008)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - PRESENCA NO CAMPO (GPS DO APARELHO)
      *----------------------------------------------------------------*
           03  WSS-IMP-CHECKIN         PIC  X(004)         VALUE SPACES.
           03  WSS-IMP-CHECKOUT        PIC  X(004)         VALUE SPACES.
           03  WSS-IMP-LAT             PIC  X(014)         VALUE SPACES.
           03  WSS-IMP-LON             PIC  X(014)         VALUE SPACES.
           03  WSS-VIS-LAT             PIC S9(003)V9(008)  VALUE ZEROS.
           03  WSS-VIS-LON             PIC S9(003)V9(008)  VALUE ZEROS.
           03  WSS-CHECKIN-NUM.
               05  WSS-CHECKIN-HH      PIC  9(002)         VALUE ZEROS.
               05  WSS-CHECKIN-MM      PIC  9(002)         VALUE ZEROS.
           03  WSS-CHECKOUT-NUM.
               05  WSS-CHECKOUT-HH     PIC  9(002)         VALUE ZEROS.
               05  WSS-CHECKOUT-MM     PIC  9(002)         VALUE ZEROS.
           03  WSS-VIS-MINUTOS         PIC S9(005)         VALUE ZEROS.
           03  WSS-MINUTOS-EDT         PIC -ZZZ9           VALUE ZEROS.
           03  WSS-VIS-RAIO            PIC  9(005)         VALUE ZEROS.
           03  WSS-VIS-MIN-MINUTOS     PIC  9(003)         VALUE ZEROS.
           03  WSS-FORA-RAIO           PIC  X(001)         VALUE 'N'.
           03  WSS-CURTA               PIC  X(001)         VALUE 'N'.
           03  WSS-MOTIVO-DESC         PIC  X(020)         VALUE SPACES.
           03  WSS-SITUACAO-DESC       PIC  X(009)         VALUE SPACES.
           03  WSS-DECISAO             PIC  X(001)         VALUE SPACES.
           03  WSS-QTD-VALIDADAS       PIC  9(005)         VALUE ZEROS.
           03  WSS-QTD-REPROVADAS      PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CONFIRMACAO DOS EQUIPAMENTOS EM COMODATO (LINHA
      *    COMODATO VALE PARA A ULTIMA LINHA DE CLIENTE ACEITA)
      *----------------------------------------------------------------*
           03  WSS-IMP-LINHA           PIC  X(008)         VALUE SPACES.
           03  WSS-IMP-SERIE           PIC  X(020)         VALUE SPACES.
           03  WSS-IMP-EQP-TIPO        PIC  X(001)         VALUE SPACES.
           03  WSS-IMP-EQP-DESC        PIC  X(030)         VALUE SPACES.
           03  WSS-IMP-AVISTADO        PIC  X(001)         VALUE SPACES.
           03  WSS-ULT-CLIENTE         PIC  9(007)         VALUE ZEROS.
           03  WSS-ULT-DATA            PIC  9(008)         VALUE ZEROS.
           03  WSS-ULT-VENDEDOR        PIC  9(007)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - BAIXA DAS TAREFAS DE ACOMPANHAMENTO (LINHA
      *    TAREFA TAMBEM VALE PARA A ULTIMA LINHA DE CLIENTE ACEITA)
      *----------------------------------------------------------------*
           03  WSS-IMP-TAR-CHAVE.
               05  WSS-IMP-TAR-DATA    PIC  X(008)         VALUE SPACES.
               05  WSS-IMP-TAR-SEQ     PIC  X(003)         VALUE SPACES.
           03  WSS-IMP-TAR-VENCTO      PIC  X(008)         VALUE SPACES.
           03  WSS-IMP-TAR-DESC        PIC  X(060)         VALUE SPACES.
           03  WSS-IMP-TAR-FEITA       PIC  X(001)         VALUE SPACES.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - PESQUISA DE PRECO DA CONCORRENCIA (LINHA
      *    CONCORRENCIA TAMBEM VALE PARA A ULTIMA VISITA ACEITA)
      *----------------------------------------------------------------*
           03  WSS-IMP-PRODUTO         PIC  X(005)         VALUE SPACES.
           03  WSS-IMP-CONCORR         PIC  X(004)         VALUE SPACES.
           03  WSS-IMP-PRECO           PIC  X(012)         VALUE SPACES.
           03  WSS-PESQ-PRECO          PIC  9(007)V9(002)  VALUE ZEROS.
           03  WSS-REG-PESQUISAS       PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - MATERIAL PROMOCIONAL ENTREGUE NA VISITA (LINHA
      *    MATERIAL, BAIXA DO ESTOQUE DO VENDEDOR DA ULTIMA VISITA)
      *----------------------------------------------------------------*
           03  WSS-IMP-MATERIAL        PIC  X(005)         VALUE SPACES.
           03  WSS-IMP-MAT-QTD         PIC  X(005)         VALUE SPACES.
           03  WSS-MAT-QTD             PIC  9(005)         VALUE ZEROS.
           03  WSS-REG-MATERIAIS       PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - RELATORIO SEMANAL DE VISITAS SUSPEITAS
      *----------------------------------------------------------------*
           03  WSS-ARQ-VISSUSP         PIC  X(030)         VALUE SPACES.
           03  WSS-SUS-INT             PIC  9(007)         VALUE ZEROS.
           03  WSS-SUS-INI-AMD         PIC  9(008)         VALUE ZEROS.
           03  WSS-SUS-VEN-ANT         PIC  9(007)         VALUE ZEROS.
           03  WSS-SUS-NOME            PIC  X(040)         VALUE SPACES.
           03  WSS-SUS-FILIAL          PIC  9(003)         VALUE ZEROS.
           03  WSS-SUS-QTD-VEN         PIC  9(005)         VALUE ZEROS.
           03  WSS-SUS-QTD-TOT         PIC  9(005)         VALUE ZEROS.
           03  WSS-SUS-PEND-TOT        PIC  9(005)         VALUE ZEROS.
           03  WSS-SUS-EQUIPE          PIC  9(003)         VALUE ZEROS.
           03  WSS-SUS-SUPERV          PIC  X(010)         VALUE SPACES.
           03  WSS-SUS-VISIVEL         PIC  X(001)         VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - CONTADORES DA IMPORTACAO
      *----------------------------------------------------------------*
           03  WSS-REG-LIDOS           PIC  9(005)         VALUE ZEROS.
           03  WSS-REG-GRAVADOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-REG-DESPREZADOS     PIC  9(005)         VALUE ZEROS.
           03  WSS-REG-TRAVADOS        PIC  9(005)         VALUE ZEROS.
           03  WSS-REG-SUSPEITOS       PIC  9(005)         VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - FILE STATUS
           03  FS-RELATO               PIC  X(002)         VALUE SPACES.
           03  FS-ULTIMPORT            PIC  X(002)         VALUE SPACES.
           03  FS-AUDITORIA            PIC  X(002)         VALUE SPACES.
           03  FS-TITULOS              PIC  X(002)         VALUE SPACES.
           03  WSS-TITULOS-ABERTO      PIC  X(001)         VALUE 'N'.
               88  TITULOS-ABERTO      VALUE 'S'.
           03  FS-SUGESTAO             PIC  X(002)         VALUE SPACES.
           03  WSS-SUGESTAO-ABERTO     PIC  X(001)         VALUE 'N'.
               88  SUGESTAO-ABERTO     VALUE 'S'.
           03  FS-LACUNA               PIC  X(002)         VALUE SPACES.
           03  WSS-LACUNA-ABERTO       PIC  X(001)         VALUE 'N'.
               88  LACUNA-ABERTO       VALUE 'S'.
           03  FS-CLIENTES             PIC  X(002)         VALUE SPACES.
           03  WSS-CLIENTES-ABERTO     PIC  X(001)         VALUE 'N'.
               88  CLIENTES-ABERTO     VALUE 'S'.
           03  FS-PARAMETROS           PIC  X(002)         VALUE SPACES.
           03  FS-VISSUSP              PIC  X(002)         VALUE SPACES.
           03  FS-EQUIPAMENTO          PIC  X(002)         VALUE SPACES.
           03  WSS-EQUIPAMENTO-ABERTO  PIC  X(001)         VALUE 'N'.
               88  EQUIPAMENTO-ABERTO  VALUE 'S'.
           03  FS-PESQPRECO            PIC  X(002)         VALUE SPACES.
           03  FS-CONCORRENTE          PIC  X(002)         VALUE SPACES.
           03  FS-PRODUTO              PIC  X(002)         VALUE SPACES.
           03  WSS-PESQPRECO-ABERTO    PIC  X(001)         VALUE 'N'.
               88  PESQPRECO-ABERTO    VALUE 'S'.
           03  WSS-PRODUTO-ABERTO      PIC  X(001)         VALUE 'N'.
               88  PRODUTO-ABERTO      VALUE 'S'.
           03  FS-TAREFA               PIC  X(002)         VALUE SPACES.
           03  WSS-TAREFA-ABERTO       PIC  X(001)         VALUE 'N'.
               88  TAREFA-ABERTO       VALUE 'S'.
           03  FS-MATERIAL             PIC  X(002)         VALUE SPACES.
           03  FS-ESTMAT               PIC  X(002)         VALUE SPACES.
           03  FS-ENTMAT               PIC  X(002)         VALUE SPACES.
           03  WSS-MATERIAL-ABERTO     PIC  X(001)         VALUE 'N'.
               88  MATERIAL-ABERTO     VALUE 'S'.
      *
      *----------------------------------------------------------------*
      *    VARIAVEIS - AUDITORIA
               'DATA AAAAMMDD;'.
           03  FILLER                  PIC  X(010)         VALUE
               'RESULTADO;'.
           03  FILLER                  PIC  X(004)         VALUE
               'OBS;'.
           03  FILLER                  PIC  X(027)         VALUE
               'CHECKIN HHMM;CHECKOUT HHMM;'.
           03  FILLER                  PIC  X(018)         VALUE
               'LATITUDE;LONGITUDE'.
      *
       01  DET-CARTEIRA.
           03  CRT-CLIENTE             PIC  9(007)         VALUE ZEROS.
               '________'.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CRT-RESULT              PIC  X(002)         VALUE '__'.
           03  FILLER                  PIC  X(005)         VALUE
               ';;;;;'.
      *
      *  ---> Titulo vencido do cliente (so informativo para cobranca)
       01  DET-VENCIDO.
           03  FILLER                  PIC  X(008)         VALUE
               'VENCIDO;'.
           03  VNC-NUMERO              PIC  X(012)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  VNC-VENCTO              PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  VNC-VALOR               PIC  ZZZZZZZZ9,99   VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  VNC-ATRASO              PIC  ZZZZZ9         VALUE ZEROS.
           03  FILLER                  PIC  X(005)         VALUE
               ' DIAS'.
      *
      *  ---> Produto sugerido ao cliente (so informativo para o pedido)
       01  DET-SUGESTAO.
           03  FILLER                  PIC  X(009)         VALUE
               'SUGESTAO;'.
           03  SGS-PRODUTO             PIC  9(005)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  SGS-DESCRICAO           PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  SGS-QTDE                PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  SGS-DIAS                PIC  ZZZZ9          VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  SGS-INTERVALO           PIC  ZZZ9           VALUE ZEROS.
      *
      *  ---> Equipamento em comodato no cliente: o vendedor marca S
      *       (visto na visita) ou N (nao localizado) no lugar do '_'
       01  DET-COMODATO.
           03  FILLER                  PIC  X(009)         VALUE
               'COMODATO;'.
           03  CMD-SERIE               PIC  X(020)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CMD-TIPO                PIC  X(001)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  CMD-DESCRICAO           PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE ';_'.
      *
      *  ---> Pesquisa de preco da concorrencia: o vendedor troca os
      *       '_' por produto, concorrente e preco de gondola (com
      *       virgula decimal) e repete a linha a cada preco visto
      *  ---> Tarefa de acompanhamento em aberto no cliente: o
      *       vendedor marca S (feita na visita) ou N (continua
      *       pendente) no lugar do '_'
       01  DET-TAREFA.
           03  FILLER                  PIC  X(007)         VALUE
               'TAREFA;'.
           03  TRF-DATA                PIC  9(008)         VALUE ZEROS.
           03  TRF-SEQ                 PIC  9(003)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TRF-VENCTO              PIC  9(008)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  TRF-DESCRICAO           PIC  X(060)         VALUE SPACES.
           03  FILLER                  PIC  X(002)         VALUE ';_'.
      *
       01  DET-CONCORRENCIA            PIC  X(019)         VALUE
           'CONCORRENCIA;_;_;_'.
      *
       01  DET-MATERIAL                PIC  X(013)         VALUE
           'MATERIAL;_;_'.
      *
      *  ---> Produto popular no segmento que o cliente nunca pediu
       01  DET-OPORTUNIDADE.
           03  FILLER                  PIC  X(013)         VALUE
               'OPORTUNIDADE;'.
           03  OPO-PRODUTO             PIC  9(005)         VALUE ZEROS.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  OPO-DESCRICAO           PIC  X(030)         VALUE SPACES.
           03  FILLER                  PIC  X(001)         VALUE ';'.
           03  OPO-PERCENTUAL          PIC  ZZ9            VALUE ZEROS.
           03  FILLER                  PIC  X(015)         VALUE
               '% DO SEGMENTO'.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00902
      *    - Calculo de distancia compartilhado (Harbesine)
      *----------------------------------------------------------------*
      *
       01  WSPRV902                    PIC X(08)           VALUE
                                                            'PT000902'.
      *
           COPY 'SUB-DIST.CPY'         REPLACING ==::== BY ==WSS==.
      *
      *----------------------------------------------------------------*
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00901
                                                            'PT000901'.
      *
           COPY 'SUB-ERRO.CPY'         REPLACING ==::== BY ==WSE==.
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
      *    AREA PARA CHAMADA AO SUBPROGRAMA PRV00908
      *    - Equipe de vendas do vendedor e filtro do supervisor
      *----------------------------------------------------------------*
      *
       01  WPT00909                    PIC X(08)           VALUE
                                                            'PT000909'.
      *
           COPY 'SUB-EQP.CPY'          REPLACING ==::== BY ==WSN==.
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
      *----------------------------------------------------------------*
      *    SUBTOTAL DE VISITAS SUSPEITAS POR SUPERVISOR (BRANCO =
      *    VENDEDORES SEM EQUIPE)
      *----------------------------------------------------------------*
       77  WSS-QTD-SUPERVISORES        PIC  9(003) COMP-3  VALUE ZEROS.
       77  WSS-IDX-SUP                 PIC  9(003) COMP-3  VALUE ZEROS.
       77  WSS-ACHOU-SUP               PIC  X(001)         VALUE 'N'.
      *
       01  WSS-TAB-SUPERVISORES.
           03  WSS-ITEM-SUP            OCCURS 100 TIMES.
               05  WSS-SUP-LOGIN       PIC  X(010).
               05  WSS-SUP-SUSPEITAS   PIC  9(005).
               05  WSS-SUP-PENDENTES   PIC  9(005).
      *
       01  FILLER                      PIC  X(032)         VALUE
           'FFF  FIM DA WORKING-STORAGE  FFF'.
               ' ..... VISITA DE CAMPO (IDA E VOLTA) ..... '   BLINK.
           03 F LINE 08 COL 28   VALUE " 1 - Gerar Carteiras   ".
           03 F LINE 10 COL 28   VALUE " 2 - Importar Retorno  ".
           03 F LINE 12 COL 28   VALUE " 3 - Validar Visitas   ".
           03 F LINE 14 COL 28   VALUE " 4 - Rel. Suspeitas    ".
           03 F LINE 16 COL 28   VALUE " 9 - Sair              ".
           03 F LINE 18 COL 28   VALUE " Opcao:[ ]             ".
      *
       01  TELA-LABEL-CARTEIRA.
           03 F LINE 08 COL 18   VALUE
      *
       01  TELA-DADOS-IMPORT-T.
           03 T1I LINE 08 COL 42 PIC X(030)      TO WSS-ENDERECO-ARQ.
      *
       01  TELA-LABEL-VALIDA.
           03 F LINE 06 COL 18   VALUE
               " Visita com presenca suspeita ".
           03 F LINE 08 COL 18   VALUE " Cliente.............: ".
           03 F LINE 09 COL 18   VALUE " Data da visita......: ".
           03 F LINE 10 COL 18   VALUE " Vendedor............: ".
           03 F LINE 11 COL 18   VALUE " Check-in/Check-out..: ".
           03 F LINE 12 COL 18   VALUE " Duracao (minutos)...: ".
           03 F LINE 13 COL 18   VALUE " Distancia (metros)..: ".
           03 F LINE 14 COL 18   VALUE " Motivo..............: ".
           03 F LINE 16 COL 18   VALUE " Decisao (V/R/F).....: ".
      *
       01  TELA-DADOS-VALIDA-T.
           03 T1V LINE 16 COL 42 PIC X(001)      TO WSS-DECISAO.
      *
      *----------------------------------------------------------------*
       01  TELA-MENSAGENS.
              MOVE 4                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
      *  ---> Titulos sao opcionais: sem a carga do ERP a carteira
      *       sai sem as linhas de vencidos
           OPEN INPUT ARQ-TITULOS.
           IF FS-TITULOS               EQUAL '00'
              MOVE 'S'                 TO WSS-TITULOS-ABERTO
           END-IF.
      *
      *  ---> Sugestao tambem e opcional: sem o calculo do PT000091 a
      *       carteira sai sem as linhas de sugestao
           OPEN INPUT ARQ-SUGESTAO.
           IF FS-SUGESTAO              EQUAL '00'
              MOVE 'S'                 TO WSS-SUGESTAO-ABERTO
           END-IF.
      *
      *  ---> Lacunas tambem sao opcionais: sem o calculo do PT000092
      *       a carteira sai sem as linhas de oportunidade
           OPEN INPUT ARQ-LACUNA.
           IF FS-LACUNA                EQUAL '00'
              MOVE 'S'                 TO WSS-LACUNA-ABERTO
           END-IF.
      *
      *  ---> Clientes tambem sao opcionais: sem o cadastro a visita
      *       com GPS so e conferida pela duracao
           OPEN INPUT ARQ-CLIENTES.
           IF FS-CLIENTES              EQUAL '00'
              MOVE 'S'                 TO WSS-CLIENTES-ABERTO
           END-IF.
      *
      *  ---> Equipamentos tambem sao opcionais: sem o cadastro do
      *       PT000096 nao ha linhas de comodato na carteira
           OPEN I-O ARQ-EQUIPAMENTO.
           IF FS-EQUIPAMENTO           EQUAL '00'
              MOVE 'S'                 TO WSS-EQUIPAMENTO-ABERTO
           END-IF.
      *
      *  ---> Tarefas tambem sao opcionais: sem o arquivo TAREFA nao
      *       ha linhas de tarefa na carteira
           OPEN I-O ARQ-TAREFA.
           IF FS-TAREFA                EQUAL '00'
              MOVE 'S'                 TO WSS-TAREFA-ABERTO
           END-IF.
      *
      *  ---> Pesquisa de preco tambem e opcional: sem o cadastro de
      *       concorrentes do PT000099 nao ha linha CONCORRENCIA
           OPEN I-O ARQ-PESQPRECO.
           IF FS-PESQPRECO             EQUAL '05' OR '35'
              CLOSE ARQ-PESQPRECO
              OPEN OUTPUT ARQ-PESQPRECO
              CLOSE ARQ-PESQPRECO
              OPEN I-O ARQ-PESQPRECO
           END-IF.
           IF FS-PESQPRECO             EQUAL '00'
              OPEN INPUT ARQ-CONCORRENTE
              IF FS-CONCORRENTE        EQUAL '00'
                 MOVE 'S'              TO WSS-PESQPRECO-ABERTO
              ELSE
                 CLOSE ARQ-PESQPRECO
              END-IF
           END-IF.
      *
           OPEN INPUT ARQ-PRODUTO.
           IF FS-PRODUTO               EQUAL '00'
              MOVE 'S'                 TO WSS-PRODUTO-ABERTO
           END-IF.
      *
      *  ---> Material promocional tambem e opcional: sem o catalogo e
      *       o estoque do PT000115 nao ha linha MATERIAL
           OPEN INPUT ARQ-MATERIAL.
           IF FS-MATERIAL              EQUAL '00'
              OPEN I-O ARQ-ESTMAT
              IF FS-ESTMAT             EQUAL '00'
                 OPEN I-O ARQ-ENTMAT
                 IF FS-ENTMAT          EQUAL '00'
                    MOVE 'S'           TO WSS-MATERIAL-ABERTO
                 ELSE
                    CLOSE ARQ-ESTMAT
                          ARQ-MATERIAL
                 END-IF
              ELSE
                 CLOSE ARQ-MATERIAL
              END-IF
           END-IF.
      *
           PERFORM RT-DATA-SISTEMA     THRU RT-DATA-SISTEMAX.
           MOVE WSS-DATA-SIS-ANO       TO WSS-HOJE-AMD(1:4).
           MOVE WSS-DATA-SIS-MES       TO WSS-HOJE-AMD(5:2).
           MOVE WSS-DATA-SIS-DIA       TO WSS-HOJE-AMD(7:2).
      *
       RT-INICIALIZARX.
           EXIT.
           DISPLAY TELA-MANUTENCAO
                   TELA-MENSAGENS.
      *
           ACCEPT WSS-FUN              LINE 18 COL 36
                                            WITH PROMPT AUTO-SKIP.
      *
           EVALUATE WSS-FUN
               WHEN 2
                    PERFORM RT-IMPORTAR
                                       THRU RT-IMPORTARX
               WHEN 3
                    IF LKS-PERFIL      NOT EQUAL 'A' AND 'a'
                       MOVE "Opcao restrita ao perfil administrador."
                                       TO WSS-MENSAGEM
                       DISPLAY TELA-MENSAGENS
                       ACCEPT WSS-ENT  LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
                    ELSE
                       PERFORM RT-VALIDAR-VISITAS
                                       THRU RT-VALIDAR-VISITASX
                    END-IF
               WHEN 4
                    PERFORM RT-REL-SUSPEITAS
                                       THRU RT-REL-SUSPEITASX
               WHEN 9
                    CONTINUE
               WHEN OTHER
                                          WSS-QTD-CARTEIRAS.
      *
           DISPLAY TELA-LABEL-CARTEIRA.
      *
      *  ---> Titulares ausentes hoje com substituto nomeado
           PERFORM RT-CARREGAR-COBERTURA
                                       THRU RT-CARREGAR-COBERTURAX.
      *
           MOVE "Informe o vendedor (0 gera a carteira de todos)."
                                       TO WSS-MENSAGEM.
                                            WITH PROMPT AUTO-SKIP
                       GO              TO RT-GERAR-CARTEIRASX
              END-READ
      *  ---> Titular coberto: a carteira sai no arquivo do substituto
              PERFORM RT-LOCALIZAR-COBERTURA
                                       THRU RT-LOCALIZAR-COBERTURAX
              IF WSS-IDX-COB-ACHOU     GREATER ZEROS
                 MOVE WSS-COB-SUBST (WSS-IDX-COB-ACHOU)
                                       TO CODIGO-FDV
                 READ ARQ-VENDEDOR     KEY IS CODIGO-FDV
                      INVALID KEY
                          CONTINUE
                 END-READ
              END-IF
              PERFORM RT-CARTEIRA-VENDEDOR
                                       THRU RT-CARTEIRA-VENDEDORX
           ELSE
                MOVE 'S'               TO WSS-FIM-ARQ-VEN
                GO                     TO RT-PROXIMO-VENDEDORX
           END-READ.
      *
      *  ---> Titular coberto por substituto nao tem arquivo proprio
           PERFORM RT-LOCALIZAR-COBERTURA
                                       THRU RT-LOCALIZAR-COBERTURAX.
      *
           IF ATIVO-FDV
              AND WSS-IDX-COB-ACHOU    EQUAL ZEROS
              PERFORM RT-CARTEIRA-VENDEDOR
                                       THRU RT-CARTEIRA-VENDEDORX
           END-IF.
       RT-PROXIMO-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARREGAR-COBERTURA           SECTION.
      *  ---> Percorre o cadastro de vendedores consultando a
      *       ausencia na data de processamento (PRV00907)
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-COB
                                          CODIGO-FDV.
           MOVE 'N'                    TO WSS-FIM-ARQ-VEN.
      *
           START ARQ-VENDEDOR          KEY IS NOT LESS CODIGO-FDV
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-VEN
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-VEN
                                       EQUAL 'S' OR 's'
              PERFORM RT-LER-COBERTURA THRU RT-LER-COBERTURAX
           END-PERFORM.
      *
       RT-CARREGAR-COBERTURAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-COBERTURA                SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-VENDEDOR           NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-VEN
                GO                     TO RT-LER-COBERTURAX
           END-READ.
      *
           MOVE 'C'                    TO WSN-SBT-FUNCAO.
           MOVE CODIGO-FDV             TO WSN-SBT-CVENDEDOR.
           MOVE WSS-HOJE-AMD           TO WSN-SBT-DATA.
           CALL WPT00908               USING WSN-SBT-PARM.
      *
           IF WSN-SBT-RETORNO          EQUAL 1
              AND WSS-QTD-COB          LESS 500
              ADD 1                    TO WSS-QTD-COB
              MOVE CODIGO-FDV          TO WSS-COB-TITULAR (WSS-QTD-COB)
              MOVE WSN-SBT-EFETIVO     TO WSS-COB-SUBST (WSS-QTD-COB)
           END-IF.
      *
       RT-LER-COBERTURAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LOCALIZAR-COBERTURA          SECTION.
      *  ---> Localiza o vendedor de CODIGO-FDV entre os titulares
      *       cobertos por substituto
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-IDX-COB-ACHOU.
           MOVE 1                      TO WSS-IDX-COB.
      *
           PERFORM UNTIL WSS-IDX-COB   GREATER WSS-QTD-COB
                      OR WSS-IDX-COB-ACHOU
                                       GREATER ZEROS
              IF WSS-COB-TITULAR (WSS-IDX-COB)
                                       EQUAL CODIGO-FDV
                 MOVE WSS-IDX-COB      TO WSS-IDX-COB-ACHOU
              ELSE
                 ADD 1                 TO WSS-IDX-COB
              END-IF
           END-PERFORM.
      *
       RT-LOCALIZAR-COBERTURAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARTEIRA-VENDEDOR            SECTION.
      *  ---> Gera CARTEIRA-<vendedor>.CSV com a carteira vigente do
      *       vendedor corrente (REG-FDV carregado pelo chamador),
      *       seguida das carteiras dos titulares que ele cobre
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WSS-ARQ-CARTEIRA.
           END-STRING.
      *
           MOVE ZEROS                  TO WSS-QTD-CLI-CART.
           MOVE 'N'                    TO WSS-TEM-CARTEIRA.
      *
           MOVE CODIGO-FDV             TO CVENDEDOR-FDD.
      *
           START ARQ-DISTRIBUIR        KEY IS EQUAL CVENDEDOR-FDD
                INVALID KEY
                    CONTINUE
           END-START.
      *
           IF FS-DISTRIBUIR            EQUAL '00'
              MOVE 'S'                 TO WSS-TEM-CARTEIRA
           END-IF.
      *
           PERFORM VARYING WSS-IDX-COB FROM 1 BY 1
                   UNTIL   WSS-IDX-COB GREATER WSS-QTD-COB
              IF WSS-COB-SUBST (WSS-IDX-COB)
                                       EQUAL CODIGO-FDV
                 MOVE 'S'              TO WSS-TEM-CARTEIRA
              END-IF
           END-PERFORM.
      *
           IF WSS-TEM-CARTEIRA         EQUAL 'N'
              GO                       TO RT-CARTEIRA-VENDEDORX
           END-IF.
      *
      *
           WRITE REG-CARTEIRA          FROM CAB-CARTEIRA.
      *
           MOVE CODIGO-FDV             TO WSS-CART-VEND.
           PERFORM RT-CARTEIRA-TITULAR THRU RT-CARTEIRA-TITULARX.
      *
      *  ---> Carteiras dos titulares ausentes cobertos pelo vendedor
           PERFORM VARYING WSS-IDX-COB FROM 1 BY 1
                   UNTIL   WSS-IDX-COB GREATER WSS-QTD-COB
              IF WSS-COB-SUBST (WSS-IDX-COB)
                                       EQUAL CODIGO-FDV
                 MOVE WSS-COB-TITULAR (WSS-IDX-COB)
                                       TO WSS-CART-VEND
                 PERFORM RT-CARTEIRA-TITULAR
                                       THRU RT-CARTEIRA-TITULARX
              END-IF
           END-PERFORM.
      *
           CLOSE REL-CARTEIRA.
       RT-CARTEIRA-VENDEDORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CARTEIRA-TITULAR             SECTION.
      *  ---> Grava no arquivo aberto os clientes da distribuicao do
      *       vendedor titular de WSS-CART-VEND
      *----------------------------------------------------------------*
      *
           MOVE WSS-CART-VEND          TO CVENDEDOR-FDD.
           MOVE 'N'                    TO WSS-FIM-CARTEIRA.
      *
           START ARQ-DISTRIBUIR        KEY IS EQUAL CVENDEDOR-FDD
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-CARTEIRA
           END-START.
      *
           PERFORM UNTIL WSS-FIM-CARTEIRA
                                       EQUAL 'S' OR 's'
              PERFORM RT-GRAVAR-CLI-CART
                                       THRU RT-GRAVAR-CLI-CARTX
           END-PERFORM.
      *
       RT-CARTEIRA-TITULARX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-CLI-CART              SECTION.
      *----------------------------------------------------------------*
                GO                     TO RT-GRAVAR-CLI-CARTX
           END-READ.
      *
           IF CVENDEDOR-FDD            NOT EQUAL WSS-CART-VEND
              MOVE 'S'                 TO WSS-FIM-CARTEIRA
              GO                       TO RT-GRAVAR-CLI-CARTX
           END-IF.
           MOVE '__'                   TO CRT-RESULT.
      *
           WRITE REG-CARTEIRA          FROM DET-CARTEIRA.
      *
           IF TITULOS-ABERTO
              PERFORM RT-GRAVAR-VENCIDOS
                                       THRU RT-GRAVAR-VENCIDOSX
           END-IF.
      *
           IF SUGESTAO-ABERTO
              PERFORM RT-GRAVAR-SUGESTOES
                                       THRU RT-GRAVAR-SUGESTOESX
           END-IF.
      *
           IF LACUNA-ABERTO
              PERFORM RT-GRAVAR-LACUNAS
                                       THRU RT-GRAVAR-LACUNASX
           END-IF.
      *
           IF EQUIPAMENTO-ABERTO
              PERFORM RT-GRAVAR-COMODATOS
                                       THRU RT-GRAVAR-COMODATOSX
           END-IF.
      *
           IF TAREFA-ABERTO
              PERFORM RT-GRAVAR-TAREFAS
                                       THRU RT-GRAVAR-TAREFASX
           END-IF.
      *
           IF PESQPRECO-ABERTO
              WRITE REG-CARTEIRA       FROM DET-CONCORRENCIA
           END-IF.
      *
           IF MATERIAL-ABERTO
              WRITE REG-CARTEIRA       FROM DET-MATERIAL
           END-IF.
      *
           ADD 1                       TO WSS-QTD-CLI-CART.
      *
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-VENCIDOS              SECTION.
      *  ---> Titulos do cliente corrente com vencimento anterior a
      *       data do processamento, logo abaixo da linha do cliente
      *----------------------------------------------------------------*
      *
           MOVE CCLIENTE-FDD           TO TIT-CCLIENTE-FDR.
           MOVE LOW-VALUES             TO TIT-NUMERO-FDR.
           MOVE 'N'                    TO WSS-FIM-ARQ-TIT.
      *
           START ARQ-TITULOS           KEY IS NOT LESS TIT-CHAVE-FDR
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-TIT
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-TIT
                                       EQUAL 'S' OR 's'
              READ ARQ-TITULOS         NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-TIT
                NOT AT END
                   IF TIT-CCLIENTE-FDR NOT EQUAL CCLIENTE-FDD
                      MOVE 'S'         TO WSS-FIM-ARQ-TIT
                   ELSE
                      IF TIT-DT-VENCTO-FDR
                                       LESS WSS-HOJE-AMD
                         PERFORM RT-GRAVAR-VENCIDO
                                       THRU RT-GRAVAR-VENCIDOX
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-GRAVAR-VENCIDOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-VENCIDO               SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WSS-DIAS-ATRASO     =
                   FUNCTION INTEGER-OF-DATE (WSS-HOJE-AMD)
                 - FUNCTION INTEGER-OF-DATE (TIT-DT-VENCTO-FDR).
      *
           MOVE TIT-NUMERO-FDR         TO VNC-NUMERO.
           MOVE TIT-DT-VENCTO-FDR      TO VNC-VENCTO.
           MOVE TIT-VLR-ABERTO-FDR     TO VNC-VALOR.
           MOVE WSS-DIAS-ATRASO        TO VNC-ATRASO.
      *
           WRITE REG-CARTEIRA          FROM DET-VENCIDO.
      *
       RT-GRAVAR-VENCIDOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-SUGESTOES             SECTION.
      *  ---> Produtos sugeridos ao cliente corrente, logo abaixo dos
      *       titulos vencidos
      *----------------------------------------------------------------*
      *
           MOVE CCLIENTE-FDD           TO SUG-CCLIENTE-FDS.
           MOVE ZEROS                  TO SUG-CPRODUTO-FDS.
           MOVE 'N'                    TO WSS-FIM-ARQ-SUG.
      *
           START ARQ-SUGESTAO          KEY IS NOT LESS SUG-CHAVE-FDS
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-SUG
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-SUG
                                       EQUAL 'S' OR 's'
              READ ARQ-SUGESTAO        NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-SUG
                NOT AT END
                   IF SUG-CCLIENTE-FDS NOT EQUAL CCLIENTE-FDD
                      MOVE 'S'         TO WSS-FIM-ARQ-SUG
                   ELSE
                      MOVE SUG-CPRODUTO-FDS
                                       TO SGS-PRODUTO
                      MOVE SUG-DESCRICAO-FDS
                                       TO SGS-DESCRICAO
                      MOVE SUG-QTD-MEDIA-FDS
                                       TO SGS-QTDE
                      MOVE SUG-DIAS-ULTIMA-FDS
                                       TO SGS-DIAS
                      MOVE SUG-INTERVALO-FDS
                                       TO SGS-INTERVALO
                      WRITE REG-CARTEIRA
                                       FROM DET-SUGESTAO
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-GRAVAR-SUGESTOESX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-LACUNAS               SECTION.
      *  ---> Oportunidades de venda cruzada do cliente corrente, na
      *       ordem de popularidade no segmento
      *----------------------------------------------------------------*
      *
           MOVE CCLIENTE-FDD           TO LAC-CCLIENTE-FDL.
           MOVE ZEROS                  TO LAC-POSICAO-FDL.
           MOVE 'N'                    TO WSS-FIM-ARQ-LAC.
      *
           START ARQ-LACUNA            KEY IS NOT LESS LAC-CHAVE-FDL
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-LAC
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-LAC
                                       EQUAL 'S' OR 's'
              READ ARQ-LACUNA          NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-LAC
                NOT AT END
                   IF LAC-CCLIENTE-FDL NOT EQUAL CCLIENTE-FDD
                      MOVE 'S'         TO WSS-FIM-ARQ-LAC
                   ELSE
                      MOVE LAC-CPRODUTO-FDL
                                       TO OPO-PRODUTO
                      MOVE LAC-DESCRICAO-FDL
                                       TO OPO-DESCRICAO
                      MOVE LAC-PERCENTUAL-FDL
                                       TO OPO-PERCENTUAL
                      WRITE REG-CARTEIRA
                                       FROM DET-OPORTUNIDADE
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-GRAVAR-LACUNASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-COMODATOS             SECTION.
      *  ---> Equipamentos em comodato no cliente corrente, para o
      *       vendedor confirmar na visita
      *----------------------------------------------------------------*
      *
           MOVE CCLIENTE-FDD           TO EQP-CCLIENTE-FDE.
           MOVE 'N'                    TO WSS-FIM-ARQ-EQP.
      *
           START ARQ-EQUIPAMENTO       KEY IS EQUAL EQP-CCLIENTE-FDE
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-EQP
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-EQP
                                       EQUAL 'S' OR 's'
              READ ARQ-EQUIPAMENTO     NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-EQP
                NOT AT END
                   IF EQP-CCLIENTE-FDE NOT EQUAL CCLIENTE-FDD
                      MOVE 'S'         TO WSS-FIM-ARQ-EQP
                   ELSE
                      IF EQP-EM-COMODATO-FDE
                         MOVE EQP-SERIE-FDE
                                       TO CMD-SERIE
                         MOVE EQP-TIPO-FDE
                                       TO CMD-TIPO
                         MOVE EQP-DESCRICAO-FDE
                                       TO CMD-DESCRICAO
                         WRITE REG-CARTEIRA
                                       FROM DET-COMODATO
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-GRAVAR-COMODATOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-TAREFAS               SECTION.
      *  ---> Tarefas em aberto no cliente corrente, para o vendedor
      *       dar baixa na visita
      *----------------------------------------------------------------*
      *
           MOVE CCLIENTE-FDD           TO TAR-CCLIENTE-FDJ.
           MOVE ZEROS                  TO TAR-DATA-FDJ
                                          TAR-SEQ-FDJ.
           MOVE 'N'                    TO WSS-FIM-ARQ-TAR.
      *
           START ARQ-TAREFA            KEY IS NOT LESS TAR-CHAVE-FDJ
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-TAR
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-TAR
                                       EQUAL 'S' OR 's'
              READ ARQ-TAREFA          NEXT
                AT END
                   MOVE 'S'            TO WSS-FIM-ARQ-TAR
                NOT AT END
                   IF TAR-CCLIENTE-FDJ NOT EQUAL CCLIENTE-FDD
                      MOVE 'S'         TO WSS-FIM-ARQ-TAR
                   ELSE
                      IF TAR-ABERTA-FDJ
                         MOVE TAR-DATA-FDJ
                                       TO TRF-DATA
                         MOVE TAR-SEQ-FDJ
                                       TO TRF-SEQ
                         MOVE TAR-DT-VENCIMENTO-FDJ
                                       TO TRF-VENCTO
                         MOVE TAR-DESCRICAO-FDJ
                                       TO TRF-DESCRICAO
                         INSPECT TRF-DESCRICAO
                                       CONVERTING ';' TO ','
                         WRITE REG-CARTEIRA
                                       FROM DET-TAREFA
                      END-IF
                   END-IF
              END-READ
           END-PERFORM.
      *
       RT-GRAVAR-TAREFASX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    IMPORTACAO DO RETORNO DO CAMPO EM LOTE PARA VISITAS
      *    (UMA LINHA POR VISITA: CLIENTE;DATA;RESULTADO;OBS)
      *----------------------------------------------------------------*
       RT-IMPORTAR                     SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE 'VISRET.CSV'           TO WSS-ENDERECO-ARQ.
      *
           DISPLAY TELA-LABEL-IMPORT.
           DISPLAY WSS-ENDERECO-ARQ    LINE 08 COL 42.
      *
           MOVE "Informe o arquivo (ENTER = VISRET.CSV)."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1I.
      *
           IF WSS-ENDERECO-ARQ         EQUAL SPACES
              MOVE 'VISRET.CSV'        TO WSS-ENDERECO-ARQ
           END-IF.
      *
           OPEN INPUT ARQ-IMPORT.
      *
           IF FS-IMPORT                NOT EQUAL '00'
              MOVE "Arquivo de retorno nao encontrado."
                                       TO WSS-MENSAGEM
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-IMPORTARX
           END-IF.
      *
           OPEN OUTPUT ARQ-RELATO.
      *
           MOVE ZEROS                  TO WSS-REG-LIDOS
                                          WSS-REG-GRAVADOS
                                          WSS-REG-DESPREZADOS
                                          WSS-REG-TRAVADOS
                                          WSS-REG-SUSPEITOS
                                          WSS-REG-PESQUISAS
                                          WSS-REG-MATERIAIS
                                          WSS-ULT-CLIENTE
                                          WSS-ULT-DATA
                                          WSS-ULT-VENDEDOR.
           MOVE 'N'                    TO WSS-FIM-IMPORT.
      *
           PERFORM RT-LER-PARAMETROS   THRU RT-LER-PARAMETROSX.
      *
           PERFORM UNTIL WSS-FIM-IMPORT
                                       EQUAL 'S' OR 's'
              PERFORM RT-TRATAR-LINHA  THRU RT-TRATAR-LINHAX
           END-PERFORM.
      *
           CLOSE ARQ-IMPORT
                 ARQ-RELATO.
      *
           PERFORM RT-GRAVAR-ULTIMPORT THRU RT-GRAVAR-ULTIMPORTX.
      *
           MOVE 'RETORNO DE VISITAS IMPORTADO'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           IF WSS-REG-TRAVADOS         GREATER ZEROS
              MOVE SPACES              TO WSS-AUD-ACAO
              STRING 'RETORNO: '       WSS-REG-TRAVADOS
                     ' RECUSADAS PERIODO FECHADO'
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
                  ' Suspeitas: ' WSS-REG-SUSPEITOS
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
           IF WSS-REG-PESQUISAS        GREATER ZEROS
              MOVE SPACES              TO WSS-MENSAGEM
              STRING 'Precos da concorrencia gravados: '
                     WSS-REG-PESQUISAS
                 DELIMITED BY SIZE     INTO WSS-MENSAGEM
              END-STRING
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
           IF WSS-REG-MATERIAIS        GREATER ZEROS
              MOVE SPACES              TO WSS-MENSAGEM
              STRING 'Entregas de material promocional gravadas: '
                     WSS-REG-MATERIAIS
                 DELIMITED BY SIZE     INTO WSS-MENSAGEM
              END-STRING
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
           END-IF.
      *
       RT-IMPORTARX.
           EXIT.
           IF IMPORT-FD(1:8)           EQUAL 'CLIENTE;'
              GO                       TO RT-TRATAR-LINHAX
           END-IF.
      *
      *  ---> Linhas de titulos vencidos da carteira sao informativas
           IF IMPORT-FD(1:8)           EQUAL 'VENCIDO;'
              GO                       TO RT-TRATAR-LINHAX
           END-IF.
      *
      *  ---> Linhas de sugestao de reposicao tambem sao informativas
           IF IMPORT-FD(1:9)           EQUAL 'SUGESTAO;'
              GO                       TO RT-TRATAR-LINHAX
           END-IF.
      *
      *  ---> Linhas de oportunidade de venda cruzada idem
           IF IMPORT-FD(1:13)          EQUAL 'OPORTUNIDADE;'
              GO                       TO RT-TRATAR-LINHAX
           END-IF.
      *
      *  ---> Confirmacao de equipamento em comodato do ultimo cliente
           IF IMPORT-FD(1:9)           EQUAL 'COMODATO;'
              PERFORM RT-TRATAR-COMODATO
                                       THRU RT-TRATAR-COMODATOX
              GO                       TO RT-TRATAR-LINHAX
           END-IF.
      *
      *  ---> Baixa de tarefa de acompanhamento do ultimo cliente
           IF IMPORT-FD(1:7)           EQUAL 'TAREFA;'
              PERFORM RT-TRATAR-TAREFA THRU RT-TRATAR-TAREFAX
              GO                       TO RT-TRATAR-LINHAX
           END-IF.
      *
      *  ---> Preco da concorrencia visto na visita do ultimo cliente
           IF IMPORT-FD(1:13)          EQUAL 'CONCORRENCIA;'
              PERFORM RT-TRATAR-CONCORRENCIA
                                       THRU RT-TRATAR-CONCORRENCIAX
              GO                       TO RT-TRATAR-LINHAX
           END-IF.
      *
      *  ---> Material promocional entregue na visita do ultimo cliente
           IF IMPORT-FD(1:9)           EQUAL 'MATERIAL;'
              PERFORM RT-TRATAR-MATERIAL
                                       THRU RT-TRATAR-MATERIALX
              GO                       TO RT-TRATAR-LINHAX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-ULT-CLIENTE
                                          WSS-ULT-DATA
                                          WSS-ULT-VENDEDOR.
      *
           MOVE SPACES                 TO WSS-IMP-CLIENTE
                                          WSS-IMP-DATA
                                          WSS-IMP-RESULT
                                          WSS-IMP-OBS
                                          WSS-IMP-CHECKIN
                                          WSS-IMP-CHECKOUT
                                          WSS-IMP-LAT
                                          WSS-IMP-LON.
      *
           UNSTRING IMPORT-FD          DELIMITED BY ';'
              INTO WSS-IMP-CLIENTE
                   WSS-IMP-DATA
                   WSS-IMP-RESULT
                   WSS-IMP-OBS
                   WSS-IMP-CHECKIN
                   WSS-IMP-CHECKOUT
                   WSS-IMP-LAT
                   WSS-IMP-LON
           END-UNSTRING.
      *
           IF WSS-IMP-CLIENTE          NOT NUMERIC
              OR WSS-IMP-DATA          NOT NUMERIC
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
              GO                       TO RT-TRATAR-LINHAX
           END-IF.
      *
           IF WSS-IMP-RESULT           NOT EQUAL 'VD' AND 'SV'
                                           AND 'AU' AND 'RE' AND 'OU'
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
              GO                       TO RT-TRATAR-LINHAX
           END-IF.
      *
           MOVE WSS-IMP-CLIENTE        TO WSS-CLIENTE-NUM.
           MOVE WSS-IMP-DATA           TO WSS-DATA-NUM.
      *
      *  ---> Visita de mes ja fechado (PT000058) e recusada, com as
      *       linhas complementares dela; a recusa fica no PERLOG
           MOVE 'C'                    TO WSP-PER-FUNCAO.
           MOVE WSS-DATA-NUM           TO WSP-PER-DATA.
           MOVE 'PT000066'             TO WSP-PER-PROGRAMA.
           MOVE LKS-OPERADOR           TO WSP-PER-OPERADOR.
           MOVE 'M'                    TO WSP-PER-OPERACAO.
           MOVE SPACES                 TO WSP-PER-CHAVE.
           STRING 'VISITA '            WSS-CLIENTE-NUM
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
      *  ---> O par cliente-vendedor vem da distribuicao vigente
           MOVE WSS-CLIENTE-NUM        TO CCLIENTE-FDD.
      *
           READ ARQ-DISTRIBUIR         KEY IS CCLIENTE-FDD
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-DISTRIBUIR            NOT EQUAL '00'
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
              GO                       TO RT-TRATAR-LINHAX
           END-IF.
      *
      *  ---> Visita na ausencia do titular fica com o substituto
           MOVE 'C'                    TO WSN-SBT-FUNCAO.
           MOVE CVENDEDOR-FDD          TO WSN-SBT-CVENDEDOR.
           MOVE WSS-DATA-NUM           TO WSN-SBT-DATA.
           CALL WPT00908               USING WSN-SBT-PARM.
      *
           MOVE WSS-CLIENTE-NUM        TO WSS-ULT-CLIENTE.
           MOVE WSS-DATA-NUM           TO WSS-ULT-DATA.
           MOVE WSN-SBT-EFETIVO        TO WSS-ULT-VENDEDOR.
      *
      *  ---> Duplicata da chave cliente+data e recusada
           MOVE WSS-CLIENTE-NUM        TO VIS-CCLIENTE-FDT.
           MOVE WSS-DATA-NUM           TO VIS-DATA-FDT.
      *
           READ ARQ-VISITAS            KEY IS VIS-CHAVE-FDT
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-VISITAS               EQUAL '00'
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
              GO                       TO RT-TRATAR-LINHAX
           END-IF.
      *
           MOVE WSS-CLIENTE-NUM        TO VIS-CCLIENTE-FDT.
           MOVE WSS-DATA-NUM           TO VIS-DATA-FDT.
           MOVE WSN-SBT-EFETIVO        TO VIS-CVENDEDOR-FDT.
           MOVE WSS-IMP-RESULT         TO VIS-RESULTADO-FDT.
           MOVE WSS-IMP-OBS            TO VIS-OBS-FDT.
      *
           PERFORM RT-AVALIAR-PRESENCA THRU RT-AVALIAR-PRESENCAX.
      *
           WRITE REG-FDT.
      *
           IF FS-VISITAS               EQUAL '00'
              ADD 1                    TO WSS-REG-GRAVADOS
              IF PRESENCA-SUSPEITA-FDT
                 ADD 1                 TO WSS-REG-SUSPEITOS
              END-IF
           ELSE
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
           END-IF.
      *
       RT-TRATAR-LINHAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-AVALIAR-PRESENCA             SECTION.
      *  ---> Confere a presenca no campo pelo GPS do aparelho: fora
      *       do raio do cliente e/ou abaixo da duracao minima a
      *       visita fica suspeita ate a validacao do supervisor
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO VIS-HR-CHECKIN-FDT
                                          VIS-HR-CHECKOUT-FDT
                                          VIS-LATITUDE-FDT
                                          VIS-LONGITUDE-FDT
                                          VIS-DISTANCIA-FDT
                                          VIS-DT-VALIDACAO-FDT
                                          WSS-VIS-LAT
                                          WSS-VIS-LON.
           MOVE SPACES                 TO VIS-PRESENCA-FDT
                                          VIS-MOTIVO-SUSP-FDT
                                          VIS-VALIDADOR-FDT.
           MOVE 'N'                    TO WSS-FORA-RAIO
                                          WSS-CURTA.
      *
      *  ---> Retorno no layout antigo (sem GPS) grava como apontamento
           IF WSS-IMP-CHECKIN          EQUAL SPACES
              AND WSS-IMP-CHECKOUT     EQUAL SPACES
              AND WSS-IMP-LAT          EQUAL SPACES
              AND WSS-IMP-LON          EQUAL SPACES
              GO                       TO RT-AVALIAR-PRESENCAX
           END-IF.
      *
           MOVE 'O'                    TO VIS-PRESENCA-FDT.
      *
      *  ---> Duracao: sem check-in/check-out validos nao ha como
      *       comprovar a permanencia no cliente
           IF WSS-IMP-CHECKIN          NUMERIC
              AND WSS-IMP-CHECKOUT     NUMERIC
              MOVE WSS-IMP-CHECKIN     TO WSS-CHECKIN-NUM
              MOVE WSS-IMP-CHECKOUT    TO WSS-CHECKOUT-NUM
              MOVE WSS-CHECKIN-NUM     TO VIS-HR-CHECKIN-FDT
              MOVE WSS-CHECKOUT-NUM    TO VIS-HR-CHECKOUT-FDT
              PERFORM RT-CALCULAR-MINUTOS
                                       THRU RT-CALCULAR-MINUTOSX
              IF WSS-VIS-MINUTOS       LESS WSS-VIS-MIN-MINUTOS
                 MOVE 'S'              TO WSS-CURTA
              END-IF
           ELSE
              MOVE 'S'                 TO WSS-CURTA
           END-IF.
      *
      *  ---> Distancia: coordenadas do aparelho com virgula decimal
           IF WSS-IMP-LAT              NOT EQUAL SPACES
              AND WSS-IMP-LON          NOT EQUAL SPACES
              COMPUTE WSS-VIS-LAT       =
                      FUNCTION NUMVAL (WSS-IMP-LAT)
              COMPUTE WSS-VIS-LON       =
                      FUNCTION NUMVAL (WSS-IMP-LON)
              MOVE WSS-VIS-LAT         TO VIS-LATITUDE-FDT
              MOVE WSS-VIS-LON         TO VIS-LONGITUDE-FDT
           END-IF.
      *
           IF WSS-VIS-LAT              EQUAL ZEROS
              AND WSS-VIS-LON          EQUAL ZEROS
              MOVE 'S'                 TO WSS-FORA-RAIO
              GO                       TO RT-AVALIAR-PRESENCA-MOTIVO
           END-IF.
      *
      *  ---> Cliente sem coordenadas nao tem referencia de raio
           IF NOT CLIENTES-ABERTO
              GO                       TO RT-AVALIAR-PRESENCA-MOTIVO
           END-IF.
      *
           MOVE WSS-CLIENTE-NUM        TO CODIGO-FDC.
      *
           READ ARQ-CLIENTES           KEY IS CODIGO-FDC
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CLIENTES              NOT EQUAL '00'
              OR (LATITUDE-FDC         EQUAL ZEROS
              AND LONGITUDE-FDC        EQUAL ZEROS)
              GO                       TO RT-AVALIAR-PRESENCA-MOTIVO
           END-IF.
      *
           MOVE LATITUDE-FDC           TO WSS-DIST-LAT-A.
           MOVE LONGITUDE-FDC          TO WSS-DIST-LON-A.
           MOVE WSS-VIS-LAT            TO WSS-DIST-LAT-B.
           MOVE WSS-VIS-LON            TO WSS-DIST-LON-B.
      *
           CALL WSPRV902               USING WSS-DIST-PARM.
      *
           IF WSS-DIST-METROS          GREATER 9999999
              MOVE 9999999             TO VIS-DISTANCIA-FDT
           ELSE
              MOVE WSS-DIST-METROS     TO VIS-DISTANCIA-FDT
           END-IF.
      *
           IF WSS-DIST-METROS          GREATER WSS-VIS-RAIO
              MOVE 'S'                 TO WSS-FORA-RAIO
           END-IF.
      *
       RT-AVALIAR-PRESENCA-MOTIVO.
      *
           EVALUATE TRUE
               WHEN WSS-FORA-RAIO      EQUAL 'S'
                AND WSS-CURTA          EQUAL 'S'
                    MOVE 'A'           TO VIS-MOTIVO-SUSP-FDT
               WHEN WSS-FORA-RAIO      EQUAL 'S'
                    MOVE 'D'           TO VIS-MOTIVO-SUSP-FDT
               WHEN WSS-CURTA          EQUAL 'S'
                    MOVE 'T'           TO VIS-MOTIVO-SUSP-FDT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *
           IF VIS-MOTIVO-SUSP-FDT      NOT EQUAL SPACES
              MOVE 'S'                 TO VIS-PRESENCA-FDT
           END-IF.
      *
       RT-AVALIAR-PRESENCAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-CALCULAR-MINUTOS             SECTION.
      *  ---> Minutos entre o check-in e o check-out (HHMM) ja
      *       movidos para WSS-CHECKIN-NUM e WSS-CHECKOUT-NUM
      *----------------------------------------------------------------*
      *
           COMPUTE WSS-VIS-MINUTOS      =
                   (WSS-CHECKOUT-HH * 60 + WSS-CHECKOUT-MM)
                 - (WSS-CHECKIN-HH * 60 + WSS-CHECKIN-MM).
      *
       RT-CALCULAR-MINUTOSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-COMODATO              SECTION.
      *  ---> S = equipamento visto na visita do ultimo cliente aceito
      *       (atualiza data e vendedor da visualizacao), N = nao
      *       localizado. Linha sem marcacao e ignorada; serie que
      *       nao esta em comodato nesse cliente e recusada.
      *----------------------------------------------------------------*
      *
           IF NOT EQUIPAMENTO-ABERTO
              GO                       TO RT-TRATAR-COMODATOX
           END-IF.
      *
           MOVE SPACES                 TO WSS-IMP-LINHA
                                          WSS-IMP-SERIE
                                          WSS-IMP-EQP-TIPO
                                          WSS-IMP-EQP-DESC
                                          WSS-IMP-AVISTADO.
      *
           UNSTRING IMPORT-FD          DELIMITED BY ';'
              INTO WSS-IMP-LINHA
                   WSS-IMP-SERIE
                   WSS-IMP-EQP-TIPO
                   WSS-IMP-EQP-DESC
                   WSS-IMP-AVISTADO
           END-UNSTRING.
      *
           IF WSS-IMP-AVISTADO         EQUAL '_' OR SPACES
              GO                       TO RT-TRATAR-COMODATOX
           END-IF.
      *
           IF WSS-ULT-CLIENTE          EQUAL ZEROS
              OR WSS-IMP-AVISTADO      NOT EQUAL 'S' AND 's'
                                           AND 'N' AND 'n'
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
              GO                       TO RT-TRATAR-COMODATOX
           END-IF.
      *
           MOVE WSS-IMP-SERIE          TO EQP-SERIE-FDE.
      *
           READ ARQ-EQUIPAMENTO        KEY IS EQP-SERIE-FDE
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-EQUIPAMENTO           NOT EQUAL '00'
              OR NOT EQP-EM-COMODATO-FDE
              OR EQP-CCLIENTE-FDE      NOT EQUAL WSS-ULT-CLIENTE
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
              GO                       TO RT-TRATAR-COMODATOX
           END-IF.
      *
           IF WSS-IMP-AVISTADO         EQUAL 'S' OR 's'
              IF WSS-ULT-DATA          GREATER EQP-DT-AVISTADO-FDE
                 MOVE WSS-ULT-DATA     TO EQP-DT-AVISTADO-FDE
                 MOVE WSS-ULT-VENDEDOR TO EQP-VEN-AVISTADO-FDE
              END-IF
              MOVE SPACES              TO EQP-NAO-LOCALIZADO-FDE
           ELSE
              MOVE WSS-ULT-VENDEDOR    TO EQP-VEN-AVISTADO-FDE
              MOVE 'S'                 TO EQP-NAO-LOCALIZADO-FDE
           END-IF.
      *
           REWRITE REG-FDE.
      *
           IF FS-EQUIPAMENTO           NOT EQUAL '00'
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
           END-IF.
      *
       RT-TRATAR-COMODATOX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-TAREFA                SECTION.
      *  ---> S = tarefa feita na visita do ultimo cliente aceito
      *       (conclui com a data da visita e o vendedor), N = segue
      *       pendente. Linha sem marcacao e ignorada; tarefa de outro
      *       cliente ou que nao esta mais aberta e recusada.
      *----------------------------------------------------------------*
      *
           IF NOT TAREFA-ABERTO
              GO                       TO RT-TRATAR-TAREFAX
           END-IF.
      *
           MOVE SPACES                 TO WSS-IMP-LINHA
                                          WSS-IMP-TAR-CHAVE
                                          WSS-IMP-TAR-VENCTO
                                          WSS-IMP-TAR-DESC
                                          WSS-IMP-TAR-FEITA.
      *
           UNSTRING IMPORT-FD          DELIMITED BY ';'
              INTO WSS-IMP-LINHA
                   WSS-IMP-TAR-CHAVE
                   WSS-IMP-TAR-VENCTO
                   WSS-IMP-TAR-DESC
                   WSS-IMP-TAR-FEITA
           END-UNSTRING.
      *
           IF WSS-IMP-TAR-FEITA        EQUAL '_' OR SPACES
                                          OR 'N' OR 'n'
              GO                       TO RT-TRATAR-TAREFAX
           END-IF.
      *
           IF WSS-ULT-CLIENTE          EQUAL ZEROS
              OR WSS-IMP-TAR-FEITA     NOT EQUAL 'S' AND 's'
              OR WSS-IMP-TAR-DATA      NOT NUMERIC
              OR WSS-IMP-TAR-SEQ       NOT NUMERIC
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
              GO                       TO RT-TRATAR-TAREFAX
           END-IF.
      *
           MOVE WSS-ULT-CLIENTE        TO TAR-CCLIENTE-FDJ.
           MOVE WSS-IMP-TAR-DATA       TO TAR-DATA-FDJ.
           MOVE WSS-IMP-TAR-SEQ        TO TAR-SEQ-FDJ.
      *
           READ ARQ-TAREFA             KEY IS TAR-CHAVE-FDJ
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-TAREFA                NOT EQUAL '00'
              OR NOT TAR-ABERTA-FDJ
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
              GO                       TO RT-TRATAR-TAREFAX
           END-IF.
      *
           MOVE 'C'                    TO TAR-SITUACAO-FDJ.
           MOVE WSS-ULT-DATA           TO TAR-DT-CONCLUSAO-FDJ.
           MOVE WSS-ULT-VENDEDOR       TO TAR-CONCLUIDA-POR-FDJ.
      *
           REWRITE REG-FDJ.
      *
           IF FS-TAREFA                NOT EQUAL '00'
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
           END-IF.
      *
       RT-TRATAR-TAREFAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-CONCORRENCIA          SECTION.
      *  ---> Produto;concorrente;preco de gondola visto na visita do
      *       ultimo cliente aceito, gravado na PESQPRECO com origem
      *       'C'. Linha sem preenchimento e ignorada; produto ou
      *       concorrente inexistente, concorrente inativo ou preco
      *       zerado e recusado. A mesma chave regrava o preco.
      *----------------------------------------------------------------*
      *
           IF NOT PESQPRECO-ABERTO
              GO                       TO RT-TRATAR-CONCORRENCIAX
           END-IF.
      *
           MOVE SPACES                 TO WSS-IMP-LINHA
                                          WSS-IMP-PRODUTO
                                          WSS-IMP-CONCORR
                                          WSS-IMP-PRECO.
      *
           UNSTRING IMPORT-FD          DELIMITED BY ';'
              INTO WSS-IMP-LINHA
                   WSS-IMP-PRODUTO
                   WSS-IMP-CONCORR
                   WSS-IMP-PRECO
           END-UNSTRING.
      *
           IF (WSS-IMP-PRODUTO         EQUAL '_' OR SPACES)
              AND (WSS-IMP-CONCORR     EQUAL '_' OR SPACES)
              AND (WSS-IMP-PRECO       EQUAL '_' OR SPACES)
              GO                       TO RT-TRATAR-CONCORRENCIAX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-PESQ-PRECO.
           IF WSS-IMP-PRECO            NOT EQUAL '_' AND SPACES
              COMPUTE WSS-PESQ-PRECO    =
                      FUNCTION NUMVAL (WSS-IMP-PRECO)
           END-IF.
      *
           IF WSS-ULT-CLIENTE          EQUAL ZEROS
              OR WSS-IMP-PRODUTO       NOT NUMERIC
              OR WSS-IMP-CONCORR       NOT NUMERIC
              OR WSS-PESQ-PRECO        EQUAL ZEROS
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
              GO                       TO RT-TRATAR-CONCORRENCIAX
           END-IF.
      *
           MOVE WSS-IMP-CONCORR        TO CCR-CODIGO-FDO.
      *
           READ ARQ-CONCORRENTE        KEY IS CCR-CODIGO-FDO
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-CONCORRENTE           NOT EQUAL '00'
              OR CONCORRENTE-INATIVO-FDO
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
              GO                       TO RT-TRATAR-CONCORRENCIAX
           END-IF.
      *
           IF PRODUTO-ABERTO
              MOVE WSS-IMP-PRODUTO     TO PRO-CODIGO-FDX
              READ ARQ-PRODUTO         KEY IS PRO-CODIGO-FDX
                   INVALID KEY
                       PERFORM RT-RECUSAR-LINHA
                                       THRU RT-RECUSAR-LINHAX
                       GO              TO RT-TRATAR-CONCORRENCIAX
              END-READ
           END-IF.
      *
           MOVE WSS-ULT-CLIENTE        TO PPR-CCLIENTE-FDP.
           MOVE WSS-ULT-DATA           TO PPR-DATA-FDP.
           MOVE WSS-IMP-PRODUTO        TO PPR-CPRODUTO-FDP.
           MOVE WSS-IMP-CONCORR        TO PPR-CONCORRENTE-FDP.
      *
           READ ARQ-PESQPRECO          KEY IS PPR-CHAVE-FDP
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           MOVE WSS-PESQ-PRECO         TO PPR-PRECO-FDP.
           MOVE WSS-ULT-VENDEDOR       TO PPR-CVENDEDOR-FDP.
           MOVE 'C'                    TO PPR-ORIGEM-FDP.
           MOVE LKS-OPERADOR           TO PPR-OPERADOR-FDP.
      *
           IF FS-PESQPRECO             EQUAL '00'
              REWRITE REG-FDP
           ELSE
              WRITE REG-FDP
           END-IF.
      *
           IF FS-PESQPRECO             EQUAL '00'
              ADD 1                    TO WSS-REG-PESQUISAS
           ELSE
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
           END-IF.
      *
       RT-TRATAR-CONCORRENCIAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-MATERIAL              SECTION.
      *  ---> Material;quantidade entregue ao ultimo cliente aceito,
      *       gravado no ENTMAT com origem 'U' e baixado do estoque do
      *       vendedor da visita. Linha sem preenchimento e ignorada;
      *       material inexistente ou inativo, quantidade zerada ou
      *       acima do saldo do vendedor e recusado.
      *----------------------------------------------------------------*
      *
           IF NOT MATERIAL-ABERTO
              GO                       TO RT-TRATAR-MATERIALX
           END-IF.
      *
           MOVE SPACES                 TO WSS-IMP-LINHA
                                          WSS-IMP-MATERIAL
                                          WSS-IMP-MAT-QTD.
      *
           UNSTRING IMPORT-FD          DELIMITED BY ';'
              INTO WSS-IMP-LINHA
                   WSS-IMP-MATERIAL
                   WSS-IMP-MAT-QTD
           END-UNSTRING.
      *
           IF (WSS-IMP-MATERIAL        EQUAL '_' OR SPACES)
              AND (WSS-IMP-MAT-QTD     EQUAL '_' OR SPACES)
              GO                       TO RT-TRATAR-MATERIALX
           END-IF.
      *
           MOVE ZEROS                  TO WSS-MAT-QTD.
           IF WSS-IMP-MAT-QTD          NOT EQUAL '_' AND SPACES
              COMPUTE WSS-MAT-QTD       =
                      FUNCTION NUMVAL (WSS-IMP-MAT-QTD)
           END-IF.
      *
           IF WSS-ULT-CLIENTE          EQUAL ZEROS
              OR WSS-IMP-MATERIAL      NOT NUMERIC
              OR WSS-MAT-QTD           EQUAL ZEROS
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
              GO                       TO RT-TRATAR-MATERIALX
           END-IF.
      *
           MOVE WSS-IMP-MATERIAL       TO MAT-CODIGO-FDM.
      *
           READ ARQ-MATERIAL           KEY IS MAT-CODIGO-FDM
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-MATERIAL              NOT EQUAL '00'
              OR NOT MAT-ATIVO-FDM
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
              GO                       TO RT-TRATAR-MATERIALX
           END-IF.
      *
      *  ---> So baixa o que o vendedor da visita tem em maos
           MOVE WSS-ULT-VENDEDOR       TO EST-CVENDEDOR-FDB.
           MOVE MAT-CODIGO-FDM         TO EST-CMATERIAL-FDB.
      *
           READ ARQ-ESTMAT             KEY IS EST-CHAVE-FDB
                INVALID KEY
                    CONTINUE
           END-READ.
      *
           IF FS-ESTMAT                NOT EQUAL '00'
              OR EST-QTD-SALDO-FDB     LESS WSS-MAT-QTD
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
              GO                       TO RT-TRATAR-MATERIALX
           END-IF.
      *
           MOVE WSS-ULT-CLIENTE        TO ENT-CCLIENTE-FDN.
           MOVE WSS-ULT-DATA           TO ENT-DATA-FDN.
           MOVE MAT-CODIGO-FDM         TO ENT-CMATERIAL-FDN.
      *
           READ ARQ-ENTMAT             KEY IS ENT-CHAVE-FDN
                INVALID KEY
                    MOVE ZEROS         TO ENT-QTD-FDN
           END-READ.
      *
           IF FS-ENTMAT                EQUAL '00'
              AND ENT-QTD-FDN          GREATER 99999 - WSS-MAT-QTD
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
              GO                       TO RT-TRATAR-MATERIALX
           END-IF.
      *
           ADD WSS-MAT-QTD             TO ENT-QTD-FDN.
           MOVE WSS-ULT-VENDEDOR       TO ENT-CVENDEDOR-FDN.
           MOVE 'U'                    TO ENT-ORIGEM-FDN.
           MOVE LKS-OPERADOR           TO ENT-OPERADOR-FDN.
      *
           IF FS-ENTMAT                EQUAL '00'
              REWRITE REG-FDN
           ELSE
              MOVE WSS-ULT-CLIENTE     TO ENT-CCLIENTE-FDN
              MOVE WSS-ULT-DATA        TO ENT-DATA-FDN
              MOVE MAT-CODIGO-FDM      TO ENT-CMATERIAL-FDN
              WRITE REG-FDN
           END-IF.
      *
           IF FS-ENTMAT                NOT EQUAL '00'
              PERFORM RT-RECUSAR-LINHA THRU RT-RECUSAR-LINHAX
              GO                       TO RT-TRATAR-MATERIALX
           END-IF.
      *
           ADD WSS-MAT-QTD             TO EST-QTD-ENTREGUE-FDB.
           SUBTRACT WSS-MAT-QTD        FROM EST-QTD-SALDO-FDB.
           IF WSS-ULT-DATA             GREATER EST-DT-ULT-ENTREGA-FDB
              MOVE WSS-ULT-DATA        TO EST-DT-ULT-ENTREGA-FDB
           END-IF.
      *
           REWRITE REG-FDB.
      *
           ADD 1                       TO WSS-REG-MATERIAIS.
      *
       RT-TRATAR-MATERIALX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-GRAVAR-ULTIMPORTX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    VALIDACAO PELO SUPERVISOR DAS VISITAS COM PRESENCA SUSPEITA
      *    (V = VALIDA E PASSA A CONTAR, R = REPROVA DE VEZ)
      *----------------------------------------------------------------*
       RT-VALIDAR-VISITAS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WSS-QTD-VALIDADAS
                                          WSS-QTD-REPROVADAS
                                          VIS-CCLIENTE-FDT
                                          VIS-DATA-FDT.
           MOVE 'N'                    TO WSS-FIM-ARQ-VIS.
      *
           START ARQ-VISITAS           KEY IS NOT LESS VIS-CHAVE-FDT
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-VIS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-VIS
                                       EQUAL 'S' OR 's'
              PERFORM RT-VALIDAR-VISITA
                                       THRU RT-VALIDAR-VISITAX
           END-PERFORM.
      *
           MOVE 'VISITAS SUSPEITAS VALIDADAS/REPROVADAS'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Visitas validadas: ' WSS-QTD-VALIDADAS
                  ' Reprovadas: ' WSS-QTD-REPROVADAS
              DELIMITED BY SIZE        INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-VALIDAR-VISITASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-VALIDAR-VISITA               SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-VISITAS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-VIS
                GO                     TO RT-VALIDAR-VISITAX
           END-READ.
      *
           IF NOT PRESENCA-SUSPEITA-FDT
              GO                       TO RT-VALIDAR-VISITAX
           END-IF.
      *
           MOVE VIS-HR-CHECKIN-FDT     TO WSS-CHECKIN-NUM.
           MOVE VIS-HR-CHECKOUT-FDT    TO WSS-CHECKOUT-NUM.
           PERFORM RT-CALCULAR-MINUTOS THRU RT-CALCULAR-MINUTOSX.
           MOVE WSS-VIS-MINUTOS        TO WSS-MINUTOS-EDT.
      *
           PERFORM RT-DESCREVER-MOTIVO THRU RT-DESCREVER-MOTIVOX.
      *
           PERFORM RT-LIMPAR-TELA      THRU RT-LIMPAR-TELAX.
      *
           DISPLAY TELA-LABEL-VALIDA.
           DISPLAY VIS-CCLIENTE-FDT    LINE 08 COL 42.
           DISPLAY VIS-DATA-FDT        LINE 09 COL 42.
           DISPLAY VIS-CVENDEDOR-FDT   LINE 10 COL 42.
           DISPLAY VIS-HR-CHECKIN-FDT  LINE 11 COL 42.
           DISPLAY VIS-HR-CHECKOUT-FDT LINE 11 COL 48.
           DISPLAY WSS-MINUTOS-EDT     LINE 12 COL 42.
           DISPLAY VIS-DISTANCIA-FDT   LINE 13 COL 42.
           DISPLAY WSS-MOTIVO-DESC     LINE 14 COL 42.
      *
           MOVE SPACES                 TO WSS-DECISAO.
           MOVE "V = valida, R = reprova, F = encerra, ENTER = pula."
                                       TO WSS-MENSAGEM.
           DISPLAY TELA-MENSAGENS.
           ACCEPT T1V.
      *
           EVALUATE WSS-DECISAO
               WHEN 'V'
               WHEN 'v'
                    MOVE 'V'           TO VIS-PRESENCA-FDT
                    ADD 1              TO WSS-QTD-VALIDADAS
               WHEN 'R'
               WHEN 'r'
                    MOVE 'R'           TO VIS-PRESENCA-FDT
                    ADD 1              TO WSS-QTD-REPROVADAS
               WHEN 'F'
               WHEN 'f'
                    MOVE 'S'           TO WSS-FIM-ARQ-VIS
                    GO                 TO RT-VALIDAR-VISITAX
               WHEN OTHER
                    GO                 TO RT-VALIDAR-VISITAX
           END-EVALUATE.
      *
      *  ---> Visita de mes ja fechado (PT000058) nao e regravada
           MOVE 'C'                    TO WSP-PER-FUNCAO.
           MOVE VIS-DATA-FDT           TO WSP-PER-DATA.
           MOVE 'PT000066'             TO WSP-PER-PROGRAMA.
           MOVE LKS-OPERADOR           TO WSP-PER-OPERADOR.
           MOVE 'A'                    TO WSP-PER-OPERACAO.
           MOVE SPACES                 TO WSP-PER-CHAVE.
           STRING 'VISITA '            VIS-CCLIENTE-FDT
                  ' '                  VIS-DATA-FDT
              DELIMITED BY SIZE        INTO WSP-PER-CHAVE
           END-STRING.
           CALL WPT00913               USING WSP-PER-PARM.
      *
           IF WSP-PER-FECHADO
              IF VIS-PRESENCA-FDT      EQUAL 'V'
                 SUBTRACT 1            FROM WSS-QTD-VALIDADAS
              ELSE
                 SUBTRACT 1            FROM WSS-QTD-REPROVADAS
              END-IF
              MOVE SPACES              TO WSS-MENSAGEM
              STRING 'Periodo '        WSP-PER-ANOMES
                     ' fechado - validacao recusada.'
                 DELIMITED BY SIZE     INTO WSS-MENSAGEM
              END-STRING
              DISPLAY TELA-MENSAGENS
              ACCEPT WSS-ENT           LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP
              GO                       TO RT-VALIDAR-VISITAX
           END-IF.
      *
           MOVE LKS-OPERADOR           TO VIS-VALIDADOR-FDT.
           MOVE WSS-HOJE-AMD           TO VIS-DT-VALIDACAO-FDT.
      *
           REWRITE REG-FDT.
      *
           IF FS-VISITAS               NOT EQUAL '00'
              MOVE 'ao regravar'       TO WSS-DESCRICAO
              MOVE 'VISITAS'           TO WSS-ARQUIVO
              MOVE FS-VISITAS          TO WSS-FSTATUS
              MOVE 6                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
       RT-VALIDAR-VISITAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-DESCREVER-MOTIVO             SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE VIS-MOTIVO-SUSP-FDT
               WHEN 'D'
                    MOVE 'FORA DO RAIO'    TO WSS-MOTIVO-DESC
               WHEN 'T'
                    MOVE 'DURACAO CURTA'   TO WSS-MOTIVO-DESC
               WHEN 'A'
                    MOVE 'RAIO E DURACAO'  TO WSS-MOTIVO-DESC
               WHEN OTHER
                    MOVE SPACES            TO WSS-MOTIVO-DESC
           END-EVALUATE.
      *
           EVALUATE TRUE
               WHEN PRESENCA-VALIDADA-FDT
                    MOVE 'VALIDADA'        TO WSS-SITUACAO-DESC
               WHEN PRESENCA-REPROVADA-FDT
                    MOVE 'REPROVADA'       TO WSS-SITUACAO-DESC
               WHEN OTHER
                    MOVE 'PENDENTE'        TO WSS-SITUACAO-DESC
           END-EVALUATE.
      *
       RT-DESCREVER-MOTIVOX.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    RELATORIO SEMANAL DE VISITAS SUSPEITAS (ULTIMOS 7 DIAS),
      *    POR VENDEDOR PELA CHAVE ALTERNADA, COM SUBTOTAL POR
      *    VENDEDOR E A SITUACAO DA VALIDACAO
      *----------------------------------------------------------------*
       RT-REL-SUSPEITAS                SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WSS-SUS-INT =
                   FUNCTION INTEGER-OF-DATE (WSS-HOJE-AMD) - 6.
           COMPUTE WSS-SUS-INI-AMD =
                   FUNCTION DATE-OF-INTEGER (WSS-SUS-INT).
      *
           MOVE SPACES                 TO WSS-ARQ-VISSUSP.
           STRING 'REL-VISSUSP-'       DELIMITED BY SIZE
                  WSS-HOJE-AMD         DELIMITED BY SIZE
                  '.CSV'               DELIMITED BY SIZE
              INTO WSS-ARQ-VISSUSP
           END-STRING.
      *
           OPEN OUTPUT REL-VISSUSP.
      *
           IF FS-VISSUSP               NOT EQUAL '00'
              MOVE 'ao abrir   '       TO WSS-DESCRICAO
              MOVE 'VISSUSP'           TO WSS-ARQUIVO
              MOVE FS-VISSUSP          TO WSS-FSTATUS
              MOVE 7                   TO WSS-PONTO-ERRO
              PERFORM RT-ERROS         THRU RT-ERROSX
           END-IF.
      *
           MOVE SPACES                 TO REG-VISSUSP.
           STRING 'VENDEDOR;NOME;FILIAL;CLIENTE;DATA;CHECKIN;'
                  'CHECKOUT;MINUTOS;DISTANCIA M;MOTIVO;SITUACAO;'
                  'VALIDADOR;EQUIPE;SUPERVISOR'
              DELIMITED BY SIZE        INTO REG-VISSUSP
           END-STRING.
           WRITE REG-VISSUSP.
      *
           MOVE ZEROS                  TO WSS-SUS-VEN-ANT
                                          WSS-SUS-QTD-VEN
                                          WSS-SUS-QTD-TOT
                                          WSS-SUS-PEND-TOT
                                          WSS-QTD-SUPERVISORES
                                          VIS-CVENDEDOR-FDT
                                          VIS-DATA-FDT.
           MOVE 'N'                    TO WSS-FIM-ARQ-VIS.
      *
           START ARQ-VISITAS           KEY IS NOT LESS
                                               VIS-VEND-DATA-FDT
                INVALID KEY
                    MOVE 'S'           TO WSS-FIM-ARQ-VIS
           END-START.
      *
           PERFORM UNTIL WSS-FIM-ARQ-VIS
                                       EQUAL 'S' OR 's'
              PERFORM RT-TRATAR-SUSPEITA
                                       THRU RT-TRATAR-SUSPEITAX
           END-PERFORM.
      *
           PERFORM RT-SUBTOTAL-SUSPEITA
                                       THRU RT-SUBTOTAL-SUSPEITAX.
      *
           PERFORM RT-SUBTOTAL-SUPERVISOR
                                       THRU RT-SUBTOTAL-SUPERVISORX.
      *
           MOVE SPACES                 TO REG-VISSUSP.
           STRING 'TOTAL GERAL;SUSPEITAS ' WSS-SUS-QTD-TOT
                  ';PENDENTES ' WSS-SUS-PEND-TOT
                  ';PERIODO ' WSS-SUS-INI-AMD ' A ' WSS-HOJE-AMD
              DELIMITED BY SIZE        INTO REG-VISSUSP
           END-STRING.
           WRITE REG-VISSUSP.
      *
           CLOSE REL-VISSUSP.
      *
           MOVE 'F'                    TO WSN-EQP-FUNCAO.
           CALL WPT00909               USING WSN-EQP-PARM.
      *
           MOVE WSS-ARQ-VISSUSP        TO LKS-ARQ-REL.
      *
           MOVE 'RELATORIO SEMANAL DE VISITAS SUSPEITAS'
                                       TO WSS-AUD-ACAO.
           PERFORM RT-GRAVAR-AUDITORIA THRU RT-GRAVAR-AUDITORIAX.
      *
           MOVE SPACES                 TO WSS-MENSAGEM.
           STRING 'Suspeitas: ' WSS-SUS-QTD-TOT
                  ' Pendentes: ' WSS-SUS-PEND-TOT
                  ' (ver '             DELIMITED BY SIZE
                  WSS-ARQ-VISSUSP      DELIMITED BY SPACE
                  ')'                  DELIMITED BY SIZE
              INTO WSS-MENSAGEM
           END-STRING.
           DISPLAY TELA-MENSAGENS.
           ACCEPT WSS-ENT              LINE 24 COL 80
                                            WITH PROMPT AUTO-SKIP.
      *
       RT-REL-SUSPEITASX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-TRATAR-SUSPEITA              SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQ-VISITAS            NEXT
             AT END
                MOVE 'S'               TO WSS-FIM-ARQ-VIS
                GO                     TO RT-TRATAR-SUSPEITAX
           END-READ.
      *
      *  ---> So as visitas apontadas como suspeitas na importacao,
      *       ja validadas ou nao, dentro da semana
           IF NOT PRESENCA-SUSPEITA-FDT
              AND NOT PRESENCA-VALIDADA-FDT
              AND NOT PRESENCA-REPROVADA-FDT
              GO                       TO RT-TRATAR-SUSPEITAX
           END-IF.
      *
           IF VIS-DATA-FDT             LESS WSS-SUS-INI-AMD
              OR VIS-DATA-FDT          GREATER WSS-HOJE-AMD
              GO                       TO RT-TRATAR-SUSPEITAX
           END-IF.
      *
           IF VIS-CVENDEDOR-FDT        NOT EQUAL WSS-SUS-VEN-ANT
              PERFORM RT-SUBTOTAL-SUSPEITA
                                       THRU RT-SUBTOTAL-SUSPEITAX
              MOVE VIS-CVENDEDOR-FDT   TO WSS-SUS-VEN-ANT
              MOVE VIS-CVENDEDOR-FDT   TO CODIGO-FDV
              MOVE SPACES              TO WSS-SUS-NOME
              MOVE ZEROS               TO WSS-SUS-FILIAL
              READ ARQ-VENDEDOR        KEY IS CODIGO-FDV
                   INVALID KEY
                       CONTINUE
              END-READ
              IF FS-VENDEDOR           EQUAL '00'
                 MOVE NOME-FDV         TO WSS-SUS-NOME
                 MOVE FILIAL-FDV       TO WSS-SUS-FILIAL
              END-IF
              MOVE 'C'                 TO WSN-EQP-FUNCAO
              MOVE LKS-OPERADOR        TO WSN-EQP-OPERADOR
              MOVE LKS-PERFIL          TO WSN-EQP-PERFIL
              MOVE VIS-CVENDEDOR-FDT   TO WSN-EQP-CVENDEDOR
              MOVE WSS-HOJE-AMD        TO WSN-EQP-DATA
              CALL WPT00909            USING WSN-EQP-PARM
              MOVE WSN-EQP-EQUIPE      TO WSS-SUS-EQUIPE
              MOVE WSN-EQP-SUPERVISOR  TO WSS-SUS-SUPERV
              MOVE WSN-EQP-VISIVEL     TO WSS-SUS-VISIVEL
           END-IF.
      *
      *  ---> Vendedor fora das equipes do supervisor nao sai
           IF WSS-SUS-VISIVEL          EQUAL 'N'
              GO                       TO RT-TRATAR-SUSPEITAX
           END-IF.
      *
           MOVE VIS-HR-CHECKIN-FDT     TO WSS-CHECKIN-NUM.
           MOVE VIS-HR-CHECKOUT-FDT    TO WSS-CHECKOUT-NUM.
           PERFORM RT-CALCULAR-MINUTOS THRU RT-CALCULAR-MINUTOSX.
           MOVE WSS-VIS-MINUTOS        TO WSS-MINUTOS-EDT.
      *
           PERFORM RT-DESCREVER-MOTIVO THRU RT-DESCREVER-MOTIVOX.
      *
           MOVE SPACES                 TO REG-VISSUSP.
           STRING VIS-CVENDEDOR-FDT ';' WSS-SUS-NOME ';'
                  WSS-SUS-FILIAL ';' VIS-CCLIENTE-FDT ';'
                  VIS-DATA-FDT ';' VIS-HR-CHECKIN-FDT ';'
                  VIS-HR-CHECKOUT-FDT ';' WSS-MINUTOS-EDT ';'
                  VIS-DISTANCIA-FDT ';' WSS-MOTIVO-DESC ';'
                  WSS-SITUACAO-DESC ';' VIS-VALIDADOR-FDT ';'
                  WSS-SUS-EQUIPE ';' WSS-SUS-SUPERV
              DELIMITED BY SIZE        INTO REG-VISSUSP
           END-STRING.
           WRITE REG-VISSUSP.
      *
           ADD 1                       TO WSS-SUS-QTD-VEN
                                          WSS-SUS-QTD-TOT.
           IF PRESENCA-SUSPEITA-FDT
              ADD 1                    TO WSS-SUS-PEND-TOT
           END-IF.
      *
           PERFORM RT-ACUMULAR-SUPERVISOR
                                       THRU RT-ACUMULAR-SUPERVISORX.
      *
       RT-TRATAR-SUSPEITAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-ACUMULAR-SUPERVISOR          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'N'                    TO WSS-ACHOU-SUP.
           MOVE 1                      TO WSS-IDX-SUP.
      *
           PERFORM UNTIL WSS-IDX-SUP   GREATER WSS-QTD-SUPERVISORES
                   OR WSS-ACHOU-SUP    EQUAL 'S'
              IF WSS-SUP-LOGIN (WSS-IDX-SUP)
                                       EQUAL WSS-SUS-SUPERV
                 MOVE 'S'              TO WSS-ACHOU-SUP
              ELSE
                 ADD 1                 TO WSS-IDX-SUP
              END-IF
           END-PERFORM.
      *
           IF WSS-ACHOU-SUP            NOT EQUAL 'S'
              IF WSS-QTD-SUPERVISORES  LESS 100
                 ADD 1                 TO WSS-QTD-SUPERVISORES
                 MOVE WSS-QTD-SUPERVISORES
                                       TO WSS-IDX-SUP
                 MOVE WSS-SUS-SUPERV   TO WSS-SUP-LOGIN (WSS-IDX-SUP)
                 MOVE ZEROS            TO WSS-SUP-SUSPEITAS
                                          (WSS-IDX-SUP)
                                          WSS-SUP-PENDENTES
                                          (WSS-IDX-SUP)
              ELSE
                 GO                    TO RT-ACUMULAR-SUPERVISORX
              END-IF
           END-IF.
      *
           ADD 1                       TO WSS-SUP-SUSPEITAS
                                          (WSS-IDX-SUP).
           IF PRESENCA-SUSPEITA-FDT
              ADD 1                    TO WSS-SUP-PENDENTES
                                          (WSS-IDX-SUP)
           END-IF.
      *
       RT-ACUMULAR-SUPERVISORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SUBTOTAL-SUPERVISOR          SECTION.
      *----------------------------------------------------------------*
      *
           IF WSN-EQP-FILTRO           EQUAL 'S'
              MOVE SPACES              TO REG-VISSUSP
              STRING 'SOMENTE AS EQUIPES DO SUPERVISOR/GERENTE;'
                     LKS-OPERADOR
                 DELIMITED BY SIZE     INTO REG-VISSUSP
              END-STRING
              WRITE REG-VISSUSP
           END-IF.
      *
           PERFORM VARYING WSS-IDX-SUP FROM 1 BY 1
                   UNTIL   WSS-IDX-SUP GREATER WSS-QTD-SUPERVISORES
              MOVE SPACES              TO REG-VISSUSP
              IF WSS-SUP-LOGIN (WSS-IDX-SUP)
                                       EQUAL SPACES
                 STRING 'SUBTOTAL SUPERVISOR;(NENHUM)'
                        ';SUSPEITAS ' WSS-SUP-SUSPEITAS (WSS-IDX-SUP)
                        ';PENDENTES ' WSS-SUP-PENDENTES (WSS-IDX-SUP)
                    DELIMITED BY SIZE  INTO REG-VISSUSP
                 END-STRING
              ELSE
                 STRING 'SUBTOTAL SUPERVISOR;'
                        WSS-SUP-LOGIN (WSS-IDX-SUP)
                        ';SUSPEITAS ' WSS-SUP-SUSPEITAS (WSS-IDX-SUP)
                        ';PENDENTES ' WSS-SUP-PENDENTES (WSS-IDX-SUP)
                    DELIMITED BY SIZE  INTO REG-VISSUSP
                 END-STRING
              END-IF
              WRITE REG-VISSUSP
           END-PERFORM.
      *
       RT-SUBTOTAL-SUPERVISORX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-SUBTOTAL-SUSPEITA            SECTION.
      *----------------------------------------------------------------*
      *
           IF WSS-SUS-QTD-VEN          EQUAL ZEROS
              GO                       TO RT-SUBTOTAL-SUSPEITAX
           END-IF.
      *
           MOVE SPACES                 TO REG-VISSUSP.
           STRING 'SUBTOTAL VENDEDOR;' WSS-SUS-VEN-ANT
                  ';SUSPEITAS ' WSS-SUS-QTD-VEN
              DELIMITED BY SIZE        INTO REG-VISSUSP
           END-STRING.
           WRITE REG-VISSUSP.
      *
           MOVE ZEROS                  TO WSS-SUS-QTD-VEN.
      *
       RT-SUBTOTAL-SUSPEITAX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LER-PARAMETROS               SECTION.
      *  ---> Raio de tolerancia e duracao minima da visita com GPS
      *----------------------------------------------------------------*
      *
           MOVE 300                    TO WSS-VIS-RAIO.
           MOVE 5                      TO WSS-VIS-MIN-MINUTOS.
      *
           OPEN INPUT ARQ-PARAMETROS.
      *
           IF FS-PARAMETROS            EQUAL '00'
              PERFORM RT-LER-PARM-VIGENTE
                                       THRU RT-LER-PARM-VIGENTEX
              IF FS-PARAMETROS         EQUAL '00'
                 AND PARM-VIS-RAIO     NUMERIC
                 AND PARM-VIS-RAIO     GREATER ZEROS
                 MOVE PARM-VIS-RAIO    TO WSS-VIS-RAIO
              END-IF
              IF FS-PARAMETROS         EQUAL '00'
                 AND PARM-VIS-MINUTOS  NUMERIC
                 AND PARM-VIS-MINUTOS  GREATER ZEROS
                 MOVE PARM-VIS-MINUTOS TO WSS-VIS-MIN-MINUTOS
              END-IF
              CLOSE ARQ-PARAMETROS
           END-IF.
      *
       RT-LER-PARAMETROSX.
           EXIT.
      *
      *----------------------------------------------------------------*
       RT-LIMPAR-TELA                  SECTION.
      *----------------------------------------------------------------*
                 ARQ-VENDEDOR
                 ARQ-VISITAS
                 ARQ-AUDITORIA.
      *
           MOVE 'F'                    TO WSN-SBT-FUNCAO.
           CALL WPT00908               USING WSN-SBT-PARM.
      *
           MOVE 'F'                    TO WSP-PER-FUNCAO.
           CALL WPT00913               USING WSP-PER-PARM.
      *
           IF TITULOS-ABERTO
              CLOSE ARQ-TITULOS
              MOVE 'N'                 TO WSS-TITULOS-ABERTO
           END-IF.
      *
           IF SUGESTAO-ABERTO
              CLOSE ARQ-SUGESTAO
              MOVE 'N'                 TO WSS-SUGESTAO-ABERTO
           END-IF.
      *
           IF LACUNA-ABERTO
              CLOSE ARQ-LACUNA
              MOVE 'N'                 TO WSS-LACUNA-ABERTO
           END-IF.
      *
           IF CLIENTES-ABERTO
              CLOSE ARQ-CLIENTES
              MOVE 'N'                 TO WSS-CLIENTES-ABERTO
           END-IF.
      *
           IF EQUIPAMENTO-ABERTO
              CLOSE ARQ-EQUIPAMENTO
              MOVE 'N'                 TO WSS-EQUIPAMENTO-ABERTO
           END-IF.
      *
           IF PESQPRECO-ABERTO
              CLOSE ARQ-PESQPRECO
                    ARQ-CONCORRENTE
              MOVE 'N'                 TO WSS-PESQPRECO-ABERTO
           END-IF.
      *
           IF PRODUTO-ABERTO
              CLOSE ARQ-PRODUTO
              MOVE 'N'                 TO WSS-PRODUTO-ABERTO
           END-IF.
      *
           IF TAREFA-ABERTO
              CLOSE ARQ-TAREFA
              MOVE 'N'                 TO WSS-TAREFA-ABERTO
           END-IF.
      *
           IF MATERIAL-ABERTO
              CLOSE ARQ-MATERIAL
                    ARQ-ESTMAT
                    ARQ-ENTMAT
              MOVE 'N'                 TO WSS-MATERIAL-ABERTO
           END-IF.
      *
           MOVE '00'                   TO LKS-RETORNO.
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
