      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO EXTRATO. DEFINICAO SALVA
      *    DE UM EXTRATO AD-HOC (PT000108): ARQUIVO BASE, COLUNAS NA
      *    ORDEM DE SAIDA, ATE TRES FILTROS E O CAMPO DE ORDENACAO. OS
      *    CAMPOS SAO O NUMERO DE ORDEM NO DICIONARIO DA BASE MANTIDO
      *    NO PT000108 (ZEROS = NAO USADO). A EXECUCAO GERA UM CSV
      *    REGISTRADO NO CATREL; O CODIGO PODE SER PASSO DA GRADE DE
      *    JOBS (PT000064, ARGUMENTO) E ASSINADO NO PT000078.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  EXT-CODIGO::            PIC  X(008).
           03  EXT-DESCRICAO::         PIC  X(030).
      *  ---> Base: C-Clientes, V-Vendedor, D-Distribuicao,
      *       I-Visitas, P-Pedidos
           03  EXT-BASE::              PIC  X(001).
               88  EXT-BASE-CLIENTES::             VALUE 'C'.
               88  EXT-BASE-VENDEDOR::             VALUE 'V'.
               88  EXT-BASE-DISTRIB::              VALUE 'D'.
               88  EXT-BASE-VISITAS::              VALUE 'I'.
               88  EXT-BASE-PEDIDOS::              VALUE 'P'.
           03  EXT-COLUNAS::.
               05  EXT-COLUNA::        PIC  9(002)  OCCURS 12 TIMES.
      *  ---> Filtros (todos precisam ser atendidos). Operador:
      *       '= ', '<>', '> ', '< ', '>=', '<=' ou 'C ' (contem,
      *       so campos alfanumericos). Datas no valor em DDMMAAAA.
           03  EXT-FILTROS::.
               05  EXT-FILTRO::                     OCCURS 3 TIMES.
                   07  EXT-FIL-CAMPO:: PIC  9(002).
                   07  EXT-FIL-OPER::  PIC  X(002).
                   07  EXT-FIL-VALOR:: PIC  X(030).
      *  ---> Ordenacao: campo zerado mantem a ordem da chave da base
           03  EXT-ORDEM-CAMPO::       PIC  9(002).
           03  EXT-ORDEM-SENTIDO::     PIC  X(001).
               88  EXT-ORDEM-DESC::                VALUE 'D'.
           03  EXT-OPERADOR::          PIC  X(010).
           03  EXT-DT-ALTERACAO::      PIC  9(008).
           03  EXT-DT-ULT-EXEC::       PIC  9(008).
           03  EXT-QTD-ULT-EXEC::      PIC  9(007).
