      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO ALTMASSA. LOTE DE
      *    ALTERACAO EM MASSA (PT000107) DE UM ATRIBUTO DOS CLIENTES
      *    SELECIONADOS PELOS CRITERIOS. O LOTE NASCE PENDENTE COM A
      *    PREVIA (ANTES/DEPOIS) EM CSV E A SOLICITACAO NA FILA
      *    APROVACAO; SO E APLICADO DEPOIS DE APROVADO POR UM SEGUNDO
      *    ADMINISTRADOR (PT000073). DATAS EM AAAAMMDD.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  LOT-NUMERO::            PIC  9(007).
           03  LOT-SOLICITANTE::       PIC  X(010).
           03  LOT-DT-SOLICIT::        PIC  9(008).
      *  ---> Criterios de selecao dos clientes. Filial zerada,
      *       cidade/UF/classe/situacao em branco e segmento 999 ou
      *       grupo 99999 selecionam todos
           03  LOT-CRITERIOS::.
               05  LOT-FILIAL::        PIC  9(003).
               05  LOT-CIDADE::        PIC  X(030).
               05  LOT-UF::            PIC  X(002).
               05  LOT-SEGMENTO::      PIC  9(003).
               05  LOT-CLASSE::        PIC  X(001).
               05  LOT-SIT-CLIENTE::   PIC  X(001).
               05  LOT-GRUPO::         PIC  9(005).
      *  ---> Atributo alterado e o novo valor: periodicidade
      *       (S/Q/M), segmento (000-998) ou dia da visita (0-7)
           03  LOT-CAMPO::             PIC  X(001).
               88  LOT-PERIODICIDADE::             VALUE 'P'.
               88  LOT-SEGMENTO-CLI::              VALUE 'S'.
               88  LOT-DIA-VISITA::                VALUE 'D'.
           03  LOT-VALOR::             PIC  X(003).
           03  LOT-VALOR-N::           REDEFINES LOT-VALOR::
                                       PIC  9(003).
           03  LOT-QTD-PREVIA::        PIC  9(007).
           03  LOT-ARQ-PREVIA::        PIC  X(030).
           03  LOT-SITUACAO::          PIC  X(001).
               88  LOT-PENDENTE::                  VALUE 'P'.
               88  LOT-APLICADO::                  VALUE 'A'.
               88  LOT-CANCELADO::                 VALUE 'C'.
           03  LOT-EXECUTOR::          PIC  X(010).
           03  LOT-DT-EXECUCAO::       PIC  9(008).
           03  LOT-QTD-ALTERADA::      PIC  9(007).
