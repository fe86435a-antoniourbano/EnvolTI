      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO CAMPANHA. UM REGISTRO POR
      *    CODIGO DA CAMPANHA + PRODUTO PARTICIPANTE, COM A REGRA DE
      *    DESCONTO E O PERIODO (AAAAMMDD). FILIAL OU SEGMENTO ZERADOS
      *    VALEM PARA TODAS AS FILIAIS / TODOS OS SEGMENTOS. O CODIGO
      *    DA CAMPANHA FICA GRAVADO NO ITEM DO PEDIDO QUE A RECEBEU.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  CMP-CHAVE::.
               05  CMP-CODIGO::        PIC  X(006).
               05  CMP-CPRODUTO::      PIC  9(005).
           03  CMP-DESCRICAO::         PIC  X(030).
           03  CMP-FILIAL::            PIC  9(003).
           03  CMP-SEGMENTO::          PIC  9(003).
           03  CMP-DT-INICIO::         PIC  9(008).
           03  CMP-DT-FIM::            PIC  9(008).
      *  ---> Regra: 'P' = percentual de desconto sobre o preco de
      *       lista; 'L' = leve CMP-QTD-LEVE e ganhe mais uma unidade
      *       (a cada CMP-QTD-LEVE + 1 unidades, uma sai sem cobranca)
           03  CMP-TIPO::              PIC  X(001).
               88  CAMPANHA-PERCENTUAL::           VALUE 'P' 'p'.
               88  CAMPANHA-LEVE-GANHE::           VALUE 'L' 'l'.
           03  CMP-PCT-DESC::          PIC  9(002)V9(002).
           03  CMP-QTD-LEVE::          PIC  9(003).
           03  CMP-SITUACAO::          PIC  X(001).
               88  CAMPANHA-ATIVA::                VALUE 'A' 'a'.
               88  CAMPANHA-INATIVA::              VALUE 'I' 'i'.
