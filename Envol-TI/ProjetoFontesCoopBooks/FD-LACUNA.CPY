      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO LACUNA (VENDA CRUZADA,
      *    GERADO PELO PT000092). PARA CADA CLIENTE DA CARTEIRA, OS
      *    PRODUTOS POPULARES NO SEGMENTO DO CLIENTE (COMPRADOS PELA
      *    MAIORIA DOS CLIENTES DO SEGMENTO) QUE O CLIENTE NUNCA
      *    PEDIU, NA ORDEM DE POPULARIDADE (POSICAO 1 = MAIS COMUM).
      *    O ARQUIVO E RECRIADO A CADA EXECUCAO.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  LAC-CHAVE::.
               05  LAC-CCLIENTE::      PIC  9(007).
               05  LAC-POSICAO::       PIC  9(003).
           03  LAC-CPRODUTO::          PIC  9(005).
           03  LAC-DESCRICAO::         PIC  X(030).
           03  LAC-SEGMENTO::          PIC  9(003).
      *  ---> Clientes do segmento que compram o produto, clientes do
      *       segmento com pedidos e o percentual correspondente
           03  LAC-CLI-COMPRAM::       PIC  9(007).
           03  LAC-CLI-SEGMENTO::      PIC  9(007).
           03  LAC-PERCENTUAL::        PIC  9(003).
      *  ---> Vendedor titular da carteira do cliente no calculo
           03  LAC-CVENDEDOR::         PIC  9(007).
           03  LAC-DT-CALCULO::        PIC  9(008).
