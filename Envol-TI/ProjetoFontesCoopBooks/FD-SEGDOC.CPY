      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO SEGDOC. DOCUMENTOS
      *    EXIGIDOS DOS CLIENTES DE CADA SEGMENTO; SEGMENTO ZERADO
      *    VALE PARA TODOS OS SEGMENTOS. CLIENTE SEM O DOCUMENTO OU
      *    COM ELE VENCIDO NAO TEM PEDIDO ACEITO (PT000041).
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  SGD-CHAVE::.
               05  SGD-SEGMENTO::      PIC  9(003).
               05  SGD-TIPO::          PIC  X(003).
           03  SGD-DESCRICAO::         PIC  X(030).
           03  SGD-OPERADOR::          PIC  X(010).
           03  SGD-DT-ALTER::          PIC  9(008).
