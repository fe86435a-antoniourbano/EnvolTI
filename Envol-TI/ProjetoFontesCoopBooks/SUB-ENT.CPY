      *----------------------------------------------------------------*
      *    COPYBOOK - AREA DE COMUNICACAO COM O SUBPROGRAMA PRV00905
      *    (DATA DE ENTREGA PROMETIDA DO PEDIDO). FUNCAO 'C' CALCULA
      *    A ENTREGA PELA CIDADE/UF DO CLIENTE E DATA DO PEDIDO; 'F'
      *    FECHA OS ARQUIVOS NO FIM DO PROGRAMA CHAMADOR.
      *    RETORNO: 0 PRAZO E DIAS DA TABELA MUNICIPIO, 1 MUNICIPIO
      *    SEM CADASTRO/PRAZO (PRAZO PADRAO), 9 DATA DO PEDIDO
      *    INVALIDA (ENTREGA EM ZEROS).
      *----------------------------------------------------------------*
      *
       01  ::-ENT-PARM.
           03  FILLER                  PIC S9(004)         COMP.
           03  ::-ENT-FUNCAO           PIC  X(001).
           03  ::-ENT-CIDADE           PIC  X(030).
           03  ::-ENT-UF               PIC  X(002).
           03  ::-ENT-DT-PEDIDO        PIC  9(008).
           03  ::-ENT-DT-ENTREGA       PIC  9(008).
           03  ::-ENT-PRAZO            PIC  9(002).
           03  ::-ENT-RETORNO          PIC  9(001).
