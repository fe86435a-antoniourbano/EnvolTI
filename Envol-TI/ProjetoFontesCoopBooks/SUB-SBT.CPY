      *----------------------------------------------------------------*
      *    COPYBOOK - AREA DE COMUNICACAO COM O SUBPROGRAMA PRV00907
      *    (VENDEDOR EFETIVO NA DATA: TITULAR OU SUBSTITUTO DA
      *    AUSENCIA). FUNCAO 'C' CONSULTA O VENDEDOR NA DATA; 'F'
      *    FECHA O ARQUIVO NO FIM DO PROGRAMA CHAMADOR.
      *    RETORNO: 0 VENDEDOR PRESENTE (EFETIVO = O PROPRIO), 1
      *    AUSENTE COM SUBSTITUTO (EFETIVO = SUBSTITUTO, DT-FIM = FIM
      *    DA AUSENCIA), 2 AUSENTE SEM SUBSTITUTO (EFETIVO = O
      *    PROPRIO, DT-FIM = FIM DA AUSENCIA).
      *----------------------------------------------------------------*
      *
       01  ::-SBT-PARM.
           03  FILLER                  PIC S9(004)         COMP.
           03  ::-SBT-FUNCAO           PIC  X(001).
           03  ::-SBT-CVENDEDOR        PIC  9(007).
           03  ::-SBT-DATA             PIC  9(008).
           03  ::-SBT-EFETIVO          PIC  9(007).
           03  ::-SBT-DT-FIM           PIC  9(008).
           03  ::-SBT-RETORNO          PIC  9(001).
