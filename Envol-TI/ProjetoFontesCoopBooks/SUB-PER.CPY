      *----------------------------------------------------------------*
      *    COPYBOOK - AREA DE COMUNICACAO COM O SUBPROGRAMA PRV00912
      *    (TRAVA DE LANCAMENTOS EM MES FECHADO). FUNCAO 'C' CONFERE
      *    A DATA DO MOVIMENTO (AAAAMMDD); 'F' FECHA OS ARQUIVOS NO
      *    FIM DO PROGRAMA CHAMADOR. OPERACAO 'I' INCLUSAO, 'A'
      *    ALTERACAO, 'C' CANCELAMENTO, 'M' IMPORTACAO. RETORNO 0
      *    PERIODO ABERTO, 1 PERIODO FECHADO (LANCAMENTO RECUSADO E
      *    REGISTRADO NO PERLOG). ANOMES DEVOLVE O MES CONFERIDO.
      *----------------------------------------------------------------*
      *
       01  ::-PER-PARM.
           03  FILLER                  PIC S9(004)         COMP.
           03  ::-PER-FUNCAO           PIC  X(001).
           03  ::-PER-DATA             PIC  9(008).
           03  ::-PER-PROGRAMA         PIC  X(008).
           03  ::-PER-OPERADOR         PIC  X(010).
           03  ::-PER-OPERACAO         PIC  X(001).
           03  ::-PER-CHAVE            PIC  X(030).
           03  ::-PER-RETORNO          PIC  9(001).
               88  ::-PER-FECHADO                          VALUE 1.
           03  ::-PER-ANOMES           PIC  9(006).
