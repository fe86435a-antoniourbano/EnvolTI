      *----------------------------------------------------------------*
      *    COPYBOOK - AREA DE COMUNICACAO COM O SUBPROGRAMA PRV00910
      *    (NIVEL DE PERMISSAO DO OPERADOR NO PROGRAMA).
      *    FUNCAO 'C' CONSULTA: PROCURA A ENTRADA DO OPERADOR, DEPOIS
      *    A DO PERFIL, NO ARQUIVO PERMISSAO; SEM NENHUMA DELAS VALE O
      *    ACESSO LEGADO INFORMADO ('S' = EXECUCAO, 'N' = NENHUM,
      *    BRANCO = OPCAO LIVRE, EXECUCAO). ORIGEM DEVOLVIDA: 'O'
      *    OPERADOR, 'P' PERFIL, 'L' LEGADO. FUNCAO 'F' FECHA O
      *    ARQUIVO NO FIM DO PROGRAMA CHAMADOR.
      *    NIVEIS: 'N' NENHUM, 'C' CONSULTA, 'M' MANUTENCAO,
      *    'E' EXECUCAO.
      *----------------------------------------------------------------*
      *
       01  ::-PRM-PARM.
           03  FILLER                  PIC S9(004)         COMP.
           03  ::-PRM-FUNCAO           PIC  X(001).
           03  ::-PRM-OPERADOR         PIC  X(010).
           03  ::-PRM-PERFIL           PIC  X(001).
           03  ::-PRM-PROGRAMA         PIC  X(008).
           03  ::-PRM-LEGADO           PIC  X(001).
           03  ::-PRM-NIVEL            PIC  X(001).
           03  ::-PRM-ORIGEM           PIC  X(001).
