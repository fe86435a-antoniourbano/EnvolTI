      *----------------------------------------------------------------*
      *    COPYBOOK - AREA DE COMUNICACAO COM O SUBPROGRAMA PRV00908
      *    (EQUIPE DE VENDAS DO VENDEDOR E FILTRO DO SUPERVISOR).
      *    FUNCAO 'C' CONSULTA O VENDEDOR; 'F' FECHA OS ARQUIVOS NO
      *    FIM DO PROGRAMA CHAMADOR. COM DATA ZERADA VALE A EQUIPE
      *    ATUAL DO CADASTRO; COM DATA, A EQUIPE DO HISTORICO NAQUELA
      *    DATA. FILTRO 'S': O OPERADOR SUPERVISIONA (OU GERENCIA)
      *    ALGUMA EQUIPE E SO ENXERGA OS VENDEDORES DELAS (VISIVEL
      *    'S'); PERFIL ADMINISTRADOR NUNCA E FILTRADO.
      *----------------------------------------------------------------*
      *
       01  ::-EQP-PARM.
           03  FILLER                  PIC S9(004)         COMP.
           03  ::-EQP-FUNCAO           PIC  X(001).
           03  ::-EQP-OPERADOR         PIC  X(010).
           03  ::-EQP-PERFIL           PIC  X(001).
           03  ::-EQP-CVENDEDOR        PIC  9(007).
           03  ::-EQP-DATA             PIC  9(008).
           03  ::-EQP-EQUIPE           PIC  9(003).
           03  ::-EQP-NOME             PIC  X(030).
           03  ::-EQP-SUPERVISOR       PIC  X(010).
           03  ::-EQP-GERENTE          PIC  X(010).
           03  ::-EQP-FILTRO           PIC  X(001).
           03  ::-EQP-VISIVEL          PIC  X(001).
