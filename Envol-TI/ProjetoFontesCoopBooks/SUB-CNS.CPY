      *----------------------------------------------------------------*
      *    COPYBOOK - AREA DE COMUNICACAO COM O SUBPROGRAMA PRV00909
      *    (CONSENTIMENTO LGPD DO CONTATO POR CANAL).
      *    FUNCAO 'C' CONSULTA O CONTATO (CLIENTE + SEQUENCIA) NO
      *    CANAL; 'L' CONSULTA O CLIENTE: VALIDO 'S' QUANDO ALGUM
      *    CONTATO DELE TEM CONSENTIMENTO NO CANAL, DEVOLVENDO A
      *    SEQUENCIA DO PRIMEIRO; 'F' FECHA O ARQUIVO NO FIM DO
      *    PROGRAMA CHAMADOR. DATA ZERADA = DATA CORRENTE.
      *    CANAL: 'T' TELEFONE, 'E' E-MAIL, 'P' PESQUISA, 'M'
      *    MARKETING. SEM O ARQUIVO CONSENT NINGUEM TEM CONSENTIMENTO.
      *----------------------------------------------------------------*
      *
       01  ::-CNS-PARM.
           03  FILLER                  PIC S9(004)         COMP.
           03  ::-CNS-FUNCAO           PIC  X(001).
           03  ::-CNS-CCLIENTE         PIC  9(007).
           03  ::-CNS-SEQ              PIC  9(003).
           03  ::-CNS-CANAL            PIC  X(001).
           03  ::-CNS-DATA             PIC  9(008).
           03  ::-CNS-VALIDO           PIC  X(001).
