      *----------------------------------------------------------------*
      *    COPYBOOK - AREA DE COMUNICACAO COM O SUBPROGRAMA PRV00911
      *    (ABERTURA DE TAREFA DE ACOMPANHAMENTO DO CLIENTE).
      *    FUNCAO 'I' INCLUI A TAREFA ABERTA NA DATA (ZERADA = DATA
      *    CORRENTE) COM A PROXIMA SEQUENCIA DO CLIENTE NO DIA,
      *    DEVOLVIDA EM SEQ; 'F' FECHA O ARQUIVO NO FIM DO PROGRAMA
      *    CHAMADOR. RETORNO '00' GRAVADA, '01' DADOS INVALIDOS,
      *    '09' ERRO NO ARQUIVO TAREFA.
      *----------------------------------------------------------------*
      *
       01  ::-TAR-PARM.
           03  FILLER                  PIC S9(004)         COMP.
           03  ::-TAR-FUNCAO           PIC  X(001).
           03  ::-TAR-CCLIENTE         PIC  9(007).
           03  ::-TAR-DATA             PIC  9(008).
           03  ::-TAR-SEQ              PIC  9(003).
           03  ::-TAR-TIPO-RESP        PIC  X(001).
           03  ::-TAR-ID-RESP          PIC  X(010).
           03  ::-TAR-DT-VENCIMENTO    PIC  9(008).
           03  ::-TAR-ORIGEM-PRG       PIC  X(008).
           03  ::-TAR-ORIGEM-CHAVE     PIC  X(030).
           03  ::-TAR-DESCRICAO        PIC  X(060).
           03  ::-TAR-OPERADOR         PIC  X(010).
           03  ::-TAR-RETORNO          PIC  X(002).
