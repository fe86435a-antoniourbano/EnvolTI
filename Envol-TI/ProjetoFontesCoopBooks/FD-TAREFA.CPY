      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO TAREFA. TAREFA DE
      *    ACOMPANHAMENTO DO CLIENTE (RETORNAR LIGACAO, LEVAR
      *    AMOSTRA, TRATAR RECLAMACAO...) ABERTA PELA VISITA
      *    (PT000010), PELA OCORRENCIA (PT000052), PELA PESQUISA DE
      *    SATISFACAO (PT000055) OU PELO OPERADOR (PT000106).
      *    CHAVE: CLIENTE + DATA DE ABERTURA + SEQUENCIA NO DIA.
      *    RESPONSAVEL: 'V' VENDEDOR (CODIGO COM 7 DIGITOS) OU 'O'
      *    OPERADOR DO BACK-OFFICE. SITUACAO 'A' ABERTA, 'C'
      *    CONCLUIDA, 'X' CANCELADA. DATAS EM AAAAMMDD.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  TAR-CHAVE::.
               05  TAR-CCLIENTE::      PIC  9(007).
               05  TAR-DATA::          PIC  9(008).
               05  TAR-SEQ::           PIC  9(003).
           03  TAR-RESPONSAVEL::.
               05  TAR-TIPO-RESP::     PIC  X(001).
                   88  RESP-VENDEDOR::             VALUE 'V'.
                   88  RESP-OPERADOR::             VALUE 'O'.
               05  TAR-ID-RESP::       PIC  X(010).
           03  TAR-DT-VENCIMENTO::     PIC  9(008).
      *  ---> Programa que abriu a tarefa e a chave do registro de
      *       origem nele (visita, ocorrencia, pesquisa)
           03  TAR-ORIGEM-PRG::        PIC  X(008).
           03  TAR-ORIGEM-CHAVE::      PIC  X(030).
           03  TAR-DESCRICAO::         PIC  X(060).
           03  TAR-SITUACAO::          PIC  X(001).
               88  TAR-ABERTA::                    VALUE 'A'.
               88  TAR-CONCLUIDA::                 VALUE 'C'.
               88  TAR-CANCELADA::                 VALUE 'X'.
           03  TAR-OPERADOR::          PIC  X(010).
           03  TAR-DT-CONCLUSAO::      PIC  9(008).
           03  TAR-CONCLUIDA-POR::     PIC  X(010).
