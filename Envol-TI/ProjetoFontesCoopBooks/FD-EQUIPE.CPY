      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO EQUIPE (EQUIPES DE
      *    VENDAS). SUPERVISOR E GERENTE SAO LOGINS DE OPERADOR: O
      *    OPERADOR SUPERVISOR (OU GERENTE) SO VE NOS RELATORIOS DE
      *    VENDEDORES AS EQUIPES QUE ESTAO SOB SUA RESPONSABILIDADE.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  EQV-CODIGO::            PIC  9(003).
           03  EQV-NOME::              PIC  X(030).
           03  EQV-SUPERVISOR::        PIC  X(010).
           03  EQV-GERENTE::           PIC  X(010).
           03  EQV-SITUACAO::          PIC  X(001).
               88  EQUIPE-ATIVA::                  VALUE 'A' 'a'.
               88  EQUIPE-INATIVA::                VALUE 'I' 'i'.
           03  EQV-DT-INCLUSAO::       PIC  9(008).
           03  EQV-DT-ALTERACAO::      PIC  9(008).
