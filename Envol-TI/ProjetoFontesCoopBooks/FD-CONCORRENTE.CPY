      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO CONCORRENTE (TABELA DE
      *    CONCORRENTES CUJOS PRECOS DE GONDOLA SAO PESQUISADOS NAS
      *    VISITAS). SITUACAO 'I' = NAO ACEITA NOVAS PESQUISAS.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  CCR-CODIGO::            PIC  9(004).
           03  CCR-NOME::              PIC  X(030).
           03  CCR-SITUACAO::          PIC  X(001).
               88  CONCORRENTE-ATIVO::             VALUE 'A' 'a'.
               88  CONCORRENTE-INATIVO::           VALUE 'I' 'i'.
           03  CCR-DT-INCLUSAO::       PIC  9(008).
