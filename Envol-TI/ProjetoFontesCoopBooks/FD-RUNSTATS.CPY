      *  ---> 'S' quando a execucao foi desfeita pelo rollback
      *       (PT000061); execucoes desfeitas ficam fora do gate
           03  STA-ROLLBACK::          PIC  X(001).
      *  ---> Versao do PARAMDIST em vigor usada na execucao (zero =
      *       parametros sem versao)
           03  STA-PARM-VERSAO::       PIC  9(004).
       01  REG-VEN::.
           03  STV-TIPO::              PIC  X(001).
           03  STV-DATA::              PIC  9(008).
