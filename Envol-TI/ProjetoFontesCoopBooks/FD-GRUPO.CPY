           03  GRP-CODIGO::            PIC  9(005).
           03  GRP-NOME::              PIC  X(040).
           03  GRP-CLI-PRINCIPAL::     PIC  9(007).
      *  ---> Limite de credito do grupo: quando maior que zero vale
      *       para a soma da exposicao de todos os membros e prevalece
      *       sobre o limite individual do cliente
           03  GRP-LIMITE-CREDITO::    PIC  9(009)V9(002).
