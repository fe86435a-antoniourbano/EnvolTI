      *  ---> Historico dos ultimos 5 hashes de senha, do mais recente
      *       para o mais antigo (bloqueia a reutilizacao de senha)
           03  OPE-HIST-HASH::         PIC  X(016)  OCCURS 5 TIMES.
      *  ---> Filiais da empresa permitidas ao operador (clientes e
      *       vendedores); lista toda zerada libera todas as filiais
           03  OPE-FILIAIS-PERM::.
               05  OPE-FILIAL-PERM::   PIC  9(003)  OCCURS 8 TIMES.
