           03  ::-ARQ-REL              PIC  X(030).
           03  ::-PERFIL               PIC  X(001).
           03  ::-EMPRESA              PIC  9(003).
      *  ---> Filiais permitidas ao operador da sessao (carregadas
      *       do OPERADOR no login; lista zerada = todas as filiais)
           03  ::-FILIAIS-PERM.
               05  ::-FILIAL-PERM      PIC  9(003)  OCCURS 8 TIMES.
      *  ---> Filial da execucao particionada da distribuicao
      *       (zeros = execucao sobre toda a base, como sempre)
           03  ::-FILIAL               PIC  9(003).
      *  ---> Nivel do operador no programa chamado, pela matriz de
      *       permissoes ('C' consulta, 'M' manutencao, 'E' execucao;
      *       branco = chamada sem conferencia, sem restricao)
           03  ::-NIVEL-ACESSO         PIC  X(001).
               88  ::-SO-CONSULTA                  VALUE 'C'.
      *  ---> Argumento do passo da grade de jobs (PT000064) para o
      *       programa chamado, ex.: codigo do extrato do PT000108
      *       (branco = sem argumento)
           03  ::-ARGUMENTO            PIC  X(020).
