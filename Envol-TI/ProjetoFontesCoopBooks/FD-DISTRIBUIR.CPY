      *       'T' territorio, 'G' grupo economico, 'E' empate mantido,
      *       'B' desvio do modo balanceado, 'S' estouro de
      *       capacidade, 'M' mantido por estabilidade de vinculo,
      *       'P' mais proximo, 'V' televendas (cliente fora do raio
      *       de todos os vendedores de campo)
           03  RUN-DATA::              PIC  9(008).
           03  RUN-HORA::              PIC  X(006).
           03  PROVENIENCIA::          PIC  X(001).
