      *       Zeros = registro legado: o PT000068 apenas carimba a
      *       data, sem trocar a coordenada existente.
           03  DTGEOCOD::              PIC  9(008).
      *  ---> Limite de credito individual (titulos em aberto mais
      *       pedidos nao faturados). Zeros = sem limite proprio; se
      *       o GRUPO tiver limite, vale o limite do grupo
           03  LIMITE-CREDITO::        PIC  9(009)V9(002).
