               05  AUS-DT-INICIO::     PIC  9(008).
           03  AUS-DT-FIM::            PIC  9(008).
           03  AUS-MOTIVO::            PIC  X(030).
      *  ---> Vendedor que cobre a carteira do ausente na janela
      *       (agenda, roteiro, ficha de campo e rotas); zero = sem
      *       substituto. A DISTRIBUICAO nao muda.
           03  AUS-SUBSTITUTO::        PIC  9(007).
