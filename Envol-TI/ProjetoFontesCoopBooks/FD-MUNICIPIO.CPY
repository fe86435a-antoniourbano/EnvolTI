               05  MUN-UF::            PIC  X(002).
           03  MUN-CEP-DE::            PIC  X(008).
           03  MUN-CEP-ATE::           PIC  X(008).
      *  ---> Logistica de entrega: dias da semana em que a cidade e
      *       atendida (S/N, 1 = segunda ... 7 = domingo; todos em
      *       branco = qualquer dia util) e prazo em dias uteis entre
      *       o pedido e a entrega
           03  MUN-DIAS-ENTREGA::.
               05  MUN-DIA-ENTREGA::   PIC  X(001)
                                       OCCURS 7 TIMES.
           03  MUN-PRAZO-ENTREGA::     PIC  9(002).
