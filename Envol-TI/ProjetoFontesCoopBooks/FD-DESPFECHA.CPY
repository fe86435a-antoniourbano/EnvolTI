      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO DESPFECHA (FECHAMENTO
      *    MENSAL DAS DESPESAS DE VISITA DO VENDEDOR - PT000102).
      *    GRAVADO QUANDO TODAS AS DESPESAS DO MES FORAM DECIDIDAS;
      *    A PARTIR DAI AS DESPESAS E DECISOES DO MES FICAM
      *    CONGELADAS. ARQUIVO DE PAGAMENTO = NOME DO ARQUIVO DE
      *    REEMBOLSO ENVIADO A FOLHA QUE LEVOU O VALOR APROVADO.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  DFM-CHAVE::.
               05  DFM-CVENDEDOR::     PIC  9(007).
               05  DFM-ANOMES::        PIC  9(006).
           03  DFM-QTD-LINHAS::        PIC  9(005).
           03  DFM-QTD-GLOSADAS::      PIC  9(005).
           03  DFM-QTD-REJEITADAS::    PIC  9(005).
           03  DFM-VLR-DECLARADO::     PIC  9(009)V9(002).
           03  DFM-VLR-APROVADO::      PIC  9(009)V9(002).
           03  DFM-VLR-GLOSA::         PIC  9(009)V9(002).
           03  DFM-DT-FECHAMENTO::     PIC  9(008).
           03  DFM-OPERADOR::          PIC  X(010).
           03  DFM-ARQ-PAGTO::         PIC  X(030).
