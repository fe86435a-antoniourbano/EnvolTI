      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO RESULTADO (DEMONSTRATIVO
      *    DE RESULTADO DO VENDEDOR NO MES, CONGELADO JUNTO COM O
      *    FECHAMENTO MENSAL PT000058). FATURADO: PEDIDOS FATURADOS
      *    (TOTAL OU PARCIAL) COM DATA NO MES; DEVOLUCAO: DEVOLUCOES
      *    DIGITADAS NO MES; COMISSAO: APURADA NO MES MENOS OS
      *    ESTORNOS DESTINADOS AO MES (COMAJUSTE); DESPESA: REFEICAO,
      *    OUTROS E KM RODADO NAS VISITAS DO MES. CONTRIBUICAO =
      *    FATURADO - DEVOLUCAO - COMISSAO - DESPESA. EMPRESA E
      *    FILIAL SAO AS DO VENDEDOR NO FECHAMENTO. O RECALCULO DO
      *    MESMO MES REGRAVA O REGISTRO. ANOMES EM AAAAMM.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  RES-CHAVE::.
               05  RES-CVENDEDOR::     PIC  9(007).
               05  RES-ANOMES::        PIC  9(006).
           03  RES-EMPRESA::           PIC  9(003).
           03  RES-FILIAL::            PIC  9(003).
           03  RES-VLR-FATURADO::      PIC  9(011)V9(002).
           03  RES-VLR-DEVOLUCAO::     PIC  9(011)V9(002).
           03  RES-VLR-COMISSAO::      PIC S9(009)V9(002).
           03  RES-VLR-DESPESA::       PIC  9(009)V9(002).
           03  RES-VLR-CONTRIB::       PIC S9(011)V9(002).
           03  RES-DT-FECHAMENTO::     PIC  9(008).
