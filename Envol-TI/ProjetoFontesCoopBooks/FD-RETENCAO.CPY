      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO RETENCAO. UMA ALIQUOTA
      *    POR TIPO DE CONTRATO DO VENDEDOR (TIPO-CONTRATO DO ARQUIVO
      *    VENDEDOR: C CLT, R REPRESENTANTE) E CODIGO DO IMPOSTO (IRRF,
      *    ISS...). A BASE E A COMISSAO DO MES MENOS OS ESTORNOS; O
      *    VALOR RETIDO ABAIXO DO MINIMO E DISPENSADO. A CONTA E A DO
      *    IMPOSTO A RECOLHER NOS LANCAMENTOS CONTABEIS (PT000045).
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  RET-CHAVE::.
               05  RET-CONTRATO::      PIC  X(001).
               05  RET-CODIGO::        PIC  X(004).
           03  RET-DESCRICAO::         PIC  X(020).
           03  RET-PCT::               PIC  9(002)V9(002).
           03  RET-VLR-MINIMO::        PIC  9(007)V9(002).
           03  RET-CONTA::             PIC  X(010).
           03  RET-OPERADOR::          PIC  X(010).
           03  RET-DT-ALTER::          PIC  9(008).
