      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO TITULOS. POSICAO DO DIA
      *    DOS TITULOS EM ABERTO RECEBIDA DO ERP NA INTERFACE
      *    TITULOS.ERP (CARGA PELO PT000085, SUBSTITUINDO A POSICAO
      *    ANTERIOR). O CLIENTE E RESOLVIDO PELO CNPJ NA CARGA.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  TIT-CHAVE::.
               05  TIT-CCLIENTE::      PIC  9(007).
               05  TIT-NUMERO::        PIC  X(012).
           03  TIT-CNPJ::              PIC  9(014).
           03  TIT-DT-EMISSAO::        PIC  9(008).
           03  TIT-DT-VENCTO::         PIC  9(008).
           03  TIT-VLR-ABERTO::        PIC  9(009)V9(002).
           03  TIT-DT-CARGA::          PIC  9(008).
