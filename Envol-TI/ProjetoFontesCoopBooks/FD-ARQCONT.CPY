      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO ARQCONT. CONTATO DE
      *    CLIENTE ARQUIVADO (PT000109), COM A IMAGEM DO REGISTRO DE
      *    CONTATOS; VOLTA PARA CONTATOS NA RESTAURACAO DO CLIENTE.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  ACN-CHAVE::.
               05  ACN-CCLIENTE::      PIC  9(007).
               05  ACN-SEQ::           PIC  9(003).
      *  ---> Imagem do registro de CONTATOS (FD-CONTATOS.CPY)
           03  ACN-DADOS::             PIC  X(115).
