      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO ARQCLI. UM REGISTRO POR
      *    CLIENTE JA ARQUIVADO (PT000109), COM A IMAGEM COMPLETA DO
      *    REGISTRO DE CLIENTES NO MOMENTO DO ARQUIVAMENTO. O REGISTRO
      *    NUNCA E EXCLUIDO: NA RESTAURACAO FICA COM SITUACAO 'R', E O
      *    CODIGO CONTINUA RESERVADO, NAO PODENDO SER GERADO NEM
      *    IMPORTADO PARA OUTRO CLIENTE (PT00001C, PT00901C, PT000027).
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  ACL-CODIGO::            PIC  9(007).
      *  ---> 'A' arquivado (fora de CLIENTES), 'R' restaurado
           03  ACL-SITUACAO::          PIC  X(001).
               88  ACL-ARQUIVADO::                 VALUE 'A'.
               88  ACL-RESTAURADO::                VALUE 'R'.
           03  ACL-DT-ARQUIVO::        PIC  9(008).
           03  ACL-OPER-ARQUIVO::      PIC  X(010).
           03  ACL-DT-RESTAURO::       PIC  9(008).
           03  ACL-OPER-RESTAURO::     PIC  X(010).
      *  ---> Contatos levados para o ARQCONT junto com o cliente
           03  ACL-QTD-CONTATOS::      PIC  9(003).
      *  ---> Imagem do registro de CLIENTES (FD-CLIENTES.CPY)
           03  ACL-DADOS::             PIC  X(236).
