      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO CLIDOC. DOCUMENTOS E
      *    LICENCAS DO CLIENTE (ALVARA, LICENCA SANITARIA, ETC.), UM
      *    REGISTRO POR TIPO DE DOCUMENTO; A RENOVACAO SOBREPOE O
      *    NUMERO E A VALIDADE. O TIPO E O MESMO CODIGO DA TABELA DE
      *    DOCUMENTOS EXIGIDOS POR SEGMENTO (SEGDOC).
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  CDC-CHAVE::.
               05  CDC-CCLIENTE::      PIC  9(007).
               05  CDC-TIPO::          PIC  X(003).
           03  CDC-NUMERO::            PIC  X(020).
           03  CDC-ORGAO::             PIC  X(020).
      *  ---> Data de validade AAAAMMDD (vale ate o dia, inclusive)
           03  CDC-DT-VALIDADE::       PIC  9(008).
           03  CDC-DT-INCLUSAO::       PIC  9(008).
           03  CDC-DT-ALTERACAO::      PIC  9(008).
           03  CDC-OPERADOR::          PIC  X(010).
