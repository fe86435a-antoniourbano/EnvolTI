      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO CONCILIA. RECRIADO A
      *    CADA CARGA DO CADASTRO COMPLETO DO ERP (CLIERP.ERP) PELO
      *    PT000110: UM REGISTRO TIPO '0' POR CNPJ DO ERP (IMAGEM DO
      *    ERP) E UM REGISTRO POR DIVERGENCIA ENCONTRADA. A DIVERGENCIA
      *    MARCADA PARA REENVIO ('S') LEVA O CLIENTE NO PROXIMO DELTA
      *    CADASTRAL (PT000067), QUE A MARCA COMO REENVIADA ('E').
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  CNC-CHAVE::.
               05  CNC-CNPJ::          PIC  9(014).
               05  CNC-TIPO::          PIC  X(001).
                   88  CNC-IMAGEM-ERP::            VALUE '0'.
                   88  CNC-SO-ERP::                VALUE 'E'.
                   88  CNC-SO-CRM::                VALUE 'C'.
                   88  CNC-DIV-NOME::              VALUE 'N'.
                   88  CNC-DIV-ENDERECO::          VALUE 'D'.
                   88  CNC-DIV-LOCAL::             VALUE 'L'.
                   88  CNC-DIV-SITUACAO::          VALUE 'S'.
      *  ---> Cliente do CLIENTES com o CNPJ (zeros = so no ERP)
           03  CNC-CCLIENTE::          PIC  9(007).
           03  CNC-FILIAL::            PIC  9(003).
      *  ---> Codigo do cliente no ERP e situacao informada pelo ERP
      *       ('A' ativo, 'B' bloqueado, 'I' inativo, 'E' encerrado)
           03  CNC-ERP-CODIGO::        PIC  X(010).
           03  CNC-ERP-SITUACAO::      PIC  X(001).
      *  ---> Valor divergente de cada lado (no tipo '0', a razao
      *       social do ERP em CNC-VLR-ERP)
           03  CNC-VLR-CRM::           PIC  X(050).
           03  CNC-VLR-ERP::           PIC  X(050).
           03  CNC-DT-CONCILIA::       PIC  9(008).
           03  CNC-REENVIO::           PIC  X(001).
               88  CNC-SEM-REENVIO::               VALUE ' '.
               88  CNC-REENVIO-PENDENTE::          VALUE 'S'.
               88  CNC-REENVIADO::                 VALUE 'E'.
           03  CNC-DT-REENVIO::        PIC  9(008).
           03  CNC-OPER-REENVIO::      PIC  X(010).
