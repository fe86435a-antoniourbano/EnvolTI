      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO DESPAPROV (APROVACAO DA
      *    DESPESA DE VISITA PELO SUPERVISOR - PT000102). DECISAO:
      *    'A' APROVADA COMO DECLARADA, 'P' GLOSA PARCIAL (VALOR
      *    APROVADO MENOR QUE O DECLARADO, COM MOTIVO), 'R' REJEITADA
      *    (NADA A REEMBOLSAR, COM MOTIVO). VALOR DECLARADO = KM X
      *    CUSTO DO KM (PARM-CTS-CUSTO-KM) + REFEICAO + OUTROS. DATAS
      *    EM AAAAMMDD.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  DAP-CHAVE::.
               05  DAP-CCLIENTE::      PIC  9(007).
               05  DAP-DATA::          PIC  9(008).
           03  DAP-CVENDEDOR::         PIC  9(007).
           03  DAP-DECISAO::           PIC  X(001).
               88  DESPESA-APROVADA::              VALUE 'A'.
               88  DESPESA-GLOSADA::               VALUE 'P'.
               88  DESPESA-REJEITADA::             VALUE 'R'.
           03  DAP-VLR-DECLARADO::     PIC  9(007)V9(002).
           03  DAP-VLR-APROVADO::      PIC  9(007)V9(002).
           03  DAP-MOTIVO::            PIC  X(040).
           03  DAP-OPERADOR::          PIC  X(010).
           03  DAP-DT-DECISAO::        PIC  9(008).
