      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO ENTMAT. MATERIAL
      *    PROMOCIONAL ENTREGUE NA VISITA, BAIXADO DO ESTOQUE DO
      *    VENDEDOR (ESTMAT); NOVA ENTREGA DO MESMO MATERIAL AO MESMO
      *    CLIENTE NO MESMO DIA SOMA NA QUANTIDADE. DATA AAAAMMDD.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  ENT-CHAVE::.
               05  ENT-CCLIENTE::      PIC  9(007).
               05  ENT-DATA::          PIC  9(008).
               05  ENT-CMATERIAL::     PIC  9(005).
           03  ENT-CVENDEDOR::         PIC  9(007).
           03  ENT-QTD::               PIC  9(005).
      *  ---> Origem: 'T' tela do PT000115, 'U' retorno da visita de
      *       campo em lote (PT000066)
           03  ENT-ORIGEM::            PIC  X(001).
               88  ENT-DA-TELA::                   VALUE 'T'.
               88  ENT-DO-RETORNO::                VALUE 'U'.
           03  ENT-OPERADOR::          PIC  X(010).
