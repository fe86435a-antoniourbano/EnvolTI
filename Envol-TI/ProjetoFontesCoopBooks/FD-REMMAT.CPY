      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO REMMAT. SAIDA DO
      *    ALMOXARIFADO PARA O VENDEDOR; NOVA REMESSA DO MESMO
      *    MATERIAL NO MESMO DIA SOMA NA QUANTIDADE. DATA AAAAMMDD.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  REM-CHAVE::.
               05  REM-CVENDEDOR::     PIC  9(007).
               05  REM-DATA::          PIC  9(008).
               05  REM-CMATERIAL::     PIC  9(005).
           03  REM-QTD::               PIC  9(007).
      *  ---> Numero da requisicao/nota de saida do almoxarifado
           03  REM-DOCUMENTO::         PIC  X(012).
           03  REM-OPERADOR::          PIC  X(010).
