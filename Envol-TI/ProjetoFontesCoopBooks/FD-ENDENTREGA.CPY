      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO ENDENTREGA. ENDERECOS DE
      *    ENTREGA DO CLIENTE (REDES E DISTRIBUIDORES QUE RECEBEM EM
      *    MAIS DE UM LOCAL), MANTIDOS NO PT000112. A SEQUENCIA ZERO E
      *    RESERVADA AO ENDERECO DO CADASTRO (CLIENTES). CIDADE/UF
      *    VALIDADAS NA TABELA MUNICIPIO; SEM COORDENADAS INFORMADAS,
      *    VALE O CENTROIDE DO PREFIXO DO CEP (CEPGEO).
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  ETG-CHAVE::.
               05  ETG-CCLIENTE::      PIC  9(007).
               05  ETG-SEQ::           PIC  9(003).
           03  ETG-ENDERECO::          PIC  X(040).
           03  ETG-CIDADE::            PIC  X(030).
           03  ETG-UF::                PIC  X(002).
           03  ETG-CEP::               PIC  X(008).
           03  ETG-LATITUDE::          PIC S9(003)V9(008).
           03  ETG-LONGITUDE::         PIC S9(003)V9(008).
      *  ---> Origem das coordenadas: 'I' informadas, 'C' centroide
      *       do CEP (CEPGEO), branco sem coordenadas
           03  ETG-GEO-ORIGEM::        PIC  X(001).
               88  ETG-GEO-INFORMADA::             VALUE 'I'.
               88  ETG-GEO-CENTROIDE::             VALUE 'C'.
      *  ---> Endereco principal (sugerido no pedido) e ponto de
      *       visita do vendedor (rota e itinerario); no maximo um de
      *       cada por cliente
           03  ETG-PRINCIPAL::         PIC  X(001).
               88  ETG-E-PRINCIPAL::               VALUE 'S'.
           03  ETG-VISITA::            PIC  X(001).
               88  ETG-PONTO-VISITA::              VALUE 'S'.
           03  ETG-SITUACAO::          PIC  X(001).
               88  ETG-ATIVO::                     VALUE 'A'.
               88  ETG-INATIVO::                   VALUE 'I'.
           03  ETG-DT-INCLUSAO::       PIC  9(008).
           03  ETG-DT-ALTERACAO::      PIC  9(008).
           03  ETG-OPERADOR::          PIC  X(010).
