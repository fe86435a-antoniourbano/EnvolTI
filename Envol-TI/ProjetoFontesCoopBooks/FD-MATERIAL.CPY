      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO MATERIAL. CATALOGO DO
      *    MATERIAL PROMOCIONAL LEVADO PELOS VENDEDORES AOS CLIENTES,
      *    MANTIDO NO PT000115. O ESTOQUE EM PODER DE CADA VENDEDOR
      *    FICA NO ARQUIVO ESTMAT.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  MAT-CODIGO::            PIC  9(005).
           03  MAT-DESCRICAO::         PIC  X(040).
      *  ---> Tipo: 'A' amostra de produto, 'P' material de ponto de
      *       venda (display, cartaz, brinde)
           03  MAT-TIPO::              PIC  X(001).
               88  MAT-AMOSTRA::                   VALUE 'A'.
               88  MAT-PDV::                       VALUE 'P'.
           03  MAT-UNIDADE::           PIC  X(003).
      *  ---> Custo unitario para a empresa (valor do material
      *       entregue no relatorio por cliente e segmento)
           03  MAT-CUSTO::             PIC  9(007)V9(002).
           03  MAT-SITUACAO::          PIC  X(001).
               88  MAT-ATIVO::                     VALUE 'A'.
               88  MAT-INATIVO::                   VALUE 'I'.
           03  MAT-DT-INCLUSAO::       PIC  9(008).
           03  MAT-DT-ALTERACAO::      PIC  9(008).
           03  MAT-OPERADOR::          PIC  X(010).
