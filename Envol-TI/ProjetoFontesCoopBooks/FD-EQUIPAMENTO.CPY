      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO EQUIPAMENTO. CADASTRO
      *    DOS BENS CEDIDOS EM COMODATO (GELADEIRA, EXPOSITOR,
      *    DISPENSADOR), COM A SITUACAO, O COMODATO VIGENTE E A
      *    ULTIMA CONFIRMACAO DO BEM NA VISITA DE CAMPO.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  EQP-SERIE::             PIC  X(020).
           03  EQP-TIPO::              PIC  X(001).
               88  EQP-GELADEIRA::                 VALUE 'G'.
               88  EQP-EXPOSITOR::                 VALUE 'E'.
               88  EQP-DISPENSADOR::               VALUE 'D'.
               88  EQP-OUTROS::                    VALUE 'O'.
           03  EQP-DESCRICAO::         PIC  X(030).
           03  EQP-VALOR::             PIC  9(007)V9(002).
      *  ---> 'E' em estoque (disponivel), 'C' em comodato no cliente
      *       EQP-CCLIENTE, 'M' em manutencao, 'B' baixado (perda,
      *       sucata ou venda)
           03  EQP-SITUACAO::          PIC  X(001).
               88  EQP-EM-ESTOQUE::                VALUE 'E'.
               88  EQP-EM-COMODATO::               VALUE 'C'.
               88  EQP-EM-MANUTENCAO::             VALUE 'M'.
               88  EQP-BAIXADO::                   VALUE 'B'.
      *  ---> Comodato vigente (cliente e inicio = chave no arquivo
      *       COMODATO); zeros quando o bem nao esta em comodato
           03  EQP-CCLIENTE::          PIC  9(007).
           03  EQP-DT-INICIO::         PIC  9(008).
      *  ---> Ultima confirmacao na visita (retorno do PT000066):
      *       data da visita, vendedor e 'S' quando o vendedor
      *       informou que nao localizou o bem no cliente
           03  EQP-DT-AVISTADO::       PIC  9(008).
           03  EQP-VEN-AVISTADO::      PIC  9(007).
           03  EQP-NAO-LOCALIZADO::    PIC  X(001).
           03  EQP-DT-INCLUSAO::       PIC  9(008).
           03  EQP-DT-ALTERACAO::      PIC  9(008).
