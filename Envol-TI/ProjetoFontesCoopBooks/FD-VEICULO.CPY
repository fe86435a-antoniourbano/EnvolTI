      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO VEICULO. CARRO DA FROTA
      *    DA EMPRESA USADO PELO VENDEDOR, MANTIDO NO PT000114. A
      *    TROCA DE VENDEDOR GRAVA O HISTORICO VEICHIST; AS LEITURAS
      *    MENSAIS DO HODOMETRO FICAM NO ARQUIVO ODOMETRO.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  VEI-PLACA::             PIC  X(007).
           03  VEI-MODELO::            PIC  X(030).
           03  VEI-ANO::               PIC  9(004).
      *  ---> Vendedor que usa o carro (zeros = sem vendedor)
           03  VEI-CVENDEDOR::         PIC  9(007).
      *  ---> Consumo medio em km por litro e custo de combustivel
      *       por km rodado (projecao do custo das rotas)
           03  VEI-CONSUMO::           PIC  9(002)V9(001).
           03  VEI-CUSTO-KM::          PIC  9(002)V9(004).
      *  ---> Hodometro da proxima revisao (zeros = sem controle)
           03  VEI-KM-REVISAO::        PIC  9(007).
           03  VEI-SITUACAO::          PIC  X(001).
               88  VEI-ATIVO::                     VALUE 'A'.
               88  VEI-INATIVO::                   VALUE 'I'.
           03  VEI-DT-INCLUSAO::       PIC  9(008).
           03  VEI-DT-ALTERACAO::      PIC  9(008).
           03  VEI-OPERADOR::          PIC  X(010).
