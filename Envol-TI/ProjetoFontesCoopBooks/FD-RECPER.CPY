      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO RECPER (RECOMENDACAO DE
      *    PERIODICIDADE DE VISITA, GERADO PELO CUSTO DE ATENDIMENTO
      *    PT000094). UM REGISTRO POR CLIENTE E MES APURADO EM QUE A
      *    MARGEM JUSTIFICA VISITAR MENOS OU MAIS VEZES. A DECISAO E
      *    TOMADA NA MANUTENCAO DE CLIENTES (PT00001C), QUE GRAVA A
      *    NOVA PERIODICIDADE COMO UMA ALTERACAO DE CLIENTE.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  RCP-CHAVE::.
               05  RCP-CCLIENTE::      PIC  9(007).
               05  RCP-ANOMES::        PIC  9(006).
           03  RCP-CVENDEDOR::         PIC  9(007).
      *  ---> Periodicidade vigente e recomendada (S/Q/M)
           03  RCP-PERIOD-ATUAL::      PIC  X(001).
           03  RCP-PERIOD-SUGERIDA::   PIC  X(001).
      *  ---> Apuracao do mes: visitas, custo de atender, receita dos
      *       pedidos validos e margem (margem bruta menos o custo)
           03  RCP-VISITAS::           PIC  9(003).
           03  RCP-CUSTO::             PIC  9(007)V9(002).
           03  RCP-RECEITA::           PIC  9(009)V9(002).
           03  RCP-MARGEM::            PIC S9(009)V9(002).
           03  RCP-SITUACAO::          PIC  X(001).
               88  RCP-PENDENTE::                  VALUE 'P'.
               88  RCP-ACEITA::                    VALUE 'A'.
               88  RCP-RECUSADA::                  VALUE 'R'.
           03  RCP-DT-DECISAO::        PIC  9(008).
           03  RCP-OPERADOR::          PIC  X(010).
