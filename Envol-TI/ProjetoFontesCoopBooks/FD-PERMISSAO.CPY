      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO PERMISSAO (MATRIZ DE
      *    PERMISSOES). UM REGISTRO POR PERFIL ('P' + PERFIL DO
      *    OPERADOR A/C/Q) OU POR OPERADOR ('O' + OPE-ID) E PROGRAMA.
      *    A ENTRADA DO OPERADOR VALE SOBRE A DO PERFIL; SEM NENHUMA
      *    DAS DUAS VALEM OS ACESSOS LEGADOS DO OPERADOR (OPE-ACESSO-
      *    CAD/REL/EXE/PAR). NIVEIS EM ORDEM CRESCENTE: 'N' NENHUM,
      *    'C' CONSULTA, 'M' MANUTENCAO, 'E' EXECUCAO.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  PRM-CHAVE::.
               05  PRM-TIPO::          PIC  X(001).
                   88  PRM-POR-PERFIL::            VALUE 'P'.
                   88  PRM-POR-OPERADOR::          VALUE 'O'.
               05  PRM-SUJEITO::       PIC  X(010).
               05  PRM-PROGRAMA::      PIC  X(008).
           03  PRM-NIVEL::             PIC  X(001).
               88  PRM-NENHUM::                    VALUE 'N'.
               88  PRM-CONSULTA::                  VALUE 'C'.
               88  PRM-MANUTENCAO::                VALUE 'M'.
               88  PRM-EXECUCAO::                  VALUE 'E'.
               88  PRM-NIVEL-VALIDO::              VALUE 'N' 'C' 'M'
                                                         'E'.
           03  PRM-OPERADOR::          PIC  X(010).
           03  PRM-DT-ALTERACAO::      PIC  9(008).
