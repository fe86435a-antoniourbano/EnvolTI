      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO JOBHIST. UM REGISTRO POR
      *    PASSO EXECUTADO PELO PT000064, GRAVADO 'E' ANTES DA CHAMADA
      *    DO PROGRAMA E REGRAVADO 'T' NO FIM COM A DURACAO (EM
      *    SEGUNDOS, PELAS DATAS E HORAS DO RELOGIO: A CADEIA PODE
      *    VIRAR A MEIA-NOITE). A MEDIA E O TERMINO PREVISTO SAO OS DO
      *    INICIO DO PASSO (MEDIA DAS EXECUCOES BEM-SUCEDIDAS DO JOB
      *    NOS ULTIMOS 90 DIAS). O MONITOR (PT000116) PASSA O
      *    TERMINADO PARA 'A' DEPOIS DE AVALIA-LO; 'I' E O PASSO QUE
      *    FICOU EM EXECUCAO QUANDO A GRADE FOI INTERROMPIDA.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  JHS-CHAVE::.
               05  JHS-SEQ::           PIC  9(003).
               05  JHS-DATA::          PIC  9(008).
               05  JHS-HORA-INI::      PIC  X(006).
           03  JHS-PROGRAMA::          PIC  X(008).
           03  JHS-DT-INI::            PIC  9(008).
           03  JHS-DT-FIM::            PIC  9(008).
           03  JHS-HORA-FIM::          PIC  X(006).
           03  JHS-DURACAO::           PIC  9(007).
           03  JHS-MEDIA::             PIC  9(007).
           03  JHS-QTD-BASE::          PIC  9(003).
           03  JHS-HORA-PREVISTA::     PIC  9(004).
           03  JHS-RETORNO::           PIC  X(002).
           03  JHS-SITUACAO::          PIC  X(001).
               88  JHS-EM-EXECUCAO::               VALUE 'E'.
               88  JHS-TERMINADO::                 VALUE 'T'.
               88  JHS-AVALIADO::                  VALUE 'A'.
               88  JHS-INTERROMPIDO::              VALUE 'I'.
      *  ---> 'S' = atraso ja alertado com o passo em execucao (o
      *       monitor nao repete o alerta a cada ciclo)
           03  JHS-ALERTA-ATRASO::     PIC  X(001).
