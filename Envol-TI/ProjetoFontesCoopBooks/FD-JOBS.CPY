      *    A DEPENDENCIA APONTA A SEQUENCIA DE UM JOB QUE PRECISA TER
      *    TERMINADO BEM NA MESMA DATA (ZEROS = SEM DEPENDENCIA). O
      *    PROGRAMA PRECISA ACEITAR A AREA PADRAO SUB-PRGS E O MODO
      *    BATCH 'B' (COMO PT000003, PT000011, PT000056...). O
      *    ARGUMENTO E REPASSADO AO PROGRAMA NA AREA SUB-PRGS (EX.:
      *    CODIGO DO EXTRATO DO PT000108; BRANCO = SEM ARGUMENTO).
      *    TERMINO PREVISTO EM HHMM (ZEROS = SEM PREVISAO): PASSADA A
      *    HORA COM O JOB AINDA EM EXECUCAO, O MONITOR PT000116
      *    DISPARA UM ALERTA (HORA MENOR QUE A DO INICIO EM MAIS DE
      *    12 HORAS VALE PARA O DIA SEGUINTE).
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  JOB-DIA::               PIC  9(002).
           03  JOB-DEP-SEQ::           PIC  9(003).
           03  JOB-ATIVO::             PIC  X(001).
           03  JOB-ARGUMENTO::         PIC  X(020).
           03  JOB-HORA-PREVISTA::     PIC  9(004).
