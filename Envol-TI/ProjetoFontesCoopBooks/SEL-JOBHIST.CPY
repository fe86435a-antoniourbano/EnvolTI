      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO JOBHIST (HISTORICO DE
      *    DURACAO DOS PASSOS DA GRADE DE JOBS). CHAVE JOB + DATA DE
      *    PROCESSAMENTO + HORA DE INICIO; CHAVE ALTERNATIVA PELA
      *    SITUACAO PARA O MONITOR (PT000116) ACHAR OS PASSOS EM
      *    EXECUCAO E OS TERMINADOS AINDA NAO AVALIADOS
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-JOBHIST         ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS JHS-CHAVE::
                   ALTERNATE RECORD KEY IS JHS-SITUACAO::
                                                       WITH DUPLICATES
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-JOBHIST.
