      *----------------------------------------------------------------*
      *    COPYBOOK - DECLARACAO SELECT ARQUIVO CONSENT (CONSENTIMENTO
      *    LGPD POR CONTATO DO CLIENTE E CANAL)
      *----------------------------------------------------------------*
      *
           SELECT  ARQ-CONSENT         ASSIGN TO DISK
                   ORGANIZATION        IS INDEXED
                   ACCESS MODE         IS DYNAMIC
                   RECORD KEY          IS CNS-CHAVE::
                   LOCK MODE           IS MANUAL
                   FILE STATUS         IS FS-CONSENT.
