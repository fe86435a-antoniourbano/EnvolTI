      *     *----------------------------------------------------------*
      *     * VERSAO 01    -    Amarildo M Borges      -    22.08.2026 *
      *     *----------------------------------------------------------*
      *     * VERSAO 02    -    Amarildo M Borges      -    15.10.2026 *
      *     *            REPASSA AS FILIAIS PERMITIDAS AO OPERADOR     *
      *     *            AO SUBPROGRAMA CHAMADO.                       *
      *     *----------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
           MOVE LKS-OPERADOR           TO SBP-OPERADOR.
           MOVE LKS-PERFIL             TO SBP-PERFIL.
           MOVE LKS-EMPRESA            TO SBP-EMPRESA.
           MOVE LKS-FILIAIS-PERM       TO SBP-FILIAIS-PERM.
      *
      *  ---> Data do snapshot em DDMMAAAA na area de comunicacao
           MOVE WSS-T-SNAP(7:2)        TO SBP-DATA-PROC(1:2).
