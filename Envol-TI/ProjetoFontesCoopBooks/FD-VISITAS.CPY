      *----------------------------------------------------------------*
      *    COPYBOOK - LAYOUT REGISTRO ARQUIVO VISITAS. DATA EM
      *    AAAAMMDD. RESULTADO: VD-VENDA, SV-SEM VENDA, AU-AUSENTE,
      *    RE-RECUSA, OU-OUTRO. LIGACAO DE TELEVENDAS (PT000101):
      *    TV-VENDA, TS-SEM VENDA, TN-NAO ATENDEU, TR-RECUSA.
      *----------------------------------------------------------------*
      *
       01  REG::.
           03  VIS-CVENDEDOR::         PIC  9(007).
           03  VIS-RESULTADO::         PIC  X(002).
           03  VIS-OBS::               PIC  X(040).
      *  ---> Presenca no campo (retorno com GPS do PT000066): hora do
      *       check-in e do check-out (HHMM), coordenadas do aparelho
      *       e distancia ao cliente em metros. Situacao: branco sem
      *       GPS (apontamento), 'O' conferida, 'S' suspeita (motivo
      *       'D' fora do raio, 'T' curta demais, 'A' ambos), 'V'
      *       validada e 'R' reprovada pelo supervisor. Suspeita e
      *       reprovada nao contam para meta (PT000043) e comissao
      *       (PT000044)
           03  VIS-HR-CHECKIN::        PIC  9(004).
           03  VIS-HR-CHECKOUT::       PIC  9(004).
           03  VIS-LATITUDE::          PIC S9(003)V9(008).
           03  VIS-LONGITUDE::         PIC S9(003)V9(008).
           03  VIS-DISTANCIA::         PIC  9(007).
           03  VIS-PRESENCA::          PIC  X(001).
               88  PRESENCA-SEM-GPS::              VALUE ' '.
               88  PRESENCA-OK::                   VALUE 'O'.
               88  PRESENCA-SUSPEITA::             VALUE 'S'.
               88  PRESENCA-VALIDADA::             VALUE 'V'.
               88  PRESENCA-REPROVADA::            VALUE 'R'.
               88  PRESENCA-NAO-CONTA::            VALUE 'S' 'R'.
           03  VIS-MOTIVO-SUSP::       PIC  X(001).
           03  VIS-VALIDADOR::         PIC  X(010).
           03  VIS-DT-VALIDACAO::      PIC  9(008).
