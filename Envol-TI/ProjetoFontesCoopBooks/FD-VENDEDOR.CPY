           03  TREINAMENTO::           PIC  X(001).
               88  EM-TREINAMENTO::                VALUE 'S' 's'.
           03  DT-INICIO-TREIN::       PIC  9(008).
      *  ---> Tipo de contrato: 'C' (ou branco) CLT, comissao paga na
      *       folha; 'R' representante comercial autonomo (PJ), com
      *       retencao de impostos sobre a comissao (arquivo RETENCAO)
           03  TIPO-CONTRATO::         PIC  X(001).
               88  CONTRATO-CLT::                  VALUE 'C' 'c' ' '.
               88  CONTRATO-REPRES::               VALUE 'R' 'r'.
      *  ---> Equipe de vendas do vendedor (arquivo EQUIPE; zeros =
      *       sem equipe). Toda troca fica no historico VENDEQUIPE
           03  EQUIPE::                PIC  9(003).
      *  ---> Canal de atendimento: 'C' (ou branco) vendedor de campo;
      *       'T' operador de televendas (vendedor virtual), que nao
      *       concorre pela distancia e recebe os clientes fora do
      *       raio de todos os vendedores de campo
           03  CANAL::                 PIC  X(001).
               88  CANAL-CAMPO::                   VALUE 'C' 'c' ' '.
               88  CANAL-TELEVENDAS::              VALUE 'T' 't'.
