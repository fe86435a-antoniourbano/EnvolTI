      *       por semana de treinamento (ex.: 25 = 25%, 50%, 75%,
      *       100%). Zero = rampa desligada (carteira cheia no dia 1).
           03  PARM-RAMPA-PCT          PIC  9(003).
      *  ---> Rateio da comissao quando o cliente troca de vendedor
      *       no mes (DTVINCULO da DISTRIBUICAO): 'D' pela data do
      *       pedido (antes da troca = vendedor anterior), 'J' idem
      *       com janela de transicao em que ambos dividem a comissao
      *       (dias apos a troca e percentual do vendedor anterior,
      *       zero = 50%). Branco ou 'N' = sem rateio (PED-CVENDEDOR).
           03  PARM-RATEIO-MODO        PIC  X(001).
           03  PARM-RATEIO-JANELA      PIC  9(003).
           03  PARM-RATEIO-PCT         PIC  9(003).
      *  ---> Campanha de reativacao (PT000093): dias sem pedido que
      *       tornam o cliente ativo adormecido (zero = 90) e prazo de
      *       acompanhamento da visita/pedido depois da selecao, em
      *       dias (zero = 42, seis semanas).
           03  PARM-DORMENTE-DIAS      PIC  9(003).
           03  PARM-REATIV-PRAZO       PIC  9(003).
      *  ---> Custo de atendimento por cliente (PT000094): custo da
      *       hora do vendedor (zero = 40,00), custo por km rodado
      *       (zero = 1,20) e margem bruta media das vendas em % (zero
      *       = 30), base da recomendacao de periodicidade de visita.
           03  PARM-CTS-CUSTO-HORA     PIC  9(005)V9(002).
           03  PARM-CTS-CUSTO-KM       PIC  9(003)V9(002).
           03  PARM-CTS-MARGEM-PCT     PIC  9(003).
      *  ---> Pedido web/B2B importado pelo gateway (PT000065) gera
      *       comissao ao vendedor da carteira: 'S' sim, 'N' nao (so
      *       conta como venda). Branco = 'S'.
           03  PARM-COMISSAO-WEB       PIC  X(001).
      *  ---> Presenca na visita de campo (retorno com GPS, PT000066):
      *       raio de tolerancia entre o aparelho e o cliente, em
      *       metros (zero = 300), e duracao minima entre check-in e
      *       check-out, em minutos (zero = 5).
           03  PARM-VIS-RAIO           PIC  9(005).
           03  PARM-VIS-MINUTOS        PIC  9(003).
      *  ---> Pedido tirado pelo substituto de vendedor ausente
      *       (AUSENCIA, PT000044): 'T' comissao toda do titular da
      *       carteira, 'D' dividida entre os dois. Branco = 'T'. Na
      *       divisao, % que cabe ao substituto (zero = 50).
           03  PARM-COMISSAO-SUBST     PIC  X(001).
           03  PARM-SUBST-PCT          PIC  9(003).
      *  ---> Pesquisa de preco da concorrencia (PT000099): produto
      *       com nosso preco acima da media observada no mercado em
      *       mais que o percentual e sinalizado (zero = 10).
           03  PARM-PESQ-PCT           PIC  9(003).
      *  ---> Versao dos parametros: numero sequencial, inicio de
      *       vigencia (AAAAMMDD) e quem/quando gravou. O PARAMDIST
      *       guarda uma linha por versao, em ordem de vigencia; cada
      *       execucao usa a ultima versao com vigencia ate a data de
      *       processamento (linha sem versao vale desde sempre).
           03  PARM-VERSAO             PIC  9(004).
           03  PARM-DT-VIGENCIA        PIC  9(008).
           03  PARM-OPERADOR           PIC  X(010).
           03  PARM-DT-ALTERACAO       PIC  9(008).
      *  ---> Arquivo frio de clientes (PT000109): cliente inativo
      *       sem movimento ha mais que os meses informados e sem
      *       pendencias vai para o arquivo ARQCLI (zero = 36).
           03  PARM-ARQUIVO-MESES      PIC  9(003).
      *  ---> Amostra mensal da pesquisa de satisfacao (PT000117):
      *       meses sem novo contato com o cliente sorteado (zero =
      *       6) e clientes sorteados por vendedor (zero = 10).
           03  PARM-PESQ-CARENCIA      PIC  9(003).
           03  PARM-PESQ-COTA          PIC  9(003).
