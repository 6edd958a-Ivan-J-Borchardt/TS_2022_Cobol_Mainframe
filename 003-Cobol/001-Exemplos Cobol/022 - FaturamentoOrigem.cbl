      *Divisao de identificacao
       identification division.
       program-id. "FaturamentoOrigem".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.


      *Divisao de configuracao do ambiente
       environment division.
       configuration section.
	    special-names. decimal-point is comma.

      *------- Declaracao de recursos externos
       input-output section.
       file-control.
	   select calc-hist assign to calchist
	       organization is indexed
	       access mode is dynamic
	       record key is hs-chave
	       file status is wk-calc-hist-status.

	   select origem-master assign to calcorg
	       organization is indexed
	       access mode is random
	       record key is or-codigo
	       file status is wk-origem-master-status.

	   select tarifas assign to calctrf
	       organization is sequential
	       file status is wk-tarifas-status.

	   select faturamento-ctl assign to fatctl
	       organization is sequential
	       file status is wk-faturamento-ctl-status.

	   select parametro-fat assign to sysin
	       organization is sequential
	       file status is wk-parametro-status.

	   select interface-contabil assign to calcctb
	       organization is sequential
	       file status is wk-interface-status.

	   select relatorio assign to fatrpt
	       organization is sequential
	       file status is wk-relatorio-status.
       i-o-control.



      *Declaracao de variaveis
       data division.
       file section.

      *    Historico de calculos em VSAM KSDS: a chave e o conjunto
      *    data do movimento + origem + par de entrada + operacao, o
      *    mesmo que identifica cada registro de calc-results
       fd  calc-hist.
	   copy "FDCALCHS".

      *    Cadastro de origens, de onde sai o nome do departamento
      *    impresso na fatura
       fd  origem-master.
	   copy "FDORIGEM".

      *    Tabela de tarifas mantida pelo financeiro: o preco por
      *    resultado calculado de cada familia de operacao (o mesmo
      *    codigo de 3 posicoes pedido em calc-input) a partir da
      *    data de vigencia. Vale para cada resultado a tarifa da
      *    familia com a maior vigencia nao posterior a data do
      *    movimento
       fd  tarifas
	   recording mode is f.
       01  tarifas-record.
	   05  tf-familia		  pic x(03).
	   05  tf-vigencia		  pic 9(08).
	   05  tf-preco			  pic 9(07)v99.
	   05  tf-descricao		  pic x(30).
	   05  filler			  pic x(30).

      *    Controle de faturamento: um registro por origem e
      *    competencia a cada execucao que lancou valor na
      *    contabilidade, com o valor lancado (positivo ou, num
      *    estorno, negativo). A soma dos registros de uma
      *    origem/competencia e o que ja foi faturado - a reexecucao
      *    de uma competencia lanca so a diferenca
       fd  faturamento-ctl
	   recording mode is f.
       01  faturamento-ctl-record.
	   05  fc-competencia		  pic 9(06).
	   05  fc-origem		  pic x(02).
	   05  fc-valor			  pic s9(11)v99.
	   05  fc-data-lancamento	  pic 9(08).
	   05  filler			  pic x(01).

      *    Cartao de parametro opcional: a competencia (aaaamm) a
      *    faturar e as contas contabeis de debito (despesa do
      *    departamento) e de credito (receita de rateio); sem
      *    cartao o programa fatura o mes anterior ao da data de
      *    execucao com as contas padrao abaixo
       fd  parametro-fat
	   recording mode is f.
       01  parametro-fat-record.
	   05  pf-competencia		  pic 9(06).
	   05  pf-conta-debito		  pic x(10).
	   05  pf-conta-credito		  pic x(10).
	   05  filler			  pic x(54).

      *    Interface com a contabilidade geral, em layout fixo de 80
      *    posicoes: um header (sistema, competencia e data de
      *    geracao), os lancamentos de debito e credito (centro de
      *    custo = origem) e um trailer de controle com a quantidade
      *    de lancamentos e os totais de debito e de credito
       fd  interface-contabil
	   recording mode is f.
       01  interface-contabil-record.
	   05  ic-tipo-registro		  pic x(01).
	   05  filler			  pic x(79).
       01  interface-contabil-header.
	   05  filler			  pic x(01).
	   05  ih-sistema		  pic x(04).
	   05  ih-competencia		  pic 9(06).
	   05  ih-data-geracao		  pic 9(08).
	   05  filler			  pic x(61).
       01  interface-contabil-lancamento.
	   05  filler			  pic x(01).
	   05  il-competencia		  pic 9(06).
	   05  il-data-lancamento	  pic 9(08).
	   05  il-conta			  pic x(10).
	   05  il-centro-custo		  pic x(02).
	   05  il-natureza		  pic x(01).
	   05  il-valor			  pic 9(13)v99.
	   05  il-historico		  pic x(30).
	   05  filler			  pic x(07).
       01  interface-contabil-trailer.
	   05  filler			  pic x(01).
	   05  it-qtde-lancamentos	  pic 9(07).
	   05  it-total-debitos		  pic 9(13)v99.
	   05  it-total-creditos	  pic 9(13)v99.
	   05  filler			  pic x(42).

       fd  relatorio
	   recording mode is f.
       01  wk-linha-relatorio		  pic x(80).


      *Variaveis do programa
       working-storage section.

       77  wk-calc-hist-status		  pic x(02) value spaces.
       77  wk-origem-master-status	  pic x(02) value spaces.
       77  wk-tarifas-status		  pic x(02) value spaces.
       77  wk-faturamento-ctl-status	  pic x(02) value spaces.
       77  wk-parametro-status		  pic x(02) value spaces.
       77  wk-interface-status		  pic x(02) value spaces.
       77  wk-relatorio-status		  pic x(02) value spaces.
       77  wk-linhas-catalogo		  pic 9(07) value zero.

       01  wk-flags.
	   05  wk-eof-tarifas		  pic x(01) value "N".
	       88  eof-tarifas			  value "S".
	   05  wk-eof-faturamento-ctl	  pic x(01) value "N".
	       88  eof-faturamento-ctl		  value "S".
	   05  wk-eof-parametro		  pic x(01) value "N".
	       88  eof-parametro		  value "S".
	   05  wk-fim-browse		  pic x(01) value "N".
	       88  fim-browse			  value "S".
	   05  wk-registro-invalido	  pic x(01) value "N".
	       88  registro-invalido		  value "S".
	   05  wk-tarifa-achada		  pic x(01) value "N".
	       88  tarifa-achada		  value "S".

       77  wk-competencia		  pic 9(06) value zero.
       77  wk-tally-inval		  pic 9(02) value zero.
       77  wk-familia			  pic x(03) value spaces.
       77  wk-preco			  pic 9(07)v99 value zero.
       77  wk-vigencia-achada		  pic 9(08) value zero.

      *    Contas contabeis padrao, substituidas pelo cartao de
      *    parametro quando informadas
       77  wk-conta-debito		  pic x(10) value "4101010001".
       77  wk-conta-credito		  pic x(10) value "3101010001".

      *    Tarifas carregadas da tabela do financeiro
       77  wk-total-tarifas		  pic 9(03) value zero.
       77  wk-idx-tarifa		  pic 9(03) value zero.
       01  wk-tabela-tarifas.
	   05  wk-tarifa-ocorrencia	  occurs 100 times.
	       10  tt-familia		  pic x(03).
	       10  tt-vigencia		  pic 9(08).
	       10  tt-preco		  pic 9(07)v99.

      *    Origens da competencia, mantidas em ordem de codigo para
      *    que as faturas saiam ordenadas: o valor cobrado agora, o
      *    ja faturado em execucoes anteriores (controle de
      *    faturamento) e a diferenca lancada nesta execucao
       77  wk-total-origens		  pic 9(03) value zero.
       77  wk-idx-origem		  pic 9(03) value zero.
       77  wk-jdx			  pic 9(03) value zero.
       01  wk-tabela-origens.
	   05  wk-origem-ocorrencia	  occurs 100 times.
	       10  to-origem		  pic x(02).
	       10  to-qtde-registros	  pic 9(07).
	       10  to-valor-cobrado	  pic s9(11)v99.
	       10  to-valor-anterior	  pic s9(11)v99.
	       10  to-valor-lancado	  pic s9(11)v99.

      *    Quantidade e valor por origem, operacao (cr-operacao do
      *    historico) e situacao - resultado cobrado, invalido (sem
      *    cobranca) ou sem tarifa vigente: a operacao cuja tarifa
      *    entra ou sai de vigencia no meio da competencia tem um
      *    item cobrado e outro sem tarifa. Cabem 100 origens com as
      *    8 operacoes validas nas duas situacoes e as 6 invalidas
       77  wk-total-itens		  pic 9(04) value zero.
       77  wk-max-itens		  pic 9(04) value 2200.
       77  wk-idx			  pic 9(04) value zero.
       01  wk-tabela-itens.
	   05  wk-item-ocorrencia	  occurs 2200 times.
	       10  ti-origem		  pic x(02).
	       10  ti-operacao		  pic x(20).
	       10  ti-quantidade	  pic 9(07).
	       10  ti-valor		  pic s9(11)v99.
	       10  ti-situacao		  pic x(01).
		   88  ti-cobrado		  value "C".
		   88  ti-invalido		  value "I".
		   88  ti-sem-tarifa		  value "S".
       77  wk-situacao-item		  pic x(01) value spaces.

       77  wk-valor-item		  pic s9(11)v99 value zero.
       77  wk-valor-absoluto		  pic 9(13)v99 value zero.

       01  wk-contadores.
	   05  wk-cont-lidos		  pic 9(07) value zero.
	   05  wk-cont-cobrados		  pic 9(07) value zero.
	   05  wk-cont-invalidos	  pic 9(07) value zero.
	   05  wk-cont-sem-tarifa	  pic 9(07) value zero.
	   05  wk-cont-lancamentos	  pic 9(07) value zero.
	   05  wk-cont-origens-lancadas	  pic 9(07) value zero.
	   05  wk-cont-origens-sem-cadastro  pic 9(07) value zero.
	   05  wk-total-debitos		  pic 9(13)v99 value zero.
	   05  wk-total-creditos	  pic 9(13)v99 value zero.
	   05  wk-total-faturado-anterior  pic s9(13)v99 value zero.

       01  wk-controle-relatorio.
	   05  wk-pagina-atual		  pic 9(03) value zero.

       01  wk-data-execucao.
	   05  wk-data-aaaammdd		  pic 9(08).
	   05  wk-data-aaaa redefines
	       wk-data-aaaammdd.
	       10  wk-data-aa		  pic 9(04).
	       10  wk-data-mm		  pic 9(02).
	       10  wk-data-dd		  pic 9(02).

       01  wk-linha-titulo.
	   05  filler			  pic x(68) value
	       "FATURA DE SERVICOS DE CALCULO - RATEIO POR ORIGEM".
	   05  filler			  pic x(08) value "PAGINA: ".
	   05  hl-pagina		  pic zz9.
	   05  filler			  pic x(01) value spaces.
       01  wk-linha-data.
	   05  filler			  pic x(11) value "DATA EXEC.:".
	   05  hl-dia			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-mes			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-ano			  pic 9999.
	   05  filler			  pic x(15) value spaces.
	   05  filler			  pic x(13)
	       value "COMPETENCIA: ".
	   05  hl-competencia		  pic 9(06).
	   05  filler			  pic x(25) value spaces.
       01  wk-linha-origem.
	   05  filler			  pic x(08) value "ORIGEM: ".
	   05  ol-origem		  pic x(02).
	   05  filler			  pic x(03) value " - ".
	   05  ol-nome			  pic x(30).
	   05  filler			  pic x(37) value spaces.
       01  wk-linha-cabecalho-colunas.
	   05  filler			  pic x(22) value "OPERACAO".
	   05  filler			  pic x(10) value "QUANTIDADE".
	   05  filler			  pic x(20)
	       value "          VALOR (R$)".
	   05  filler			  pic x(28) value spaces.
       01  wk-linha-branco		  pic x(80) value spaces.
       01  wk-linha-subtitulo.
	   05  st-texto			  pic x(80).
       01  wk-linha-item.
	   05  dl-operacao		  pic x(20).
	   05  filler			  pic x(02) value spaces.
	   05  dl-quantidade		  pic z.zzz.zz9.
	   05  filler			  pic x(02) value spaces.
	   05  dl-valor			  pic ---.---.---.--9,99.
	   05  filler			  pic x(29) value spaces.
       01  wk-linha-valor.
	   05  vl-rotulo		  pic x(40).
	   05  vl-valor			  pic ---.---.---.--9,99.
	   05  filler			  pic x(22) value spaces.
       01  wk-linha-total.
	   05  tl-rotulo		  pic x(40).
	   05  tl-contagem		  pic zzzzzz9.
	   05  filler			  pic x(33) value spaces.


      *Area de comunicacao com o subprograma comum de tratamento
      *de erros de arquivo
       01  wk-area-erro.
	   copy "WKERRARQ".


      *Area de comunicacao com o subprograma comum de registro
      *do historico de execucoes
       01  wk-area-execucao.
	   copy "WKHISEXE".


      *Area de comunicacao com o subprograma comum de registro
      *do catalogo de relatorios
       01  wk-area-relatorio.
	   copy "WKRELCAT".


       linkage section.


       screen section.




      *Declaracao do corpo do programa
       procedure division.

	   perform 9100-registra-inicio

	   perform 0100-inicializa

	   perform 0200-le-competencia

	   perform 0250-confere-expurgo

	   perform 0300-fatura-origens

	   perform 0800-grava-faturamento-ctl

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


      *    Abre os arquivos, resolve a competencia e as contas
      *    (cartao de parametro ou padrao) e carrega a tabela de
      *    tarifas e o ja faturado da competencia
       0100-inicializa.

	   move function current-date to wk-data-execucao(1:8)
	   move wk-data-dd to hl-dia
	   move wk-data-mm to hl-mes
	   move wk-data-aa to hl-ano

	   perform 0110-resolve-parametro
	   move wk-competencia to hl-competencia

	   open input calc-hist
	   if wk-calc-hist-status not = "00"
	       move "calc-hist" to err-arquivo
	       move wk-calc-hist-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   open input origem-master
	   if wk-origem-master-status not = "00"
	       move "origem-master" to err-arquivo
	       move wk-origem-master-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   open input tarifas
	   if wk-tarifas-status not = "00"
	       move "tarifas" to err-arquivo
	       move wk-tarifas-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   open output interface-contabil
	   if wk-interface-status not = "00"
	       move "interface-contabil" to err-arquivo
	       move wk-interface-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   open output relatorio
	   if wk-relatorio-status not = "00"
	       move "relatorio" to err-arquivo
	       move wk-relatorio-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   perform 0130-carrega-tarifas

	   perform 0150-carrega-faturado

	   .


      *    Resolve a competencia faturada e as contas contabeis:
      *    cartao de parametro quando presente, ou o mes anterior ao
      *    da data corrente e as contas padrao quando o cartao (ou o
      *    campo) nao foi fornecido
       0110-resolve-parametro.

	   if wk-data-mm = 01
	       compute wk-competencia =
		   (wk-data-aa - 1) * 100 + 12
	   else
	       compute wk-competencia =
		   wk-data-aa * 100 + wk-data-mm - 1
	   end-if

	   open input parametro-fat
	   if wk-parametro-status = "00"
	       read parametro-fat
		   at end
		       set eof-parametro to true
	       end-read
	       if not eof-parametro
		   if pf-competencia is numeric
		       move pf-competencia to wk-competencia
		   else
		       display "ERRO: competencia do cartao de "
			   "parametro nao numerica"
		       move 16 to return-code
		       perform 9110-registra-fim
		       stop run
		   end-if
		   if pf-conta-debito not = spaces
		       move pf-conta-debito to wk-conta-debito
		   end-if
		   if pf-conta-credito not = spaces
		       move pf-conta-credito to wk-conta-credito
		   end-if
	       end-if
	       close parametro-fat
	   end-if

	   .


      *    Carrega a tabela de tarifas; tarifa com vigencia ou preco
      *    nao numericos derruba o job antes de qualquer lancamento
       0130-carrega-tarifas.

	   perform until eof-tarifas
	       read tarifas
		   at end
		       set eof-tarifas to true
		   not at end
		       perform 0140-guarda-tarifa
	       end-read
	   end-perform

	   close tarifas

	   .


      *    Guarda a tarifa corrente na proxima entrada da tabela
       0140-guarda-tarifa.

	   if tf-vigencia is not numeric
	       or tf-preco is not numeric
	       display "ERRO: tarifa " tf-familia " com vigencia ou "
		   "preco nao numerico"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	   if wk-total-tarifas >= 100
	       display "ERRO: tabela de tarifas esgotada"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	   add 1 to wk-total-tarifas
	   move tf-familia  to tt-familia (wk-total-tarifas)
	   move tf-vigencia to tt-vigencia (wk-total-tarifas)
	   move tf-preco    to tt-preco (wk-total-tarifas)

	   .


      *    Soma o ja faturado da competencia por origem no controle
      *    de faturamento (status 35: nada faturado ate hoje); cada
      *    origem com faturamento anterior entra na tabela de
      *    origens, mesmo que nao tenha mais registros no historico
      *    (movimento inteiro estornado), para que o estorno seja
      *    lancado
       0150-carrega-faturado.

	   open input faturamento-ctl
	   evaluate wk-faturamento-ctl-status
	       when "00"
		   perform until eof-faturamento-ctl
		       read faturamento-ctl
			   at end
			       set eof-faturamento-ctl to true
			   not at end
			       if fc-competencia = wk-competencia
				   move fc-origem to hs-origem
				   perform 0220-localiza-origem
				   add fc-valor to
				       to-valor-anterior (wk-idx-origem)
				   add fc-valor to
				       wk-total-faturado-anterior
			       end-if
		       end-read
		   end-perform
		   close faturamento-ctl
	       when "35"
		   continue
	       when other
		   move "faturamento-ctl" to err-arquivo
		   move wk-faturamento-ctl-status to err-status
		   move "0150-carrega-faturado" to err-paragrafo
		   perform 9000-aciona-trata-erro
	   end-evaluate

	   .


      *    Percorre o historico da competencia: posiciona o browse
      *    na menor chave do primeiro dia do mes e le enquanto a
      *    data do registro pertencer a competencia
       0200-le-competencia.

	   move "N" to wk-fim-browse
	   compute hs-data = wk-competencia * 100 + 1
	   move low-values to hs-origem
	   move zero       to hs-num1
	   move zero       to hs-num2
	   move low-values to hs-operacao

	   start calc-hist key >= hs-chave
	       invalid key
		   set fim-browse to true
	   end-start

	   perform until fim-browse
	       read calc-hist next
		   at end
		       set fim-browse to true
		   not at end
		       if hs-data(1:6) = wk-competencia
			   perform 0210-acumula-registro
		       else
			   set fim-browse to true
		       end-if
	       end-read
	   end-perform

	   .


      *    Classifica o registro corrente do historico (invalido,
      *    sem tarifa vigente ou cobrado pela tarifa da familia na
      *    data do movimento) e acumula na origem e no item
      *    origem/operacao/situacao
       0210-acumula-registro.

	   add 1 to wk-cont-lidos
	   move zero to wk-valor-item

	   move zero to wk-tally-inval
	   inspect hs-operacao tallying wk-tally-inval
	       for all "INVAL"

	   if wk-tally-inval > zero
	       move "I" to wk-situacao-item
	       add 1 to wk-cont-invalidos
	   else
	       perform 0230-procura-tarifa
	       if tarifa-achada
		   move "C" to wk-situacao-item
		   move wk-preco to wk-valor-item
		   add 1 to wk-cont-cobrados
	       else
		   move "S" to wk-situacao-item
		   add 1 to wk-cont-sem-tarifa
	       end-if
	   end-if

	   perform 0220-localiza-origem
	   add 1 to to-qtde-registros (wk-idx-origem)
	   add wk-valor-item to to-valor-cobrado (wk-idx-origem)

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-itens
	       or (ti-origem (wk-idx) = hs-origem
	       and ti-operacao (wk-idx) = hs-operacao
	       and ti-situacao (wk-idx) = wk-situacao-item)
	       continue
	   end-perform

	   if wk-idx > wk-total-itens
	       if wk-total-itens >= wk-max-itens
		   display "ERRO: tabela de itens de fatura esgotada"
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	       end-if
	       add 1 to wk-total-itens
	       move wk-total-itens to wk-idx
	       move hs-origem        to ti-origem (wk-idx)
	       move hs-operacao      to ti-operacao (wk-idx)
	       move zero             to ti-quantidade (wk-idx)
	       move zero             to ti-valor (wk-idx)
	       move wk-situacao-item to ti-situacao (wk-idx)
	   end-if

	   add 1 to ti-quantidade (wk-idx)
	   add wk-valor-item to ti-valor (wk-idx)

	   .


      *    Localiza a origem de hs-origem na tabela de origens,
      *    incluindo-a na posicao que mantem a tabela ordenada por
      *    codigo quando ainda nao existe; devolve a entrada em
      *    wk-idx-origem
       0220-localiza-origem.

	   perform varying wk-idx-origem from 1 by 1
	       until wk-idx-origem > wk-total-origens
	       or to-origem (wk-idx-origem) >= hs-origem
	       continue
	   end-perform

	   if wk-idx-origem > wk-total-origens
	       or to-origem (wk-idx-origem) not = hs-origem
	       if wk-total-origens >= 100
		   display "ERRO: tabela de origens esgotada"
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	       end-if
	       perform varying wk-jdx from wk-total-origens by -1
		   until wk-jdx < wk-idx-origem
		   move wk-origem-ocorrencia (wk-jdx)
		       to wk-origem-ocorrencia (wk-jdx + 1)
	       end-perform
	       add 1 to wk-total-origens
	       move hs-origem to to-origem (wk-idx-origem)
	       move zero to to-qtde-registros (wk-idx-origem)
	       move zero to to-valor-cobrado (wk-idx-origem)
	       move zero to to-valor-anterior (wk-idx-origem)
	       move zero to to-valor-lancado (wk-idx-origem)
	   end-if

	   .


      *    Procura a tarifa da familia da operacao do registro
      *    corrente com a maior vigencia nao posterior a data do
      *    movimento. A familia e o codigo de 3 posicoes pedido em
      *    calc-input: DIVISAO-QUOCIENTE e DIVISAO-RESTO sao da
      *    familia DIV, MDC e MMC da familia MDC e assim por diante
       0230-procura-tarifa.

	   move "N" to wk-tarifa-achada
	   move zero to wk-vigencia-achada
	   move zero to wk-preco

	   evaluate true
	       when hs-operacao(1:11) = "POTENCIACAO"
		   move "POT" to wk-familia
	       when hs-operacao(1:12) = "RAIZ-N-ESIMA"
		   move "RZN" to wk-familia
	       when hs-operacao(1:7) = "DIVISAO"
		   move "DIV" to wk-familia
	       when hs-operacao(1:10) = "PERCENTUAL"
		   move "PCT" to wk-familia
	       when hs-operacao(1:3) = "MDC"
		   or hs-operacao(1:3) = "MMC"
		   move "MDC" to wk-familia
	       when hs-operacao(1:10) = "JUROS-COMP"
		   move "JUR" to wk-familia
	       when other
		   move spaces to wk-familia
	   end-evaluate

	   perform varying wk-idx-tarifa from 1 by 1
	       until wk-idx-tarifa > wk-total-tarifas
	       if tt-familia (wk-idx-tarifa) = wk-familia
		   and tt-vigencia (wk-idx-tarifa) <= hs-data
		   and tt-vigencia (wk-idx-tarifa) >=
		       wk-vigencia-achada
		   set tarifa-achada to true
		   move tt-vigencia (wk-idx-tarifa)
		       to wk-vigencia-achada
		   move tt-preco (wk-idx-tarifa) to wk-preco
	       end-if
	   end-perform

	   .


      *    Uma competencia ja faturada sem nenhum registro no
      *    historico foi expurgada (o expurgo remove meses
      *    inteiros): refaturar seria estornar tudo. O job e
      *    interrompido antes de qualquer lancamento
       0250-confere-expurgo.

	   if wk-cont-lidos = zero
	       and wk-total-faturado-anterior not = zero
	       display "ERRO: competencia " wk-competencia
		   " ja faturada e sem registros no historico "
		   "(expurgada) - nada foi lancado"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	   .


      *    Grava o header da interface contabil, imprime a fatura
      *    de cada origem, na ordem de codigo, e lanca na interface
      *    a diferenca entre o valor cobrado agora e o ja faturado
       0300-fatura-origens.

	   move spaces to interface-contabil-header
	   move "H" to ic-tipo-registro
	   move "CALC" to ih-sistema
	   move wk-competencia to ih-competencia
	   move wk-data-aaaammdd to ih-data-geracao
	   write interface-contabil-header

	   perform varying wk-idx-origem from 1 by 1
	       until wk-idx-origem > wk-total-origens
	       perform 0310-fatura-origem
	   end-perform

	   .


      *    Fatura da origem corrente: pagina propria com o quadro de
      *    itens cobrados, os sem tarifa e os invalidos (sem
      *    cobranca), o total da competencia, o ja faturado e o
      *    valor lancado nesta execucao
       0310-fatura-origem.

	   move to-origem (wk-idx-origem) to or-codigo
	   read origem-master
	       invalid key
		   move "ORIGEM NAO CADASTRADA" to or-nome
		   add 1 to wk-cont-origens-sem-cadastro
	   end-read
	   if wk-origem-master-status not = "00"
	       and wk-origem-master-status not = "23"
	       move "origem-master" to err-arquivo
	       move wk-origem-master-status to err-status
	       move "0310-fatura-origem" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   perform 0320-imprime-cabecalho

	   move "C" to wk-situacao-item
	   perform 0330-imprime-itens

	   move "S" to wk-situacao-item
	   move "RESULTADOS SEM TARIFA VIGENTE - SEM COBRANCA:"
	       to st-texto
	   perform 0340-imprime-secao

	   move "I" to wk-situacao-item
	   move "RESULTADOS INVALIDOS - SEM COBRANCA:" to st-texto
	   perform 0340-imprime-secao

	   write wk-linha-relatorio from wk-linha-branco

	   move "TOTAL COBRADO NA COMPETENCIA:" to vl-rotulo
	   move to-valor-cobrado (wk-idx-origem) to vl-valor
	   write wk-linha-relatorio from wk-linha-valor

	   move "JA FATURADO EM EXECUCOES ANTERIORES:" to vl-rotulo
	   move to-valor-anterior (wk-idx-origem) to vl-valor
	   write wk-linha-relatorio from wk-linha-valor

	   compute to-valor-lancado (wk-idx-origem) =
	       to-valor-cobrado (wk-idx-origem)
	       - to-valor-anterior (wk-idx-origem)

	   move "VALOR LANCADO NESTA EXECUCAO:" to vl-rotulo
	   move to-valor-lancado (wk-idx-origem) to vl-valor
	   write wk-linha-relatorio from wk-linha-valor

	   if to-valor-lancado (wk-idx-origem) not = zero
	       perform 0400-lanca-contabil
	   end-if

	   .


      *    Cabecalho da pagina da fatura de uma origem
       0320-imprime-cabecalho.

	   add 1 to wk-pagina-atual
	   move wk-pagina-atual to hl-pagina

	   move to-origem (wk-idx-origem) to ol-origem
	   move or-nome to ol-nome

	   write wk-linha-relatorio from wk-linha-titulo
	   write wk-linha-relatorio from wk-linha-data
	   write wk-linha-relatorio from wk-linha-origem
	   write wk-linha-relatorio from wk-linha-branco
	   write wk-linha-relatorio from wk-linha-cabecalho-colunas

	   .


      *    Imprime os itens da origem corrente com a situacao de
      *    wk-situacao-item
       0330-imprime-itens.

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-itens
	       if ti-origem (wk-idx) = to-origem (wk-idx-origem)
		   and ti-situacao (wk-idx) = wk-situacao-item
		   move ti-operacao (wk-idx)   to dl-operacao
		   move ti-quantidade (wk-idx) to dl-quantidade
		   move ti-valor (wk-idx)      to dl-valor
		   write wk-linha-relatorio from wk-linha-item
	       end-if
	   end-perform

	   .


      *    Imprime uma secao sem cobranca (sem tarifa ou invalidos)
      *    da origem corrente, so quando ha item nela
       0340-imprime-secao.

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-itens
	       or (ti-origem (wk-idx) = to-origem (wk-idx-origem)
	       and ti-situacao (wk-idx) = wk-situacao-item)
	       continue
	   end-perform

	   if wk-idx <= wk-total-itens
	       write wk-linha-relatorio from wk-linha-branco
	       write wk-linha-relatorio from wk-linha-subtitulo
	       perform 0330-imprime-itens
	   end-if

	   .


      *    Lanca na interface contabil o valor da origem corrente:
      *    valor positivo debita a conta de despesa do departamento
      *    e credita a receita de rateio; valor negativo (estorno
      *    de movimento ja faturado) inverte as contas
       0400-lanca-contabil.

	   add 1 to wk-cont-origens-lancadas

	   if to-valor-lancado (wk-idx-origem) < zero
	       compute wk-valor-absoluto =
		   zero - to-valor-lancado (wk-idx-origem)
	   else
	       move to-valor-lancado (wk-idx-origem)
		   to wk-valor-absoluto
	   end-if

	   move spaces to interface-contabil-lancamento
	   move "D" to ic-tipo-registro
	   move wk-competencia to il-competencia
	   move wk-data-aaaammdd to il-data-lancamento
	   move to-origem (wk-idx-origem) to il-centro-custo
	   move wk-valor-absoluto to il-valor

	   if to-valor-lancado (wk-idx-origem) > zero
	       move "RATEIO CALCULOS - COMPETENCIA" to il-historico
	       move wk-conta-debito to il-conta
	   else
	       move "ESTORNO RATEIO CALCULOS - COMP." to il-historico
	       move wk-conta-credito to il-conta
	   end-if
	   move "D" to il-natureza
	   write interface-contabil-lancamento
	   add wk-valor-absoluto to wk-total-debitos
	   add 1 to wk-cont-lancamentos

	   if to-valor-lancado (wk-idx-origem) > zero
	       move wk-conta-credito to il-conta
	   else
	       move wk-conta-debito to il-conta
	   end-if
	   move "C" to il-natureza
	   write interface-contabil-lancamento
	   add wk-valor-absoluto to wk-total-creditos
	   add 1 to wk-cont-lancamentos

	   .


      *    Registra no controle de faturamento o valor lancado de
      *    cada origem nesta execucao (status 35 na abertura em
      *    extensao: primeiro faturamento da instalacao). So e
      *    gravado depois de todos os lancamentos, para que uma
      *    execucao interrompida possa ser simplesmente repetida
       0800-grava-faturamento-ctl.

	   if wk-cont-origens-lancadas > zero
	       open extend faturamento-ctl
	       if wk-faturamento-ctl-status = "35"
		   open output faturamento-ctl
	       end-if
	       if wk-faturamento-ctl-status not = "00"
		   move "faturamento-ctl" to err-arquivo
		   move wk-faturamento-ctl-status to err-status
		   move "0800-grava-faturamento-ctl" to err-paragrafo
		   perform 9000-aciona-trata-erro
	       end-if

	       perform varying wk-idx-origem from 1 by 1
		   until wk-idx-origem > wk-total-origens
		   if to-valor-lancado (wk-idx-origem) not = zero
		       move spaces to faturamento-ctl-record
		       move wk-competencia to fc-competencia
		       move to-origem (wk-idx-origem) to fc-origem
		       move to-valor-lancado (wk-idx-origem)
			   to fc-valor
		       move wk-data-aaaammdd to fc-data-lancamento
		       write faturamento-ctl-record
		   end-if
	       end-perform

	       close faturamento-ctl
	   end-if

	   .


      *    Grava o trailer de controle da interface contabil, imprime
      *    a pagina de totais, fecha os arquivos e sinaliza no
      *    return-code resultados sem tarifa vigente ou origens fora
      *    do cadastro, que pedem revisao do financeiro
       0900-finaliza.

	   move spaces to interface-contabil-trailer
	   move "T" to ic-tipo-registro
	   move wk-cont-lancamentos to it-qtde-lancamentos
	   move wk-total-debitos to it-total-debitos
	   move wk-total-creditos to it-total-creditos
	   write interface-contabil-trailer

	   add 1 to wk-pagina-atual
	   move wk-pagina-atual to hl-pagina
	   write wk-linha-relatorio from wk-linha-titulo
	   write wk-linha-relatorio from wk-linha-data
	   write wk-linha-relatorio from wk-linha-branco

	   move "REGISTROS DA COMPETENCIA NO HISTORICO:" to tl-rotulo
	   move wk-cont-lidos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "RESULTADOS COBRADOS:" to tl-rotulo
	   move wk-cont-cobrados to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "RESULTADOS INVALIDOS (SEM COBRANCA):" to tl-rotulo
	   move wk-cont-invalidos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "RESULTADOS SEM TARIFA VIGENTE:" to tl-rotulo
	   move wk-cont-sem-tarifa to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "ORIGENS FATURADAS:" to tl-rotulo
	   move wk-total-origens to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "ORIGENS COM VALOR LANCADO:" to tl-rotulo
	   move wk-cont-origens-lancadas to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "LANCAMENTOS NA INTERFACE CONTABIL:" to tl-rotulo
	   move wk-cont-lancamentos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "TOTAL DE DEBITOS:" to vl-rotulo
	   move wk-total-debitos to vl-valor
	   write wk-linha-relatorio from wk-linha-valor

	   move "TOTAL DE CREDITOS:" to vl-rotulo
	   move wk-total-creditos to vl-valor
	   write wk-linha-relatorio from wk-linha-valor

	   close calc-hist
	   close origem-master
	   close interface-contabil
	   close relatorio

	   if wk-cont-sem-tarifa > zero
	       or wk-cont-origens-sem-cadastro > zero
	       display "ATENCAO: resultados sem tarifa vigente ou "
		   "origens fora do cadastro - ver a fatura"
	       move 4 to return-code
	   end-if

	   .


      *    Aciona o subprograma comum de tratamento de erros de
      *    arquivo com a area ja preenchida pelo ponto do erro
      *    (arquivo, paragrafo e status) e encerra o programa com
      *    o return-code classificado por ele
       9000-aciona-trata-erro.

	   move "FaturamentoOrigem" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "FaturamentoOrigem" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   move wk-cont-lidos to ex-cont-entrada
	   move wk-cont-cobrados to ex-cont-saida
	   move wk-cont-invalidos to ex-cont-rejeitados
	   set ex-fim to true
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Cataloga a geracao do relatorio desta execucao no
      *    catalogo de relatorios (subprograma comum RegistraRelatorio),
      *    com as linhas contadas na releitura do relatorio ja
      *    fechado; o relatorio ainda aberto (encerramento por erro)
      *    ou nao criado conta zero linhas
       9120-cataloga-relatorio.

	   move zero to wk-linhas-catalogo
	   open input relatorio
	   if wk-relatorio-status = "00"
	       perform until wk-relatorio-status not = "00"
		   read relatorio
		       at end
			   continue
		       not at end
			   add 1 to wk-linhas-catalogo
		   end-read
	       end-perform
	       close relatorio
	   end-if

	   move "FATURRPT" to rr-relatorio
	   move "FaturamentoOrigem" to rr-programa
	   move wk-data-aaaammdd to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move wk-pagina-atual to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
