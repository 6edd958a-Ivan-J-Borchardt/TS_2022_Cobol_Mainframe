      *Divisao de identificacao
       identification division.
       program-id. "AuditoriaCalculos".
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
	   select calc-results assign to calcres
	       organization is sequential
	       file status is wk-calc-results-status.

	   select calc-hist assign to calchist
	       organization is indexed
	       access mode is dynamic
	       record key is hs-chave
	       file status is wk-calc-hist-status.

	   select parametro-aud assign to sysin
	       organization is sequential
	       file status is wk-parametro-status.

	   select controle-totais assign to ctltot
	       organization is sequential
	       file status is wk-controle-totais-status.

	   select relatorio assign to aucrpt
	       organization is sequential
	       file status is wk-relatorio-status.

	   select atraso-log assign to atrasos
	       organization is sequential
	       file status is wk-atraso-log-status.

	   select estorno-log assign to estlog
	       organization is sequential
	       file status is wk-estorno-log-status.
       i-o-control.



      *Declaracao de variaveis
       data division.
       file section.

      *    Acumulado dos resultados do calculo, lido na auditoria da
      *    noite (os registros da data do movimento auditada)
       fd  calc-results
	   recording mode is f.
	   copy "FDCALCRS".

      *    Historico de calculos em VSAM KSDS, lido na auditoria de
      *    um intervalo de datas: a chave comeca pela data do
      *    movimento, entao o intervalo e um browse so
       fd  calc-hist.
	   copy "FDCALCHS".

      *    Cartoes de controle da auditoria, todos opcionais e em
      *    qualquer ordem:
      *      tipo P - a fonte dos registros auditados: R para os
      *               resultados da noite (data do movimento em
      *               data-de; brancos = data corrente) ou H para o
      *               historico de data-de a data-ate
      *      tipo T - a tolerancia de uma operacao (o nome gravado
      *               em cr-operacao), 9(03)v999 sem virgula
       fd  parametro-aud
	   recording mode is f.
       01  parametro-aud-record.
	   05  pa-tipo			  pic x(01).
	       88  pa-cartao-periodo		  value "P".
	       88  pa-cartao-tolerancia		  value "T".
	   05  filler			  pic x(79).
       01  parametro-aud-periodo.
	   05  filler			  pic x(01).
	   05  pa-modo			  pic x(01).
	   05  pa-data-de		  pic x(08).
	   05  pa-data-ate		  pic x(08).
	   05  filler			  pic x(62).
       01  parametro-aud-tolerancia.
	   05  filler			  pic x(01).
	   05  pa-operacao		  pic x(20).
	   05  pa-tolerancia		  pic x(06).
	   05  pa-tolerancia-n redefines
	       pa-tolerancia		  pic 9(03)v999.
	   05  filler			  pic x(53).

      *    Totais de controle da noite: a auditoria, passo opcional
      *    do job noturno, grava as suas contagens para o balanco
       fd  controle-totais
	   recording mode is f.
	   copy "FDCTLTOT".

       fd  relatorio
	   recording mode is f.
       01  wk-linha-relatorio		  pic x(80).

      *    Log de movimentos em atraso e log de estornos, apenas
      *    consultados na auditoria da noite: o movimento em atraso
      *    autorizado ou liberado na noite e o movimento estornado e
      *    reaberto sao calculados com a data original, anterior a
      *    da noite, e entram na auditoria pela data e origem
       fd  atraso-log
	   recording mode is f.
	   copy "FDATRASO".

       fd  estorno-log
	   recording mode is f.
	   copy "FDESTLOG".


      *Variaveis do programa
       working-storage section.

       77  wk-calc-results-status	  pic x(02) value spaces.
       77  wk-calc-hist-status		  pic x(02) value spaces.
       77  wk-parametro-status		  pic x(02) value spaces.
       77  wk-controle-totais-status	  pic x(02) value spaces.
       77  wk-relatorio-status		  pic x(02) value spaces.
       77  wk-atraso-log-status		  pic x(02) value spaces.
       77  wk-estorno-log-status	  pic x(02) value spaces.
       77  wk-linhas-catalogo		  pic 9(07) value zero.

       01  wk-flags.
	   05  wk-eof-calc-results	  pic x(01) value "N".
	       88  eof-calc-results		  value "S".
	   05  wk-eof-parametro		  pic x(01) value "N".
	       88  eof-parametro		  value "S".
	   05  wk-fim-browse		  pic x(01) value "N".
	       88  fim-browse			  value "S".
	   05  wk-modo-auditoria	  pic x(01) value "R".
	       88  modo-resultados		  value "R".
	       88  modo-historico		  value "H".
	   05  wk-estouro		  pic x(01) value "N".
	       88  recalculo-estourou		  value "S".
	   05  wk-pw-excede		  pic x(01) value "N".
	       88  potencia-excede		  value "S".
	   05  wk-quociente-pendente	  pic x(01) value "N".
	       88  quociente-pendente		  value "S".
	   05  wk-invalido-v2		  pic x(01) value "N".
	       88  recalculo-invalido		  value "S".
	   05  wk-eof-atraso-log	  pic x(01) value "N".
	       88  eof-atraso-log		  value "S".
	   05  wk-eof-estorno-log	  pic x(01) value "N".
	       88  eof-estorno-log		  value "S".
	   05  wk-movimento-tardio	  pic x(01) value "N".
	       88  movimento-tardio		  value "S".

      *    Datas do movimento auditadas (a noite e um intervalo de
      *    um dia so)
       01  wk-periodo.
	   05  wk-data-de		  pic 9(08) value zero.
	   05  wk-data-ate		  pic 9(08) value zero.

      *    Movimentos de data anterior calculados na noite auditada:
      *    atraso autorizado ou liberado na noite e estorno reaberto
       77  wk-total-tardios		  pic 9(03) value zero.
       01  wk-tabela-tardios.
	   05  wk-tardio-ocorrencia	  occurs 200 times.
	       10  tt-data		  pic 9(08).
	       10  tt-origem		  pic x(02).
       77  wk-idx-tardio		  pic 9(03) value zero.
       77  wk-tardio-data		  pic 9(08) value zero.
       77  wk-tardio-origem		  pic x(02) value spaces.

      *    Registro corrente da auditoria, no mesmo formato seja ele
      *    lido de calc-results ou do historico; o valor gravado e
      *    desmontado da edicao para o confronto numerico (hs-valor
      *    e alfanumerico, dai a redefinicao da imagem editada). A
      *    versao do layout do movimento decide o recalculo: na
      *    versao 2 o par tem sinal e 4 decimais
       01  wk-registro-auditado.
	   05  ra-data			  pic 9(08).
	   05  ra-origem		  pic x(02).
	   05  ra-num1			  pic s9(07)v9(04).
	   05  ra-num2			  pic s9(07)v9(04).
	   05  ra-operacao		  pic x(20).
	   05  ra-valor			  pic s9(14)v9(04).
	   05  ra-versao		  pic x(01).
	       88  ra-versao-2			  value "2".
       01  wk-registro-salvo		  pic x(71).
       77  wk-valor-editado		  pic -(14)9,9999.
       77  wk-valor-editado-x redefines
	   wk-valor-editado		  pic x(20).

      *    Quociente da divisao a espera do resto do mesmo par (o
      *    calculo grava os dois em seguida e eles ficam adjacentes
      *    tambem na ordem de chave do historico)
       01  wk-quociente-guardado.
	   05  qg-data			  pic 9(08).
	   05  qg-origem		  pic x(02).
	   05  qg-num1			  pic s9(07)v9(04).
	   05  qg-num2			  pic s9(07)v9(04).
	   05  qg-valor			  pic s9(14)v9(04).
	   05  qg-versao		  pic x(01).
       77  wk-resto-gravado		  pic s9(14)v9(04) value zero.

      *    Valor refeito pela auditoria, com casas de sobra alem das
      *    gravadas (3 na versao 1, 4 na versao 2), e a diferenca
      *    gravado - refeito; a situacao aponta o que nao e questao
      *    de tolerancia (validade divergente, par da divisao
      *    incompleto)
       77  wk-recalculado		  pic s9(15)v9(09) value zero.
       77  wk-diferenca			  pic s9(15)v9(09) value zero.
       77  wk-diferenca-abs		  pic 9(15)v9(09) value zero.
       77  wk-limite-resultado		  pic 9(10)v999
	   value 9999999999,999.
       77  wk-limite-resultado-v2	  pic 9(14)v9(04)
	   value 99999999999999,9999.
       77  wk-situacao			  pic x(30) value spaces.

      *    Recalculo da versao 2: o motivo da invalidez apurada, o
      *    nome gravado do caso invalido da operacao, a parte inteira
      *    e os valores absolutos do par e o logaritmo natural do
      *    resultado nas potencias de expoente fracionario
       77  wk-motivo-invalido		  pic x(30) value spaces.
       77  wk-operacao-invalida		  pic x(20) value spaces.
       77  wk-inteiro-v2		  pic s9(07) value zero.
       77  wk-abs1-v2			  pic 9(07)v9(04) value zero.
       77  wk-abs2-v2			  pic 9(07)v9(04) value zero.
       77  wk-resto-abs-v2		  pic 9(14)v9(04) value zero.
       77  wk-logaritmo-v2		  pic s9(09)v9(12) value zero.

      *    Potenciacao por multiplicacoes sucessivas
       77  wk-pt-produto		  pic 9(15) value zero.
       77  wk-pt-contador		  pic 9(05) value zero.

      *    Raiz n-esima: bissecao ate um intervalo de 1E-8 e
      *    iteracoes de Newton sobre x ** n - a a partir dele
       77  wk-rz-indice			  pic 9(07) value zero.
       77  wk-rz-baixo			  pic s9(07)v9(12) value zero.
       77  wk-rz-alto			  pic s9(07)v9(12) value zero.
       77  wk-rz-meio			  pic s9(07)v9(12) value zero.
       77  wk-rz-x			  pic s9(07)v9(12) value zero.
       77  wk-rz-novo			  pic s9(15)v9(12) value zero.
       77  wk-rz-passo			  pic s9(07)v9(12) value zero.
       77  wk-rz-termo			  pic s9(15)v9(12) value zero.
       77  wk-rz-iteracao		  pic 9(03) value zero.

      *    Potencia inteira por quadrados sucessivos, interrompida
      *    assim que passa do limite pedido
       77  wk-pw-base			  pic s9(15)v9(12) value zero.
       77  wk-pw-quadrado		  pic s9(15)v9(12) value zero.
       77  wk-pw-resultado		  pic s9(15)v9(12) value zero.
       77  wk-pw-expoente		  pic 9(07) value zero.
       77  wk-pw-restante		  pic 9(07) value zero.
       77  wk-pw-metade			  pic 9(07) value zero.
       77  wk-pw-bit			  pic 9(01) value zero.
       77  wk-pw-limite			  pic 9(15)v9(04) value zero.

      *    Percentual por divisao longa inteira
       77  wk-pc-dividendo		  pic 9(08) value zero.
       77  wk-pc-quociente		  pic 9(08) value zero.
       77  wk-pc-resto			  pic 9(05) value zero.
       77  wk-pc-resto-escala		  pic 9(14) value zero.
       77  wk-pc-fracao			  pic 9(09) value zero.

      *    Percentual da versao 2: o par escalado para inteiros (as 4
      *    casas decimais) antes da mesma divisao longa
       77  wk-pc-dividendo-v2		  pic 9(14) value zero.
       77  wk-pc-divisor-v2		  pic 9(11) value zero.
       77  wk-pc-quociente-v2		  pic 9(14) value zero.
       77  wk-pc-resto-v2		  pic 9(11) value zero.
       77  wk-pc-resto-escala-v2	  pic 9(20) value zero.

      *    MDC pelo algoritmo binario
       77  wk-md-a			  pic 9(07) value zero.
       77  wk-md-b			  pic 9(07) value zero.
       77  wk-md-metade-a		  pic 9(07) value zero.
       77  wk-md-metade-b		  pic 9(07) value zero.
       77  wk-md-resto-a		  pic 9(01) value zero.
       77  wk-md-resto-b		  pic 9(01) value zero.
       77  wk-md-troca			  pic 9(07) value zero.
       77  wk-md-fator			  pic 9(07) value zero.
       77  wk-md-mdc			  pic 9(07) value zero.

      *    Juros compostos capitalizados periodo a periodo
       77  wk-jr-montante		  pic s9(16)v9(12) value zero.
       77  wk-jr-absoluto		  pic 9(16)v9(12) value zero.
       77  wk-jr-periodo		  pic 9(02) value zero.

      *    Operacoes auditadas e a tolerancia padrao de cada uma (a
      *    maior diferenca aceita entre o valor gravado e o refeito):
      *    zero para as operacoes de resultado inteiro e 0,001 - a
      *    ultima casa gravada - para as que o calculo trunca
       01  wk-operacoes-padrao.
	   05  filler			  pic x(20)
	       value "POTENCIACAO".
	   05  filler			  pic 9(03)v999 value zero.
	   05  filler			  pic x(20)
	       value "POTENCIACAO-INVAL".
	   05  filler			  pic 9(03)v999 value zero.
	   05  filler			  pic x(20)
	       value "RAIZ-N-ESIMA".
	   05  filler			  pic 9(03)v999 value 0,001.
	   05  filler			  pic x(20)
	       value "RAIZ-N-ESIMA-INVAL".
	   05  filler			  pic 9(03)v999 value zero.
	   05  filler			  pic x(20)
	       value "DIVISAO-QUOCIENTE".
	   05  filler			  pic 9(03)v999 value zero.
	   05  filler			  pic x(20)
	       value "DIVISAO-RESTO".
	   05  filler			  pic 9(03)v999 value zero.
	   05  filler			  pic x(20)
	       value "DIVISAO-INVALIDA".
	   05  filler			  pic 9(03)v999 value zero.
	   05  filler			  pic x(20)
	       value "PERCENTUAL".
	   05  filler			  pic 9(03)v999 value 0,001.
	   05  filler			  pic x(20)
	       value "PERCENTUAL-INVALIDO".
	   05  filler			  pic 9(03)v999 value zero.
	   05  filler			  pic x(20)
	       value "MDC".
	   05  filler			  pic 9(03)v999 value zero.
	   05  filler			  pic x(20)
	       value "MMC".
	   05  filler			  pic 9(03)v999 value zero.
	   05  filler			  pic x(20)
	       value "MDC-MMC-INVALIDO".
	   05  filler			  pic 9(03)v999 value zero.
	   05  filler			  pic x(20)
	       value "JUROS-COMPOSTOS".
	   05  filler			  pic 9(03)v999 value 0,001.
	   05  filler			  pic x(20)
	       value "JUROS-COMP-INVAL".
	   05  filler			  pic 9(03)v999 value zero.
       01  wk-tabela-operacoes redefines wk-operacoes-padrao.
	   05  wk-operacao-ocorrencia	  occurs 14 times.
	       10  to-operacao		  pic x(20).
	       10  to-tolerancia	  pic 9(03)v999.
       77  wk-total-operacoes		  pic 9(02) value 14.
       77  wk-idx			  pic 9(02) value zero.

      *    Apuracao por operacao: auditados, fora da tolerancia e a
      *    maior diferenca encontrada (a medida da perda de precisao)
       01  wk-tabela-apuracao.
	   05  wk-apuracao-ocorrencia	  occurs 14 times.
	       10  ta-auditados		  pic 9(07).
	       10  ta-fora		  pic 9(07).
	       10  ta-maior-dif		  pic 9(15)v9(09).

       01  wk-contadores.
	   05  wk-cont-lidos		  pic 9(07) value zero.
	   05  wk-cont-selecionados	  pic 9(07) value zero.
	   05  wk-cont-auditados	  pic 9(07) value zero.
	   05  wk-cont-dentro		  pic 9(07) value zero.
	   05  wk-cont-fora		  pic 9(07) value zero.
	   05  wk-cont-nao-auditaveis	  pic 9(07) value zero.

       01  wk-controle-relatorio.
	   05  wk-linhas-por-pagina	  pic 9(03) value 50.
	   05  wk-linha-atual		  pic 9(03) value zero.
	   05  wk-pagina-atual		  pic 9(03) value zero.

       01  wk-data-execucao.
	   05  wk-data-aaaammdd		  pic 9(08).
	   05  wk-data-aaaa redefines
	       wk-data-aaaammdd.
	       10  wk-data-aa		  pic 9(04).
	       10  wk-data-mm		  pic 9(02).
	       10  wk-data-dd		  pic 9(02).

       01  wk-linha-titulo		  pic x(80)
	   value "AUDITORIA DE RECALCULO DOS RESULTADOS DO CALCULO".
       01  wk-linha-data.
	   05  filler			  pic x(11) value "DATA EXEC.:".
	   05  hl-dia			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-mes			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-ano			  pic 9999.
	   05  filler			  pic x(46) value spaces.
       01  wk-linha-branco		  pic x(80) value spaces.
       01  wk-linha-secao		  pic x(80).
       01  wk-linha-periodo.
	   05  filler			  pic x(11) value "AUDITADOS: ".
	   05  pl-fonte			  pic x(26).
	   05  filler			  pic x(04) value " DE ".
	   05  pl-data-de		  pic 9(08).
	   05  filler			  pic x(05) value " ATE ".
	   05  pl-data-ate		  pic 9(08).
	   05  filler			  pic x(18) value spaces.
       01  wk-linha-tardios.
	   05  filler			  pic x(18)
	       value "MAIS OS RESULTADOS".
	   05  filler			  pic x(04) value " DE ".
	   05  lt-movimentos		  pic zz9.
	   05  filler			  pic x(39)
	       value " MOVIMENTOS DE DATA ANTERIOR CALCULADOS".
	   05  filler			  pic x(16)
	       value " NA NOITE".
       01  wk-linha-registro.
	   05  filler			  pic x(05) value "DIF: ".
	   05  gl-data			  pic 9(08).
	   05  filler			  pic x(01) value "/".
	   05  gl-origem		  pic x(02).
	   05  filler			  pic x(01) value space.
	   05  gl-operacao		  pic x(20).
	   05  filler			  pic x(01) value space.
	   05  gl-situacao		  pic x(30).
	   05  filler			  pic x(09) value " VERSAO: ".
	   05  gl-versao		  pic x(01).
	   05  filler			  pic x(02) value spaces.
       01  wk-linha-par.
	   05  filler			  pic x(10) value "     PAR: ".
	   05  gl-num1			  pic -(7)9,9999.
	   05  filler			  pic x(01) value "/".
	   05  gl-num2			  pic -(7)9,9999.
	   05  filler			  pic x(07) value " DIF.: ".
	   05  vl-diferenca		  pic -(14)9,9(6).
	   05  filler			  pic x(14) value spaces.
       01  wk-linha-valores.
	   05  filler			  pic x(09) value " GRAVADO:".
	   05  vl-gravado		  pic -(14)9,9999.
	   05  filler			  pic x(10) value " REFEITO: ".
	   05  vl-refeito		  pic -(14)9,9(6).
	   05  filler			  pic x(19) value spaces.
       01  wk-linha-resumo.
	   05  rl-operacao		  pic x(20).
	   05  filler			  pic x(05) value " TOL:".
	   05  rl-tolerancia		  pic zz9,999.
	   05  filler			  pic x(05) value " AUD:".
	   05  rl-auditados		  pic zzzzzz9.
	   05  filler			  pic x(06) value " FORA:".
	   05  rl-fora			  pic zzzzzz9.
	   05  filler			  pic x(05) value " MAX:".
	   05  rl-maior-dif		  pic z(10)9,9(6).
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

      *    refaz, por um metodo diverso do calculo, cada resultado da
      *    noite (data do movimento) ou do intervalo pedido do
      *    historico, apontando as diferencas alem da tolerancia
	   if modo-historico
	       perform 0250-le-historico
	   else
	       perform 0200-le-resultados
	   end-if

	   perform 0380-encerra-quociente

	   perform 0700-imprime-resumo

	   perform 0800-grava-controle-totais

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


      *    Le os cartoes de controle, abre a fonte auditada e o
      *    relatorio e imprime o cabecalho com o periodo auditado
       0100-inicializa.

	   move function current-date to wk-data-execucao(1:8)
	   move wk-data-dd to hl-dia
	   move wk-data-mm to hl-mes
	   move wk-data-aa to hl-ano

	   move wk-data-aaaammdd to wk-data-de
	   move wk-data-aaaammdd to wk-data-ate

	   perform 0110-le-parametros

	   if modo-resultados
	       perform 0170-carrega-tardios
	   end-if

	   if modo-historico
	       open input calc-hist
	       if wk-calc-hist-status not = "00"
		   move "calc-hist" to err-arquivo
		   move wk-calc-hist-status to err-status
		   move "0100-inicializa" to err-paragrafo
		   perform 9000-aciona-trata-erro
	       end-if
	       move "HISTORICO DE CALCULOS" to pl-fonte
	   else
	       open input calc-results
	       if wk-calc-results-status not = "00"
		   move "calc-results" to err-arquivo
		   move wk-calc-results-status to err-status
		   move "0100-inicializa" to err-paragrafo
		   perform 9000-aciona-trata-erro
	       end-if
	       move "RESULTADOS DO CALCULO" to pl-fonte
	   end-if
	   open output relatorio
	   if wk-relatorio-status not = "00"
	       move "relatorio" to err-arquivo
	       move wk-relatorio-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-operacoes
	       move zero to ta-auditados (wk-idx)
	       move zero to ta-fora (wk-idx)
	       move zero to ta-maior-dif (wk-idx)
	   end-perform

	   perform 0150-imprime-cabecalho

	   move wk-data-de  to pl-data-de
	   move wk-data-ate to pl-data-ate
	   move wk-linha-periodo to wk-linha-secao
	   perform 0160-imprime-secao
	   if wk-total-tardios > zero
	       move wk-total-tardios to lt-movimentos
	       move wk-linha-tardios to wk-linha-secao
	       perform 0160-imprime-secao
	   end-if
	   move wk-linha-branco to wk-linha-secao
	   perform 0160-imprime-secao

	   .


      *    Le os cartoes de controle (status 35 ou SYSIN vazio: a
      *    noite da data corrente com as tolerancias padrao)
       0110-le-parametros.

	   open input parametro-aud
	   if wk-parametro-status = "00"
	       perform until eof-parametro
		   read parametro-aud
		       at end
			   set eof-parametro to true
		       not at end
			   perform 0120-aplica-cartao
		   end-read
	       end-perform
	       close parametro-aud
	   end-if

	   .


      *    Aplica o cartao de controle corrente conforme o tipo; um
      *    cartao invalido derruba a auditoria antes de qualquer
      *    leitura, para nao auditar com parametros errados
       0120-aplica-cartao.

	   evaluate true
	       when pa-cartao-periodo
		   perform 0130-aplica-periodo
	       when pa-cartao-tolerancia
		   perform 0140-aplica-tolerancia
	       when other
		   display "ERRO: cartao de controle da auditoria "
		       "com tipo invalido: " pa-tipo
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	   end-evaluate

	   .


      *    Cartao P: a fonte auditada e as datas do movimento; na
      *    auditoria da noite so data-de vale (a data do movimento)
       0130-aplica-periodo.

	   if pa-modo not = "R" and pa-modo not = "H"
	       display "ERRO: fonte da auditoria invalida no cartao "
		   "P: " pa-modo
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if
	   move pa-modo to wk-modo-auditoria

	   if pa-data-de not = spaces
	       if pa-data-de is not numeric
		   display "ERRO: data inicial do cartao P nao "
		       "numerica: " pa-data-de
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	       end-if
	       move pa-data-de to wk-data-de
	       move pa-data-de to wk-data-ate
	   end-if

	   if modo-historico and pa-data-ate not = spaces
	       if pa-data-ate is not numeric
		   display "ERRO: data final do cartao P nao "
		       "numerica: " pa-data-ate
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	       end-if
	       move pa-data-ate to wk-data-ate
	   end-if

	   if wk-data-ate < wk-data-de
	       display "ERRO: data final anterior a inicial no "
		   "cartao P: " wk-data-de " " wk-data-ate
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	   .


      *    Cartao T: substitui a tolerancia padrao da operacao
       0140-aplica-tolerancia.

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-operacoes
	       or to-operacao (wk-idx) = pa-operacao
	       continue
	   end-perform

	   if wk-idx > wk-total-operacoes
	       display "ERRO: operacao desconhecida no cartao T: "
		   pa-operacao
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if
	   if pa-tolerancia is not numeric
	       display "ERRO: tolerancia nao numerica no cartao T "
		   "da operacao " pa-operacao
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	   move pa-tolerancia-n to to-tolerancia (wk-idx)

	   .


      *    Monta e grava o cabecalho de uma nova pagina do relatorio
       0150-imprime-cabecalho.

	   add 1 to wk-pagina-atual

	   write wk-linha-relatorio from wk-linha-titulo
	   write wk-linha-relatorio from wk-linha-data
	   write wk-linha-relatorio from wk-linha-branco

	   move 3 to wk-linha-atual

	   .


      *    Grava uma linha no relatorio a partir de wk-linha-secao,
      *    quebrando a pagina quando o limite de linhas e atingido
       0160-imprime-secao.

	   if wk-linha-atual >= wk-linhas-por-pagina
	       write wk-linha-relatorio from wk-linha-branco
	       perform 0150-imprime-cabecalho
	   end-if

	   write wk-linha-relatorio from wk-linha-secao
	   add 1 to wk-linha-atual

	   .


      *    Monta a tabela dos movimentos de data anterior que o
      *    calculo da noite auditada processou: linhas A ou L do log
      *    de atrasos lancadas na noite e linhas P (reabertas, ainda
      *    nao recarregadas) do log de estornos. Status 35 na
      *    abertura de qualquer dos logs significa que nada foi
      *    registrado nele
       0170-carrega-tardios.

	   open input atraso-log
	   evaluate wk-atraso-log-status
	       when "00"
		   perform until eof-atraso-log
		       read atraso-log
			   at end
			       set eof-atraso-log to true
			   not at end
			       if (at-autorizado or at-liberado)
				   and at-data-lancamento = wk-data-de
				   move at-data-movimento
				       to wk-tardio-data
				   move at-origem to wk-tardio-origem
				   perform 0175-guarda-tardio
			       end-if
		       end-read
		   end-perform
		   close atraso-log
	       when "35"
		   continue
	       when other
		   move "atraso-log" to err-arquivo
		   move wk-atraso-log-status to err-status
		   move "0170-carrega-tardios" to err-paragrafo
		   perform 9000-aciona-trata-erro
	   end-evaluate

	   open input estorno-log
	   evaluate wk-estorno-log-status
	       when "00"
		   perform until eof-estorno-log
		       read estorno-log
			   at end
			       set eof-estorno-log to true
			   not at end
			       if es-reaberto
				   move es-data-movimento
				       to wk-tardio-data
				   move es-origem to wk-tardio-origem
				   perform 0175-guarda-tardio
			       end-if
		       end-read
		   end-perform
		   close estorno-log
	       when "35"
		   continue
	       when other
		   move "estorno-log" to err-arquivo
		   move wk-estorno-log-status to err-status
		   move "0170-carrega-tardios" to err-paragrafo
		   perform 9000-aciona-trata-erro
	   end-evaluate

	   .


      *    Guarda o movimento de data anterior (uma so vez na tabela;
      *    o da propria data auditada ja e selecionado pela data)
       0175-guarda-tardio.

	   if wk-tardio-data >= wk-data-de
	       and wk-tardio-data <= wk-data-ate
	       continue
	   else
	       perform 0180-procura-tardio
	       if not movimento-tardio
		   if wk-total-tardios >= 200
		       display "ERRO: tabela de movimentos de data "
			   "anterior esgotada"
		       move 16 to return-code
		       perform 9110-registra-fim
		       stop run
		   end-if
		   add 1 to wk-total-tardios
		   move wk-tardio-data to tt-data (wk-total-tardios)
		   move wk-tardio-origem
		       to tt-origem (wk-total-tardios)
	       end-if
	   end-if

	   .


      *    Procura na tabela o movimento de wk-tardio-data e
      *    wk-tardio-origem
       0180-procura-tardio.

	   move "N" to wk-movimento-tardio
	   perform varying wk-idx-tardio from 1 by 1
	       until wk-idx-tardio > wk-total-tardios
	       or movimento-tardio
	       if tt-data (wk-idx-tardio) = wk-tardio-data
		   and tt-origem (wk-idx-tardio) = wk-tardio-origem
		   set movimento-tardio to true
	       end-if
	   end-perform

	   .


      *    Auditoria da noite: le o acumulado de calc-results e
      *    audita os registros da data do movimento pedida e os dos
      *    movimentos de data anterior calculados na mesma noite
       0200-le-resultados.

	   perform until eof-calc-results
	       read calc-results
		   at end
		       set eof-calc-results to true
		   not at end
		       add 1 to wk-cont-lidos
		       move "N" to wk-movimento-tardio
		       if wk-total-tardios > zero
			   move cr-data   to wk-tardio-data
			   move cr-origem to wk-tardio-origem
			   perform 0180-procura-tardio
		       end-if
		       if (cr-data >= wk-data-de
			   and cr-data <= wk-data-ate)
			   or movimento-tardio
			   move cr-data     to ra-data
			   move cr-origem   to ra-origem
			   move cr-num1     to ra-num1
			   move cr-num2     to ra-num2
			   move cr-operacao to ra-operacao
			   move cr-valor    to ra-valor
			   move cr-versao   to ra-versao
			   perform 0300-audita-registro
		       end-if
	       end-read
	   end-perform

	   .


      *    Auditoria de um intervalo do historico: posiciona o browse
      *    na menor chave da data inicial e le ate passar da final
       0250-le-historico.

	   move wk-data-de to hs-data
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
		       if hs-data > wk-data-ate
			   set fim-browse to true
		       else
			   add 1 to wk-cont-lidos
			   move hs-data     to ra-data
			   move hs-origem   to ra-origem
			   move hs-num1     to ra-num1
			   move hs-num2     to ra-num2
			   move hs-operacao to ra-operacao
			   move hs-valor    to wk-valor-editado-x
			   move wk-valor-editado to ra-valor
			   move hs-versao   to ra-versao
			   perform 0300-audita-registro
		       end-if
	       end-read
	   end-perform

	   .


      *    Encaminha o registro corrente ao recalculo da sua
      *    operacao; um quociente guardado que nao encontra o resto
      *    do mesmo par no registro seguinte e apurado como par
      *    incompleto. Operacao fora da tabela (registro anterior as
      *    operacoes atuais) e contada como nao auditavel. Registro
      *    da versao 2 do layout vai ao recalculo proprio da versao
       0300-audita-registro.

	   add 1 to wk-cont-selecionados

	   if quociente-pendente
	       if ra-operacao not = "DIVISAO-RESTO"
		   or ra-data   not = qg-data
		   or ra-origem not = qg-origem
		   or ra-num1   not = qg-num1
		   or ra-num2   not = qg-num2
		   move wk-registro-auditado to wk-registro-salvo
		   perform 0380-encerra-quociente
		   move wk-registro-salvo to wk-registro-auditado
	       end-if
	   end-if

	   move spaces to wk-situacao
	   move zero   to wk-recalculado

	   if ra-versao-2
	       perform 0400-audita-registro-v2
	   else
	       perform 0305-audita-registro-v1
	   end-if

	   .


      *    Encaminha o registro da versao 1 ao recalculo da operacao
       0305-audita-registro-v1.

	   evaluate ra-operacao
	       when "POTENCIACAO"
	       when "POTENCIACAO-INVAL"
		   perform 0310-refaz-potenciacao
	       when "RAIZ-N-ESIMA"
	       when "RAIZ-N-ESIMA-INVAL"
		   perform 0320-refaz-raiz
	       when "DIVISAO-QUOCIENTE"
		   perform 0330-guarda-quociente
	       when "DIVISAO-RESTO"
		   perform 0335-refaz-divisao
	       when "DIVISAO-INVALIDA"
		   perform 0340-refaz-divisao-invalida
	       when "PERCENTUAL"
	       when "PERCENTUAL-INVALIDO"
		   perform 0345-refaz-percentual
	       when "MDC"
	       when "MMC"
	       when "MDC-MMC-INVALIDO"
		   perform 0350-refaz-mdc-mmc
	       when "JUROS-COMPOSTOS"
	       when "JUROS-COMP-INVAL"
		   perform 0360-refaz-juros
	       when other
		   add 1 to wk-cont-nao-auditaveis
	   end-evaluate

	   .


      *    Potenciacao por multiplicacoes sucessivas de num1, com o
      *    estouro do campo de resultado (o que o calculo grava como
      *    invalido) apurado pela propria multiplicacao
       0310-refaz-potenciacao.

	   move "N" to wk-estouro

	   evaluate true
	       when ra-num2 = zero
		   move 1 to wk-pt-produto
	       when ra-num1 <= 1
		   move ra-num1 to wk-pt-produto
	       when other
		   move 1 to wk-pt-produto
		   perform varying wk-pt-contador from 1 by 1
		       until wk-pt-contador > ra-num2
		       or recalculo-estourou
		       compute wk-pt-produto = wk-pt-produto * ra-num1
		       if wk-pt-produto > wk-limite-resultado
			   set recalculo-estourou to true
		       end-if
		   end-perform
	   end-evaluate

	   if recalculo-estourou
	       move zero to wk-recalculado
	   else
	       move wk-pt-produto to wk-recalculado
	   end-if

	   if ra-operacao = "POTENCIACAO-INVAL"
	       if not recalculo-estourou
		   move "INVALIDO SEM ESTOURO DO CAMPO" to wk-situacao
	       end-if
	   else
	       if recalculo-estourou
		   move "DEVERIA SER INVALIDO (ESTOURO)"
		       to wk-situacao
	       end-if
	   end-if

	   perform 0600-apura-registro

	   .


      *    Raiz n-esima refeita por bissecao e Newton, sem a potencia
      *    de expoente fracionario do calculo; num2 zerado e o unico
      *    caso invalido
       0320-refaz-raiz.

	   if ra-num2 = zero
	       move zero to wk-recalculado
	       if ra-operacao = "RAIZ-N-ESIMA"
		   move "DEVERIA SER INVALIDO (NUM2=0)"
		       to wk-situacao
	       end-if
	   else
	       move ra-num2 to wk-rz-indice
	       perform 0325-calcula-raiz
	       move wk-rz-x to wk-recalculado
	       if ra-operacao = "RAIZ-N-ESIMA-INVAL"
		   move "INVALIDO COM NUM2 NAO ZERO" to wk-situacao
	       end-if
	   end-if

	   perform 0600-apura-registro

	   .


      *    Raiz de indice wk-rz-indice de num1 em wk-rz-x; 0 e 1 sao
      *    a propria raiz, e raiz de indice 1 e o proprio num1
       0325-calcula-raiz.

	   evaluate true
	       when ra-num1 = zero or ra-num1 = 1
		   move ra-num1 to wk-rz-x
	       when wk-rz-indice = 1
		   move ra-num1 to wk-rz-x
	       when other
		   perform 0326-isola-raiz
		   perform 0327-refina-raiz
	   end-evaluate

	   .


      *    Bissecao entre 1 e o limite de Bernoulli 1 + (a - 1) / n,
      *    que nunca fica abaixo da raiz, ate um intervalo de 1E-8:
      *    o meio cuja potencia passa de num1 vira o extremo de cima.
      *    Um num1 entre 0 e 1 (so na versao 2) tem a raiz entre ele
      *    e 1
       0326-isola-raiz.

	   if ra-num1 < 1
	       move ra-num1 to wk-rz-baixo
	       move 1 to wk-rz-alto
	   else
	       move 1 to wk-rz-baixo
	       compute wk-rz-alto = ra-num1 - 1
	       divide wk-rz-indice into wk-rz-alto
	       add 1 to wk-rz-alto
	   end-if
	   move wk-rz-indice to wk-pw-expoente
	   move ra-num1 to wk-pw-limite

	   perform until wk-rz-alto - wk-rz-baixo < 0,00000001
	       compute wk-rz-meio = (wk-rz-baixo + wk-rz-alto) / 2
	       move wk-rz-meio to wk-pw-base
	       perform 0500-eleva-potencia
	       if potencia-excede
		   move wk-rz-meio to wk-rz-alto
	       else
		   move wk-rz-meio to wk-rz-baixo
	       end-if
	   end-perform

	   move wk-rz-alto to wk-rz-x

	   .


      *    Newton sobre f(x) = x ** n - a a partir do extremo de cima
      *    do intervalo (f convexa: as iteracoes descem sem passar da
      *    raiz) ate o passo ficar abaixo de 1E-11
       0327-refina-raiz.

	   compute wk-pw-expoente = wk-rz-indice - 1
	   move 99999999999 to wk-pw-limite
	   move zero to wk-rz-iteracao
	   move 1 to wk-rz-passo

	   perform until wk-rz-passo < 0,00000000001
	       or wk-rz-iteracao >= 20
	       add 1 to wk-rz-iteracao
	       move wk-rz-x to wk-pw-base
	       perform 0500-eleva-potencia
	       if potencia-excede
		   move zero to wk-rz-passo
	       else
		   divide wk-pw-resultado into ra-num1
		       giving wk-rz-termo rounded
		   compute wk-rz-novo = wk-pw-expoente * wk-rz-x
		   add wk-rz-termo to wk-rz-novo
		   divide wk-rz-indice into wk-rz-novo rounded
		   compute wk-rz-passo = wk-rz-x - wk-rz-novo
		   if wk-rz-passo < zero
		       compute wk-rz-passo = zero - wk-rz-passo
		   end-if
		   move wk-rz-novo to wk-rz-x
	       end-if
	   end-perform

	   .


      *    Guarda o quociente da divisao ate a chegada do resto do
      *    mesmo par: a conferencia e feita sobre os dois juntos
       0330-guarda-quociente.

	   move ra-data   to qg-data
	   move ra-origem to qg-origem
	   move ra-num1   to qg-num1
	   move ra-num2   to qg-num2
	   move ra-valor  to qg-valor
	   move ra-versao to qg-versao
	   set quociente-pendente to true

	   .


      *    Confere o par quociente/resto pela multiplicacao de volta
      *    (quociente * num2 + resto = num1, resto menor que num2): o
      *    quociente e refeito com o resto gravado, (num1 - resto) /
      *    num2, e o resto com o quociente gravado, num1 - quociente
      *    * num2. Sem o quociente guardado o resto e um par
      *    incompleto. Na versao 2 o resto tem o sinal de num1 e fica
      *    abaixo do valor absoluto de num2
       0335-refaz-divisao.

	   if not quociente-pendente
	       move ra-valor to wk-recalculado
	       move "RESTO SEM O QUOCIENTE DO PAR" to wk-situacao
	       perform 0600-apura-registro
	   else
	       move "N" to wk-quociente-pendente
	       move ra-valor to wk-resto-gravado
	       move wk-registro-auditado to wk-registro-salvo

	       move "DIVISAO-QUOCIENTE" to ra-operacao
	       move qg-valor to ra-valor
	       move spaces to wk-situacao
	       if ra-num2 = zero
		   move zero to wk-recalculado
		   move "DEVERIA SER INVALIDO (NUM2=0)"
		       to wk-situacao
	       else
		   compute wk-recalculado = ra-num1 - wk-resto-gravado
		   divide ra-num2 into wk-recalculado
	       end-if
	       perform 0600-apura-registro

	       move wk-registro-salvo to wk-registro-auditado
	       move spaces to wk-situacao
	       if ra-num2 = zero
		   move zero to wk-recalculado
		   move "DEVERIA SER INVALIDO (NUM2=0)"
		       to wk-situacao
	       else
		   compute wk-recalculado =
		       ra-num1 - qg-valor * ra-num2
		   if ra-versao-2
		       perform 0435-confere-resto-v2
		   else
		       if ra-valor < zero or ra-valor >= ra-num2
			   move "RESTO FORA DE 0 A NUM2 - 1"
			       to wk-situacao
		       end-if
		   end-if
	       end-if
	       perform 0600-apura-registro
	   end-if

	   .


      *    Divisao invalida: so num2 zerado justifica
       0340-refaz-divisao-invalida.

	   if ra-num2 not = zero
	       move "INVALIDO COM NUM2 NAO ZERO" to wk-situacao
	   end-if

	   perform 0600-apura-registro

	   .


      *    Percentual refeito por divisao longa inteira: a parte
      *    inteira de num1 * 100 / num2 e nove casas decimais tiradas
      *    do resto escalado
       0345-refaz-percentual.

	   if ra-num2 = zero
	       move zero to wk-recalculado
	       if ra-operacao = "PERCENTUAL"
		   move "DEVERIA SER INVALIDO (NUM2=0)"
		       to wk-situacao
	       end-if
	   else
	       compute wk-pc-dividendo = ra-num1 * 100
	       divide wk-pc-dividendo by ra-num2
		   giving wk-pc-quociente
		   remainder wk-pc-resto
	       compute wk-pc-resto-escala = wk-pc-resto * 1000000000
	       divide wk-pc-resto-escala by ra-num2
		   giving wk-pc-fracao
	       move wk-pc-fracao to wk-recalculado
	       divide 1000000000 into wk-recalculado
	       add wk-pc-quociente to wk-recalculado
	       if ra-operacao = "PERCENTUAL-INVALIDO"
		   move "INVALIDO COM NUM2 NAO ZERO" to wk-situacao
	       end-if
	   end-if

	   perform 0600-apura-registro

	   .


      *    MDC refeito pelo algoritmo binario e MMC pela identidade
      *    MDC * MMC = num1 * num2; so o par todo zerado e invalido
       0350-refaz-mdc-mmc.

	   if ra-num1 = zero and ra-num2 = zero
	       move zero to wk-recalculado
	       if ra-operacao not = "MDC-MMC-INVALIDO"
		   move "DEVERIA SER INVALIDO (ZERADOS)"
		       to wk-situacao
	       end-if
	   else
	       perform 0355-mdc-binario
	       if ra-operacao = "MMC"
		   compute wk-recalculado =
		       ra-num1 / wk-md-mdc * ra-num2
	       else
		   move wk-md-mdc to wk-recalculado
	       end-if
	       if ra-operacao = "MDC-MMC-INVALIDO"
		   move "INVALIDO COM PAR NAO ZERADO" to wk-situacao
	       end-if
	   end-if

	   perform 0600-apura-registro

	   .


      *    MDC pelo algoritmo binario (Stein): so paridade, metades e
      *    subtracoes, metodo diverso do de Euclides do calculo. Os
      *    fatores 2 comuns saem primeiro (acumulados em wk-md-fator)
       0355-mdc-binario.

	   move ra-num1 to wk-md-a
	   move ra-num2 to wk-md-b
	   move 1 to wk-md-fator

	   evaluate true
	       when wk-md-a = zero
		   move wk-md-b to wk-md-mdc
	       when wk-md-b = zero
		   move wk-md-a to wk-md-mdc
	       when other
		   perform 0356-tira-fator-dois
		   perform 0357-reduz-impares
		   compute wk-md-mdc = wk-md-a * wk-md-fator
	   end-evaluate

	   .


      *    Divide os dois termos por 2 enquanto ambos forem pares
       0356-tira-fator-dois.

	   divide wk-md-a by 2 giving wk-md-metade-a
	       remainder wk-md-resto-a
	   divide wk-md-b by 2 giving wk-md-metade-b
	       remainder wk-md-resto-b

	   perform until wk-md-resto-a = 1 or wk-md-resto-b = 1
	       move wk-md-metade-a to wk-md-a
	       move wk-md-metade-b to wk-md-b
	       compute wk-md-fator = wk-md-fator * 2
	       divide wk-md-a by 2 giving wk-md-metade-a
		   remainder wk-md-resto-a
	       divide wk-md-b by 2 giving wk-md-metade-b
		   remainder wk-md-resto-b
	   end-perform

	   .


      *    Com um dos termos impar: a fica impar, e a cada volta b
      *    perde os seus fatores 2, o menor dos dois passa a a e b
      *    fica com a diferenca (par), ate b zerar - o MDC impar
      *    fica em a
       0357-reduz-impares.

	   perform until wk-md-resto-a = 1
	       move wk-md-metade-a to wk-md-a
	       divide wk-md-a by 2 giving wk-md-metade-a
		   remainder wk-md-resto-a
	   end-perform

	   perform until wk-md-b = zero
	       divide wk-md-b by 2 giving wk-md-metade-b
		   remainder wk-md-resto-b
	       perform until wk-md-resto-b = 1
		   move wk-md-metade-b to wk-md-b
		   divide wk-md-b by 2 giving wk-md-metade-b
		       remainder wk-md-resto-b
	       end-perform
	       if wk-md-a > wk-md-b
		   move wk-md-a to wk-md-troca
		   move wk-md-b to wk-md-a
		   move wk-md-troca to wk-md-b
	       end-if
	       subtract wk-md-a from wk-md-b
	   end-perform

	   .


      *    Juros compostos capitalizados periodo a periodo (12 vezes
      *    o juro do periodo sobre o montante corrente), sem o fator
      *    truncado em 8 casas do calculo; o estouro do campo de
      *    resultado e o caso invalido
       0360-refaz-juros.

	   move "N" to wk-estouro
	   move ra-num1 to wk-jr-montante

	   perform varying wk-jr-periodo from 1 by 1
	       until wk-jr-periodo > 12 or recalculo-estourou
	       compute wk-jr-montante rounded =
		   wk-jr-montante + wk-jr-montante * ra-num2 / 100
		   on size error
		       set recalculo-estourou to true
	       end-compute
	   end-perform

	   if wk-jr-montante > wk-limite-resultado
	       set recalculo-estourou to true
	   end-if

	   if recalculo-estourou
	       move zero to wk-recalculado
	   else
	       move wk-jr-montante to wk-recalculado
	   end-if

	   if ra-operacao = "JUROS-COMP-INVAL"
	       if not recalculo-estourou
		   move "INVALIDO SEM ESTOURO DO CAMPO" to wk-situacao
	       end-if
	   else
	       if recalculo-estourou
		   move "DEVERIA SER INVALIDO (ESTOURO)"
		       to wk-situacao
	       end-if
	   end-if

	   perform 0600-apura-registro

	   .


      *    Fecha o quociente guardado que ficou sem o resto do par
      *    (fim da leitura ou outro registro no lugar do resto)
       0380-encerra-quociente.

	   if quociente-pendente
	       move "N" to wk-quociente-pendente
	       move qg-data   to ra-data
	       move qg-origem to ra-origem
	       move qg-num1   to ra-num1
	       move qg-num2   to ra-num2
	       move "DIVISAO-QUOCIENTE" to ra-operacao
	       move qg-valor  to ra-valor
	       move qg-versao to ra-versao
	       move qg-valor  to wk-recalculado
	       move "QUOCIENTE SEM O RESTO DO PAR" to wk-situacao
	       perform 0600-apura-registro
	   end-if

	   .


      *    Encaminha o registro da versao 2 ao recalculo da operacao,
      *    como 0305 na versao 1: o par da divisao e conferido pelos
      *    mesmos paragrafos, e as demais operacoes tem recalculo
      *    proprio para o par com sinal e decimais
       0400-audita-registro-v2.

	   move "N"    to wk-invalido-v2
	   move spaces to wk-motivo-invalido

	   evaluate ra-operacao
	       when "POTENCIACAO"
	       when "POTENCIACAO-INVAL"
		   perform 0410-refaz-potenciacao-v2
	       when "RAIZ-N-ESIMA"
	       when "RAIZ-N-ESIMA-INVAL"
		   perform 0420-refaz-raiz-v2
	       when "DIVISAO-QUOCIENTE"
		   perform 0330-guarda-quociente
	       when "DIVISAO-RESTO"
		   perform 0335-refaz-divisao
	       when "DIVISAO-INVALIDA"
		   perform 0340-refaz-divisao-invalida
	       when "PERCENTUAL"
	       when "PERCENTUAL-INVALIDO"
		   perform 0440-refaz-percentual-v2
	       when "MDC"
	       when "MMC"
	       when "MDC-MMC-INVALIDO"
		   perform 0450-refaz-mdc-mmc-v2
	       when "JUROS-COMPOSTOS"
	       when "JUROS-COMP-INVAL"
		   perform 0460-refaz-juros-v2
	       when other
		   add 1 to wk-cont-nao-auditaveis
	   end-evaluate

	   .


      *    Potenciacao da versao 2: base negativa com expoente
      *    fracionario e base zero com expoente negativo nao tem
      *    resultado real. Expoente inteiro por quadrados sucessivos
      *    e expoente fracionario pelo logaritmo natural, sem o
      *    operador de potencia do calculo
       0410-refaz-potenciacao-v2.

	   move ra-num2 to wk-inteiro-v2

	   evaluate true
	       when ra-num1 < zero and wk-inteiro-v2 not = ra-num2
		   set recalculo-invalido to true
		   move "DEVERIA SER INVALIDO (BASE<0)"
		       to wk-motivo-invalido
	       when ra-num1 = zero and ra-num2 < zero
		   set recalculo-invalido to true
		   move "DEVERIA SER INVALIDO (BASE=0)"
		       to wk-motivo-invalido
	       when ra-num2 = zero
		   move 1 to wk-recalculado
	       when ra-num1 = zero
		   move zero to wk-recalculado
	       when wk-inteiro-v2 = ra-num2
		   perform 0415-potencia-inteira-v2
	       when other
		   compute wk-logaritmo-v2 rounded =
		       function log(ra-num1)
		   multiply ra-num2 by wk-logaritmo-v2 rounded
		   perform 0470-exponencial-v2
	   end-evaluate

	   move "POTENCIACAO-INVAL" to wk-operacao-invalida
	   perform 0490-confere-validade-v2

	   .


      *    Potencia de expoente inteiro da versao 2: o valor absoluto
      *    da base (o inverso dele no expoente negativo) elevado por
      *    0500 ao valor absoluto do expoente; base negativa com
      *    expoente impar da resultado negativo
       0415-potencia-inteira-v2.

	   move ra-num1 to wk-abs1-v2
	   move ra-num2 to wk-pw-expoente
	   if ra-num2 < zero
	       divide wk-abs1-v2 into 1 giving wk-pw-base rounded
	   else
	       move wk-abs1-v2 to wk-pw-base
	   end-if
	   move wk-limite-resultado-v2 to wk-pw-limite

	   perform 0500-eleva-potencia

	   if potencia-excede
	       set recalculo-invalido to true
	       move "DEVERIA SER INVALIDO (ESTOURO)"
		   to wk-motivo-invalido
	   else
	       move wk-pw-resultado to wk-recalculado
	       divide wk-pw-expoente by 2 giving wk-pw-metade
		   remainder wk-pw-bit
	       if ra-num1 < zero and wk-pw-bit = 1
		   compute wk-recalculado = zero - wk-recalculado
	       end-if
	   end-if

	   .


      *    Raiz n-esima da versao 2: num2 zerado e num1 negativo nao
      *    tem resultado real. Indice inteiro pela bissecao e Newton
      *    da versao 1 (o inverso da raiz no indice negativo) e
      *    indice fracionario pelo logaritmo natural
       0420-refaz-raiz-v2.

	   move ra-num2 to wk-inteiro-v2

	   evaluate true
	       when ra-num2 = zero
		   set recalculo-invalido to true
		   move "DEVERIA SER INVALIDO (NUM2=0)"
		       to wk-motivo-invalido
	       when ra-num1 < zero
		   set recalculo-invalido to true
		   move "DEVERIA SER INVALIDO (NUM1<0)"
		       to wk-motivo-invalido
	       when ra-num1 = zero and ra-num2 < zero
		   set recalculo-invalido to true
		   move "DEVERIA SER INVALIDO (BASE=0)"
		       to wk-motivo-invalido
	       when ra-num1 = zero
		   move zero to wk-recalculado
	       when wk-inteiro-v2 = ra-num2
		   move ra-num2 to wk-rz-indice
		   perform 0325-calcula-raiz
		   if ra-num2 < zero
		       perform 0425-inverte-raiz-v2
		   else
		       move wk-rz-x to wk-recalculado
		   end-if
	       when other
		   compute wk-logaritmo-v2 rounded =
		       function log(ra-num1)
		   divide ra-num2 into wk-logaritmo-v2 rounded
		   perform 0470-exponencial-v2
	   end-evaluate

	   move "RAIZ-N-ESIMA-INVAL" to wk-operacao-invalida
	   perform 0490-confere-validade-v2

	   .


      *    Raiz de indice negativo: o inverso da raiz de wk-rz-x,
      *    invalida quando passa da capacidade do resultado
       0425-inverte-raiz-v2.

	   divide wk-rz-x into 1 giving wk-recalculado rounded
	       on size error
		   set recalculo-invalido to true
	   end-divide

	   if not recalculo-invalido
	       and (wk-recalculado > wk-limite-resultado-v2)
	       set recalculo-invalido to true
	   end-if

	   if recalculo-invalido
	       move zero to wk-recalculado
	       move "DEVERIA SER INVALIDO (ESTOURO)"
		   to wk-motivo-invalido
	   end-if

	   .


      *    Resto da divisao da versao 2: o sinal e o de num1 (ou
      *    zero) e o valor absoluto fica abaixo do de num2
       0435-confere-resto-v2.

	   move ra-valor to wk-resto-abs-v2
	   move ra-num2	 to wk-abs2-v2

	   if wk-resto-abs-v2 >= wk-abs2-v2
	       or (ra-valor < zero and ra-num1 > zero)
	       or (ra-valor > zero and ra-num1 < zero)
	       move "RESTO FORA DA FAIXA DO DIVISOR" to wk-situacao
	   end-if

	   .


      *    Percentual da versao 2 pela divisao longa da versao 1,
      *    com o par escalado para inteiros: |num1| x 10**6 (o x 100
      *    do percentual e as 4 casas) sobre |num2| x 10**4; o sinal
      *    sai do par
       0440-refaz-percentual-v2.

	   if ra-num2 = zero
	       set recalculo-invalido to true
	       move "DEVERIA SER INVALIDO (NUM2=0)"
		   to wk-motivo-invalido
	   else
	       move ra-num1 to wk-abs1-v2
	       move ra-num2 to wk-abs2-v2
	       compute wk-pc-dividendo-v2 = wk-abs1-v2 * 1000000
	       compute wk-pc-divisor-v2 = wk-abs2-v2 * 10000
	       divide wk-pc-dividendo-v2 by wk-pc-divisor-v2
		   giving wk-pc-quociente-v2
		   remainder wk-pc-resto-v2
	       compute wk-pc-resto-escala-v2 =
		   wk-pc-resto-v2 * 1000000000
	       divide wk-pc-resto-escala-v2 by wk-pc-divisor-v2
		   giving wk-pc-fracao
	       move wk-pc-fracao to wk-recalculado
	       divide 1000000000 into wk-recalculado
	       add wk-pc-quociente-v2 to wk-recalculado
	       if (ra-num1 < zero and ra-num2 > zero)
		   or (ra-num1 > zero and ra-num2 < zero)
		   compute wk-recalculado = zero - wk-recalculado
	       end-if
	   end-if

	   move "PERCENTUAL-INVALIDO" to wk-operacao-invalida
	   perform 0490-confere-validade-v2

	   .


      *    MDC e MMC da versao 2 pelo algoritmo binario sobre os
      *    valores absolutos do par; par com casas decimais ou todo
      *    zerado e invalido
       0450-refaz-mdc-mmc-v2.

	   move ra-num1 to wk-abs1-v2
	   move ra-num2 to wk-abs2-v2

	   move ra-num1 to wk-inteiro-v2
	   if wk-inteiro-v2 not = ra-num1
	       set recalculo-invalido to true
	   end-if
	   move ra-num2 to wk-inteiro-v2
	   if wk-inteiro-v2 not = ra-num2
	       set recalculo-invalido to true
	   end-if

	   evaluate true
	       when recalculo-invalido
		   move "DEVERIA SER INVALIDO (DECIMAL)"
		       to wk-motivo-invalido
	       when ra-num1 = zero and ra-num2 = zero
		   set recalculo-invalido to true
		   move "DEVERIA SER INVALIDO (ZERADOS)"
		       to wk-motivo-invalido
	       when other
		   perform 0355-mdc-binario
		   if ra-operacao = "MMC"
		       compute wk-recalculado =
			   wk-abs1-v2 / wk-md-mdc * wk-abs2-v2
		   else
		       move wk-md-mdc to wk-recalculado
		   end-if
	   end-evaluate

	   move "MDC-MMC-INVALIDO" to wk-operacao-invalida
	   perform 0490-confere-validade-v2

	   .


      *    Juros compostos da versao 2 capitalizados periodo a
      *    periodo como na versao 1, com a taxa com sinal e decimais
      *    e o limite do resultado da versao 2 (em valor absoluto)
       0460-refaz-juros-v2.

	   move ra-num1 to wk-jr-montante

	   perform varying wk-jr-periodo from 1 by 1
	       until wk-jr-periodo > 12 or recalculo-invalido
	       compute wk-jr-montante rounded =
		   wk-jr-montante + wk-jr-montante * ra-num2 / 100
		   on size error
		       set recalculo-invalido to true
	       end-compute
	   end-perform

	   move wk-jr-montante to wk-jr-absoluto
	   if wk-jr-absoluto > wk-limite-resultado-v2
	       set recalculo-invalido to true
	   end-if

	   if recalculo-invalido
	       move "DEVERIA SER INVALIDO (ESTOURO)"
		   to wk-motivo-invalido
	   else
	       move wk-jr-montante to wk-recalculado
	   end-if

	   move "JUROS-COMP-INVAL" to wk-operacao-invalida
	   perform 0490-confere-validade-v2

	   .


      *    Resultado e ** wk-logaritmo-v2 (ja montado pelo chamador),
      *    invalido quando passa da capacidade do resultado da
      *    versao 2 (o logaritmo dela e pouco mais de 32,236); abaixo
      *    de e ** -30 o resultado nao chega a quarta casa
       0470-exponencial-v2.

	   evaluate true
	       when wk-logaritmo-v2 > 33
		   set recalculo-invalido to true
	       when wk-logaritmo-v2 < -30
		   move zero to wk-recalculado
	       when other
		   compute wk-pw-resultado rounded =
		       function exp(wk-logaritmo-v2)
		   if wk-pw-resultado > wk-limite-resultado-v2
		       set recalculo-invalido to true
		   else
		       move wk-pw-resultado to wk-recalculado
		   end-if
	   end-evaluate

	   if recalculo-invalido
	       move "DEVERIA SER INVALIDO (ESTOURO)"
		   to wk-motivo-invalido
	   end-if

	   .


      *    Confronta a validade gravada com a apurada no recalculo da
      *    versao 2 e apura o registro: o caso invalido gravado sem
      *    motivo apurado, ou o motivo apurado num registro gravado
      *    como valido, ficam apontados na situacao
       0490-confere-validade-v2.

	   if ra-operacao = wk-operacao-invalida
	       if recalculo-invalido
		   move zero to wk-recalculado
	       else
		   move "INVALIDO COM RESULTADO VALIDO"
		       to wk-situacao
	       end-if
	   else
	       if recalculo-invalido
		   move zero to wk-recalculado
		   move wk-motivo-invalido to wk-situacao
	       end-if
	   end-if

	   perform 0600-apura-registro

	   .


      *    Eleva wk-pw-base (nunca negativa) a wk-pw-expoente por
      *    quadrados sucessivos; para com potencia-excede assim que o
      *    resultado ou o quadrado corrente passam de wk-pw-limite
       0500-eleva-potencia.

	   move "N" to wk-pw-excede
	   move 1 to wk-pw-resultado
	   move wk-pw-base to wk-pw-quadrado
	   move wk-pw-expoente to wk-pw-restante

	   perform until wk-pw-restante = zero or potencia-excede
	       divide wk-pw-restante by 2 giving wk-pw-metade
		   remainder wk-pw-bit
	       move wk-pw-metade to wk-pw-restante
	       if wk-pw-bit = 1
		   compute wk-pw-resultado rounded =
		       wk-pw-resultado * wk-pw-quadrado
		       on size error
			   set potencia-excede to true
		   end-compute
		   if wk-pw-resultado > wk-pw-limite
		       set potencia-excede to true
		   end-if
	       end-if
	       if wk-pw-restante > zero and not potencia-excede
		   compute wk-pw-quadrado rounded =
		       wk-pw-quadrado * wk-pw-quadrado
		       on size error
			   set potencia-excede to true
		   end-compute
		   if wk-pw-quadrado > wk-pw-limite
		       set potencia-excede to true
		   end-if
	       end-if
	   end-perform

	   .


      *    Apura o registro corrente: a diferenca entre o valor
      *    gravado e o refeito e confrontada com a tolerancia da
      *    operacao. Um registro com situacao ja apontada (validade
      *    divergente, par incompleto) fica fora da tolerancia
      *    qualquer que seja a diferenca, e nao entra na maior
      *    diferenca da operacao
       0600-apura-registro.

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-operacoes
	       or to-operacao (wk-idx) = ra-operacao
	       continue
	   end-perform

	   add 1 to wk-cont-auditados
	   add 1 to ta-auditados (wk-idx)

	   compute wk-diferenca = ra-valor - wk-recalculado
	   if wk-diferenca < zero
	       compute wk-diferenca-abs = zero - wk-diferenca
	   else
	       move wk-diferenca to wk-diferenca-abs
	   end-if

	   if wk-situacao = spaces
	       if wk-diferenca-abs > ta-maior-dif (wk-idx)
		   move wk-diferenca-abs to ta-maior-dif (wk-idx)
	       end-if
	       if wk-diferenca-abs > to-tolerancia (wk-idx)
		   move "DIFERENCA ALEM DA TOLERANCIA" to wk-situacao
	       end-if
	   end-if

	   if wk-situacao = spaces
	       add 1 to wk-cont-dentro
	   else
	       add 1 to wk-cont-fora
	       add 1 to ta-fora (wk-idx)
	       perform 0650-imprime-divergencia
	   end-if

	   .


      *    Imprime o registro fora da tolerancia: identificacao,
      *    situacao e versao do layout numa linha, o par e a
      *    diferenca na segunda e os valores gravado/refeito na
      *    terceira
       0650-imprime-divergencia.

	   move ra-data      to gl-data
	   move ra-origem    to gl-origem
	   move ra-operacao  to gl-operacao
	   move wk-situacao  to gl-situacao
	   if ra-versao-2
	       move "2" to gl-versao
	   else
	       move "1" to gl-versao
	   end-if
	   move wk-linha-registro to wk-linha-secao
	   perform 0160-imprime-secao

	   move ra-num1	       to gl-num1
	   move ra-num2	       to gl-num2
	   move wk-diferenca   to vl-diferenca
	   move wk-linha-par to wk-linha-secao
	   perform 0160-imprime-secao

	   move ra-valor       to vl-gravado
	   move wk-recalculado to vl-refeito
	   move wk-linha-valores to wk-linha-secao
	   perform 0160-imprime-secao

	   .


      *    Imprime a apuracao por operacao: tolerancia aplicada,
      *    registros auditados, fora da tolerancia e a maior
      *    diferenca encontrada
       0700-imprime-resumo.

	   move wk-linha-branco to wk-linha-secao
	   perform 0160-imprime-secao
	   move "APURACAO POR OPERACAO" to wk-linha-secao
	   perform 0160-imprime-secao

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-operacoes
	       move to-operacao (wk-idx)   to rl-operacao
	       move to-tolerancia (wk-idx) to rl-tolerancia
	       move ta-auditados (wk-idx)  to rl-auditados
	       move ta-fora (wk-idx)       to rl-fora
	       move ta-maior-dif (wk-idx)  to rl-maior-dif
	       move wk-linha-resumo to wk-linha-secao
	       perform 0160-imprime-secao
	   end-perform

	   .


      *    Grava as contagens da auditoria no arquivo de totais de
      *    controle; status 35 na abertura em extensao significa que
      *    o arquivo ainda nao existe
       0800-grava-controle-totais.

	   open extend controle-totais
	   if wk-controle-totais-status = "35"
	       open output controle-totais
	   end-if
	   if wk-controle-totais-status not = "00"
	       move "controle-totais" to err-arquivo
	       move wk-controle-totais-status to err-status
	       move "0800-grava-controle-totais" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   move spaces to controle-totais-record
	   move "AuditoriaCalculos"   to tt-programa
	   move "SELECIONADOS"        to tt-rotulo
	   move wk-cont-selecionados  to tt-contagem
	   write controle-totais-record

	   move "AUDITADOS"           to tt-rotulo
	   move wk-cont-auditados     to tt-contagem
	   write controle-totais-record

	   move "NAO-AUDITAVEIS"      to tt-rotulo
	   move wk-cont-nao-auditaveis to tt-contagem
	   write controle-totais-record

	   move "DENTRO-TOLERANCIA"   to tt-rotulo
	   move wk-cont-dentro        to tt-contagem
	   write controle-totais-record

	   move "FORA-TOLERANCIA"     to tt-rotulo
	   move wk-cont-fora          to tt-contagem
	   write controle-totais-record

	   close controle-totais

	   .


      *    Imprime os totais, fecha os arquivos e sinaliza com RC=4
      *    os registros fora da tolerancia (o passo e informativo e
      *    nao segura o movimento)
       0900-finaliza.

	   move wk-linha-branco to wk-linha-secao
	   perform 0160-imprime-secao

	   move "REGISTROS LIDOS:" to tl-rotulo
	   move wk-cont-lidos to tl-contagem
	   move wk-linha-total to wk-linha-secao
	   perform 0160-imprime-secao

	   move "REGISTROS SELECIONADOS:" to tl-rotulo
	   move wk-cont-selecionados to tl-contagem
	   move wk-linha-total to wk-linha-secao
	   perform 0160-imprime-secao

	   move "REGISTROS AUDITADOS:" to tl-rotulo
	   move wk-cont-auditados to tl-contagem
	   move wk-linha-total to wk-linha-secao
	   perform 0160-imprime-secao

	   move "OPERACAO NAO AUDITAVEL:" to tl-rotulo
	   move wk-cont-nao-auditaveis to tl-contagem
	   move wk-linha-total to wk-linha-secao
	   perform 0160-imprime-secao

	   move "DENTRO DA TOLERANCIA:" to tl-rotulo
	   move wk-cont-dentro to tl-contagem
	   move wk-linha-total to wk-linha-secao
	   perform 0160-imprime-secao

	   move "FORA DA TOLERANCIA:" to tl-rotulo
	   move wk-cont-fora to tl-contagem
	   move wk-linha-total to wk-linha-secao
	   perform 0160-imprime-secao

	   if modo-historico
	       close calc-hist
	   else
	       close calc-results
	   end-if
	   close relatorio

	   if wk-cont-fora > zero
	       display "ATENCAO: resultados fora da tolerancia na "
		   "auditoria de recalculo - ver o relatorio"
	       move 4 to return-code
	   end-if

	   .


      *    Aciona o subprograma comum de tratamento de erros de
      *    arquivo com a area ja preenchida pelo ponto do erro
      *    (arquivo, paragrafo e status) e encerra o programa com
      *    o return-code classificado por ele
       9000-aciona-trata-erro.

	   move "AuditoriaCalculos" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "AuditoriaCalculos" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   move wk-cont-lidos to ex-cont-entrada
	   move wk-cont-auditados to ex-cont-saida
	   move wk-cont-fora to ex-cont-rejeitados
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

	   move "AUDCLRPT" to rr-relatorio
	   move "AuditoriaCalculos" to rr-programa
	   move wk-data-aaaammdd to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move wk-pagina-atual to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
