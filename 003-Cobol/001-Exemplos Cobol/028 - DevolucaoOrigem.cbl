      *Divisao de identificacao
       identification division.
       program-id. "DevolucaoOrigem".
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
	   select trilha-devolucao assign to devtrl
	       organization is sequential
	       file status is wk-trilha-devolucao-status.

	   select calc-results assign to calcres
	       organization is sequential
	       file status is wk-calc-results-status.

	   select resultados-noite assign to devres
	       organization is sequential
	       file status is wk-resultados-noite-status.

	   select devolucao-trabalho assign to devwrk
	       organization is sequential
	       file status is wk-devolucao-trabalho-status.

	   select devolucao assign to devolv
	       organization is sequential
	       file status is wk-devolucao-status.

	   select relatorio assign to devrpt
	       organization is sequential
	       file status is wk-relatorio-status.

	   select origens-corte assign to devcort
	       organization is sequential
	       file status is wk-origens-corte-status.
       i-o-control.



      *Declaracao de variaveis
       data division.
       file section.

      *    Trilha de devolucao gravada pela critica de entrada da
      *    noite: uma linha por detalhe aceito ou rejeitado
       fd  trilha-devolucao
	   recording mode is f.
	   copy "FDDEVTRL".

      *    Acumulado dos resultados do calculo, de onde saem os
      *    valores das linhas aceitas
       fd  calc-results
	   recording mode is f.
	   copy "FDCALCRS".

      *    Resultados dos blocos da noite, separados do acumulado
      *    para que cada bloco seja relido do inicio sem percorrer o
      *    acumulado inteiro
       fd  resultados-noite
	   recording mode is f.
       01  resultados-noite-record.
	   05  rn-data			  pic 9(08).
	   05  rn-origem		  pic x(02).
	   05  rn-num1			  pic s9(07)v9(04)
					  sign leading separate.
	   05  rn-num2			  pic s9(07)v9(04)
					  sign leading separate.
	   05  rn-operacao		  pic x(20).
	   05  rn-valor			  pic -(14)9,9999.
	   05  rn-versao		  pic x(01).
	   05  filler			  pic x(05).

      *    Retorno montado na ordem da trilha (detalhes e valores de
      *    todas as origens), relido uma vez por origem para formar
      *    o envelope de cada uma
       fd  devolucao-trabalho
	   recording mode is f.
       01  devolucao-trabalho-record	  pic x(112).

      *    Retorno por origem da noite: um envelope header/detalhes/
      *    trailer por origem, cortado depois em um dataset por
      *    origem
       fd  devolucao
	   recording mode is f.
	   copy "FDDEVOLV".

       fd  relatorio
	   recording mode is f.
       01  wk-linha-relatorio		  pic x(80).

      *    Origens com corte proprio no passo de corte do retorno:
      *    um cartao por origem (colunas 1-2), mantido junto com o
      *    corte - as demais caem no retorno de sobra
       fd  origens-corte
	   recording mode is f.
       01  origens-corte-record.
	   05  oc-origem		  pic x(02).
	   05  filler			  pic x(78).


      *Variaveis do programa
       working-storage section.

       77  wk-trilha-devolucao-status	  pic x(02) value spaces.
       77  wk-calc-results-status	  pic x(02) value spaces.
       77  wk-resultados-noite-status	  pic x(02) value spaces.
       77  wk-devolucao-trabalho-status	  pic x(02) value spaces.
       77  wk-devolucao-status		  pic x(02) value spaces.
       77  wk-relatorio-status		  pic x(02) value spaces.
       77  wk-origens-corte-status	  pic x(02) value spaces.
       77  wk-linhas-catalogo		  pic 9(07) value zero.

       01  wk-flags.
	   05  wk-eof-trilha		  pic x(01) value "N".
	       88  eof-trilha			  value "S".
	   05  wk-eof-calc-results	  pic x(01) value "N".
	       88  eof-calc-results		  value "S".
	   05  wk-eof-trabalho		  pic x(01) value "N".
	       88  eof-trabalho			  value "S".
	   05  wk-resultados-abertos	  pic x(01) value "N".
	       88  resultados-abertos		  value "S".
	   05  wk-resultado-pendente	  pic x(01) value "N".
	       88  resultado-pendente		  value "S".
	   05  wk-fim-linha		  pic x(01) value "N".
	       88  fim-linha			  value "S".
	   05  wk-bloco-achado		  pic x(01) value "N".
	       88  bloco-achado			  value "S".
	   05  wk-eof-origens-corte	  pic x(01) value "N".
	       88  eof-origens-corte		  value "S".
	   05  wk-corte-achado		  pic x(01) value "N".
	       88  corte-achado			  value "S".

      *    Origens com corte proprio, lidas dos cartoes de corte
       77  wk-max-cortes		  pic 9(03) value 99.
       77  wk-total-cortes		  pic 9(03) value zero.
       77  wk-idx-corte			  pic 9(03) value zero.
       01  wk-tabela-cortes.
	   05  tc-origem		  pic x(02) occurs 99 times.

      *    Blocos (data mais origem) da trilha, com as linhas aceitas
      *    de cada um e os resultados da noite encontrados para ele
       77  wk-max-blocos		  pic 9(03) value 200.
       77  wk-total-blocos		  pic 9(03) value zero.
       77  wk-idx-bloco			  pic 9(03) value zero.
       77  wk-bloco-corrente		  pic 9(03) value zero.
       01  wk-tabela-blocos.
	   05  wk-bloco-ocorrencia	  occurs 200 times.
	       10  tb-data		  pic 9(08).
	       10  tb-origem		  pic x(02).
	       10  tb-aceitas		  pic 9(07).
	       10  tb-resultados	  pic 9(07).

      *    Origens a quem a noite devolve linhas, na ordem em que
      *    aparecem na trilha, com as contagens do envelope de cada
      *    uma
       77  wk-max-origens		  pic 9(03) value 200.
       77  wk-total-origens		  pic 9(03) value zero.
       77  wk-idx-origem		  pic 9(03) value zero.
       01  wk-tabela-origens.
	   05  wk-origem-ocorrencia	  occurs 200 times.
	       10  to-origem		  pic x(02).
	       10  to-linhas		  pic 9(07).
	       10  to-aceitas		  pic 9(07).
	       10  to-rejeitadas	  pic 9(07).
	       10  to-recicladas	  pic 9(07).
	       10  to-nao-calculadas	  pic 9(07).
	       10  to-hash		  pic 9(12).

      *    Menor data de movimento da trilha: resultados mais antigos
      *    nao sao de bloco algum da noite
       77  wk-menor-data		  pic 9(08) value zero.

      *    Linha corrente da trilha desmontada em tipo, par e
      *    operacao, e as familias de calculo que a operacao roda; a
      *    linha da versao 2 do layout (marca na coluna 30) tem o par
      *    com sinal e decimais e a operacao em outra posicao, e o
      *    par e a operacao das duas versoes vao para os mesmos
      *    campos de trabalho
       01  wk-linha-trilha.
	   05  lt-tipo			  pic x(01).
	   05  lt-num1			  pic 9(05).
	   05  lt-num2			  pic 9(05).
	   05  lt-operacao-v1		  pic x(03).
	   05  filler			  pic x(15).
	   05  lt-versao		  pic x(01).
	       88  lt-linha-v2			  value "2".
       01  wk-linha-trilha-v2 redefines wk-linha-trilha.
	   05  filler			  pic x(01).
	   05  lt2-num1			  pic s9(07)v9(04)
					  sign leading separate.
	   05  lt2-num2			  pic s9(07)v9(04)
					  sign leading separate.
	   05  lt2-operacao		  pic x(03).
	   05  filler			  pic x(02).
       01  wk-par-linha.
	   05  wk-lin-num1		  pic s9(07)v9(04).
	   05  wk-lin-num2		  pic s9(07)v9(04).
       77  lt-operacao			  pic x(03).
	   88  lt-potenciacao		  value "POT".
	   88  lt-raiz-n-esima		  value "RZN".
	   88  lt-divisao		  value "DIV".
	   88  lt-percentual		  value "PCT".
	   88  lt-mdc-mmc		  value "MDC".
	   88  lt-juros-compostos	  value "JUR".
	   88  lt-todas			  value "TOD", "   ".
       01  wk-familias-linha.
	   05  wk-fam-pot		  pic x(01) value "N".
	   05  wk-fam-rzn		  pic x(01) value "N".
	   05  wk-fam-div		  pic x(01) value "N".
	   05  wk-fam-pct		  pic x(01) value "N".
	   05  wk-fam-mdc		  pic x(01) value "N".
	   05  wk-fam-jur		  pic x(01) value "N".
       77  wk-familia-resultado		  pic x(03) value spaces.
       77  wk-familia-pedida		  pic x(01) value "N".

      *    Valores calculados da linha corrente: o calculo grava no
      *    maximo quatro resultados por linha (TOD), e uma operacao
      *    ja tomada pela linha fecha a linha - o resultado seguinte
      *    com o mesmo nome e de uma linha repetida
       77  wk-max-valores		  pic 9(02) value 8.
       77  wk-total-valores		  pic 9(02) value zero.
       77  wk-idx-valor			  pic 9(02) value zero.
       77  wk-operacao-repetida		  pic x(01) value "N".
       01  wk-tabela-valores.
	   05  wk-valor-ocorrencia	  occurs 8 times.
	       10  tv-val-operacao	  pic x(20).
	       10  tv-val-valor		  pic s9(14)v9(04).

      *    Valor desmontado da edicao de cr-valor e partido em sinal,
      *    parte inteira e parte fracionaria para a forma com ponto
      *    decimal do retorno
       77  wk-valor			  pic s9(14)v9(04) value zero.
       77  wk-valor-absoluto		  pic 9(14)v9(04) value zero.
       77  wk-valor-inteiro		  pic 9(14) value zero.
       77  wk-valor-fracao		  pic v9(04) value zero.
       77  wk-valor-fracionario		  pic 9(04) value zero.

      *    Registro do retorno de trabalho, para a selecao por origem
       01  wk-registro-trabalho.
	   05  wt-origem		  pic x(02).
	   05  wt-tipo			  pic x(01).
	   05  filler			  pic x(109).

       01  wk-descricao-motivo		  pic x(30) value spaces.

       01  wk-contadores.
	   05  wk-cont-linhas		  pic 9(07) value zero.
	   05  wk-cont-aceitas		  pic 9(07) value zero.
	   05  wk-cont-rejeitadas	  pic 9(07) value zero.
	   05  wk-cont-recicladas	  pic 9(07) value zero.
	   05  wk-cont-nao-calculadas	  pic 9(07) value zero.
	   05  wk-cont-resultados-lidos	  pic 9(07) value zero.
	   05  wk-cont-resultados-noite	  pic 9(07) value zero.
	   05  wk-cont-valores		  pic 9(07) value zero.
	   05  wk-cont-gravados		  pic 9(07) value zero.
	   05  wk-cont-origens-sobra	  pic 9(07) value zero.
	   05  wk-cont-linhas-sobra	  pic 9(07) value zero.

       01  wk-data-execucao.
	   05  wk-data-aaaammdd		  pic 9(08).
	   05  wk-data-aaaa redefines
	       wk-data-aaaammdd.
	       10  wk-data-aa		  pic 9(04).
	       10  wk-data-mm		  pic 9(02).
	       10  wk-data-dd		  pic 9(02).

       01  wk-linha-titulo		  pic x(80)
	   value "RETORNO POR ORIGEM - RESULTADOS E REJEITADOS".
       01  wk-linha-data.
	   05  filler			  pic x(11) value "DATA EXEC.:".
	   05  hl-dia			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-mes			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-ano			  pic 9999.
	   05  filler			  pic x(46) value spaces.
       01  wk-linha-branco		  pic x(80) value spaces.
       01  wk-linha-colunas.
	   05  filler			  pic x(24)
	       value "ORIG.  LINHAS  ACEITAS  ".
	   05  filler			  pic x(24)
	       value "REJEIT.  RECICL.  N.CALC".
	   05  filler			  pic x(32)
	       value ".          HASH".
       01  wk-linha-origem.
	   05  filler			  pic x(02) value spaces.
	   05  ol-origem		  pic x(02).
	   05  filler			  pic x(02) value spaces.
	   05  ol-linhas		  pic zzzzzz9.
	   05  filler			  pic x(02) value spaces.
	   05  ol-aceitas		  pic zzzzzz9.
	   05  filler			  pic x(02) value spaces.
	   05  ol-rejeitadas		  pic zzzzzz9.
	   05  filler			  pic x(02) value spaces.
	   05  ol-recicladas		  pic zzzzzz9.
	   05  filler			  pic x(02) value spaces.
	   05  ol-nao-calculadas	  pic zzzzzz9.
	   05  filler			  pic x(02) value spaces.
	   05  ol-hash			  pic z(11)9.
	   05  filler			  pic x(16) value spaces.
       01  wk-linha-nao-calculada.
	   05  filler			  pic x(22)
	       value "ACEITA SEM RESULTADO: ".
	   05  nl-data			  pic 9(08).
	   05  filler			  pic x(01) value "/".
	   05  nl-origem		  pic x(02).
	   05  filler			  pic x(08) value " LINHA: ".
	   05  nl-sequencia		  pic zzzzzz9.
	   05  filler			  pic x(02) value spaces.
	   05  nl-registro		  pic x(30).
       01  wk-linha-sobra.
	   05  filler			  pic x(22)
	       value "ORIGEM SEM CORTE: ".
	   05  sl-origem		  pic x(02).
	   05  filler			  pic x(08) value " LINHAS ".
	   05  sl-linhas		  pic zzzzzz9.
	   05  filler			  pic x(41)
	       value " - NO RETORNO DE SOBRA".
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

      *    levanta os blocos da trilha e separa do acumulado os
      *    resultados deles
	   perform 0200-levanta-blocos

	   perform 0300-separa-resultados

      *    monta, na ordem da trilha, o detalhe de cada linha (com os
      *    valores calculados da linha aceita) para a origem a quem a
      *    linha e devolvida
	   perform 0400-monta-devolucao

      *    grava o envelope header/detalhes/trailer de cada origem
	   perform 0500-grava-envelopes

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


      *    Abre os arquivos da noite e imprime o cabecalho do
      *    relatorio de retorno
       0100-inicializa.

	   open output devolucao
	   if wk-devolucao-status not = "00"
	       move "devolucao" to err-arquivo
	       move wk-devolucao-status to err-status
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

	   move function current-date to wk-data-execucao(1:8)
	   move wk-data-dd to hl-dia
	   move wk-data-mm to hl-mes
	   move wk-data-aa to hl-ano

	   write wk-linha-relatorio from wk-linha-titulo
	   write wk-linha-relatorio from wk-linha-data
	   write wk-linha-relatorio from wk-linha-branco

	   perform 0150-carrega-cortes

	   .


      *    Carrega as origens com corte proprio; status 35 (sem os
      *    cartoes) deixa a tabela vazia e toda origem e apontada
      *    como sem corte
       0150-carrega-cortes.

	   move "N" to wk-eof-origens-corte
	   open input origens-corte
	   evaluate wk-origens-corte-status
	       when "00"
		   perform until eof-origens-corte
		       read origens-corte
			   at end
			       set eof-origens-corte to true
			   not at end
			       if oc-origem not = spaces
				   and wk-total-cortes < wk-max-cortes
				   add 1 to wk-total-cortes
				   move oc-origem
				       to tc-origem (wk-total-cortes)
			       end-if
		       end-read
		   end-perform
		   close origens-corte
	       when "35"
		   continue
	       when other
		   move "origens-corte" to err-arquivo
		   move wk-origens-corte-status to err-status
		   move "0150-carrega-cortes" to err-paragrafo
		   perform 9000-aciona-trata-erro
	   end-evaluate

	   .


      *    Primeira leitura da trilha: a tabela de blocos, com as
      *    linhas aceitas de cada um, e a menor data de movimento
       0200-levanta-blocos.

	   perform 0210-abre-trilha

	   perform until eof-trilha
	       read trilha-devolucao
		   at end
		       set eof-trilha to true
		   not at end
		       perform 0220-registra-bloco
	       end-read
	   end-perform

	   close trilha-devolucao

	   .


      *    Abre a trilha da noite para uma leitura completa
       0210-abre-trilha.

	   move "N" to wk-eof-trilha
	   open input trilha-devolucao
	   if wk-trilha-devolucao-status not = "00"
	       move "trilha-devolucao" to err-arquivo
	       move wk-trilha-devolucao-status to err-status
	       move "0210-abre-trilha" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   .


      *    Procura o bloco da linha corrente da trilha na tabela,
      *    incluindo-o na primeira linha dele, e conta a linha aceita
       0220-registra-bloco.

	   perform 0230-procura-bloco

	   if not bloco-achado
	       if wk-total-blocos >= wk-max-blocos
		   display "ERRO: tabela de blocos da devolucao "
		       "esgotada em " tv-data-movimento "/"
		       tv-origem
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	       end-if
	       add 1 to wk-total-blocos
	       move wk-total-blocos   to wk-idx-bloco
	       move tv-data-movimento to tb-data (wk-idx-bloco)
	       move tv-origem         to tb-origem (wk-idx-bloco)
	       move zero              to tb-aceitas (wk-idx-bloco)
	       move zero              to tb-resultados (wk-idx-bloco)
	       if wk-menor-data = zero
		   or tv-data-movimento < wk-menor-data
		   move tv-data-movimento to wk-menor-data
	       end-if
	   end-if

	   if tv-aceito
	       add 1 to tb-aceitas (wk-idx-bloco)
	   end-if

	   .


      *    Procura na tabela de blocos o bloco da linha corrente da
      *    trilha; achado, wk-idx-bloco aponta a entrada
       0230-procura-bloco.

	   move "N" to wk-bloco-achado
	   perform varying wk-idx-bloco from 1 by 1
	       until wk-idx-bloco > wk-total-blocos
	       or bloco-achado
	       if tb-data (wk-idx-bloco) = tv-data-movimento
		   and tb-origem (wk-idx-bloco) = tv-origem
		   set bloco-achado to true
	       end-if
	   end-perform

	   if bloco-achado
	       subtract 1 from wk-idx-bloco
	   end-if

	   .


      *    Le o acumulado de resultados uma vez e separa os registros
      *    dos blocos da noite com linhas aceitas (um movimento -
      *    data mais origem - so e calculado uma vez, entao os
      *    resultados dele no acumulado sao os da linha da trilha)
       0300-separa-resultados.

	   open input calc-results
	   if wk-calc-results-status not = "00"
	       move "calc-results" to err-arquivo
	       move wk-calc-results-status to err-status
	       move "0300-separa-resultados" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   open output resultados-noite
	   if wk-resultados-noite-status not = "00"
	       move "resultados-noite" to err-arquivo
	       move wk-resultados-noite-status to err-status
	       move "0300-separa-resultados" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   perform until eof-calc-results
	       read calc-results
		   at end
		       set eof-calc-results to true
		   not at end
		       add 1 to wk-cont-resultados-lidos
		       if cr-data >= wk-menor-data
			   and wk-total-blocos > zero
			   perform 0310-separa-resultado
		       end-if
	       end-read
	   end-perform

	   close calc-results
	   close resultados-noite

	   .


      *    Copia o resultado corrente para os resultados da noite
      *    quando ele e de um bloco da trilha com linhas aceitas
       0310-separa-resultado.

	   move "N" to wk-bloco-achado
	   perform varying wk-idx-bloco from 1 by 1
	       until wk-idx-bloco > wk-total-blocos
	       or bloco-achado
	       if tb-data (wk-idx-bloco) = cr-data
		   and tb-origem (wk-idx-bloco) = cr-origem
		   and tb-aceitas (wk-idx-bloco) > zero
		   set bloco-achado to true
	       end-if
	   end-perform

	   if bloco-achado
	       subtract 1 from wk-idx-bloco
	       add 1 to tb-resultados (wk-idx-bloco)
	       add 1 to wk-cont-resultados-noite
	       write resultados-noite-record from calc-results-record
	   end-if

	   .


      *    Segunda leitura da trilha: cada linha vira um detalhe do
      *    retorno de trabalho, para a origem a quem e devolvida; a
      *    linha aceita leva os seus valores calculados
       0400-monta-devolucao.

	   open output devolucao-trabalho
	   if wk-devolucao-trabalho-status not = "00"
	       move "devolucao-trabalho" to err-arquivo
	       move wk-devolucao-trabalho-status to err-status
	       move "0400-monta-devolucao" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   move zero to wk-bloco-corrente
	   perform 0210-abre-trilha

	   perform until eof-trilha
	       read trilha-devolucao
		   at end
		       set eof-trilha to true
		   not at end
		       perform 0410-trata-linha
	       end-read
	   end-perform

	   close trilha-devolucao
	   close devolucao-trabalho
	   if resultados-abertos
	       close resultados-noite
	       move "N" to wk-resultados-abertos
	   end-if

	   .


      *    Monta o detalhe da linha corrente da trilha: aceita (com
      *    os valores, ou nao calculada quando o calculo nao deixou
      *    resultado para ela) ou rejeitada com o motivo e a
      *    descricao; acumula as contagens da origem de destino
       0410-trata-linha.

	   perform 0230-procura-bloco
	   if wk-idx-bloco not = wk-bloco-corrente
	       move wk-idx-bloco to wk-bloco-corrente
	       perform 0420-posiciona-resultados
	   end-if

	   perform 0460-procura-origem

	   add 1 to wk-cont-linhas
	   add 1 to to-linhas (wk-idx-origem)
	   if tv-linha-reciclada
	       add 1 to wk-cont-recicladas
	       add 1 to to-recicladas (wk-idx-origem)
	   end-if

	   move spaces to devolucao-record
	   move tv-origem-devolucao   to dv-origem
	   set dv-tipo-detalhe        to true
	   move tv-data-original      to dd-data-movimento
	   move tv-sequencia-original to dd-sequencia
	   move tv-registro-original  to dd-registro
	   if tv-linha-reciclada
	       move tv-registro to dd-registro-reciclo
	       move "S" to dd-reciclada
	   else
	       move "N" to dd-reciclada
	   end-if

	   move zero to wk-total-valores
	   if tv-aceito
	       move tv-registro to wk-linha-trilha
	       perform 0428-desmonta-linha
	       perform 0430-apura-familias
	       move "N" to wk-fim-linha
	       perform 0440-consome-resultado
		   until fim-linha
	       if wk-total-valores = zero
		   set dd-nao-calculada to true
		   move "ACEITA SEM RESULTADO NA NOITE"
		       to dd-descricao
		   add 1 to wk-cont-nao-calculadas
		   add 1 to to-nao-calculadas (wk-idx-origem)
		   move tv-data-movimento to nl-data
		   move tv-origem         to nl-origem
		   move tv-sequencia      to nl-sequencia
		   move tv-registro       to nl-registro
		   write wk-linha-relatorio
		       from wk-linha-nao-calculada
	       else
		   set dd-aceita to true
		   add 1 to wk-cont-aceitas
		   add 1 to to-aceitas (wk-idx-origem)
	       end-if
	   else
	       set dd-rejeitada to true
	       move tv-motivo to dd-motivo
	       perform 0450-descreve-motivo
	       move wk-descricao-motivo to dd-descricao
	       add 1 to wk-cont-rejeitadas
	       add 1 to to-rejeitadas (wk-idx-origem)
	   end-if

	   write devolucao-trabalho-record from devolucao-record

	   perform 0470-grava-valor
	       varying wk-idx-valor from 1 by 1
	       until wk-idx-valor > wk-total-valores

	   .


      *    Posiciona os resultados da noite no primeiro resultado do
      *    bloco corrente; bloco sem resultado algum (nenhuma linha
      *    aceita, ou nada calculado) deixa os resultados fechados
       0420-posiciona-resultados.

	   if resultados-abertos
	       close resultados-noite
	       move "N" to wk-resultados-abertos
	   end-if
	   move "N" to wk-resultado-pendente

	   if tb-resultados (wk-bloco-corrente) > zero
	       open input resultados-noite
	       if wk-resultados-noite-status not = "00"
		   move "resultados-noite" to err-arquivo
		   move wk-resultados-noite-status to err-status
		   move "0420-posiciona-resultados" to err-paragrafo
		   perform 9000-aciona-trata-erro
	       end-if
	       set resultados-abertos to true
	       perform 0425-le-resultado
		   until resultado-pendente
		   or not resultados-abertos
	   end-if

	   .


      *    Le o proximo resultado da noite; so o resultado do bloco
      *    corrente fica pendente para as linhas do bloco, e o fim
      *    do arquivo fecha os resultados
       0425-le-resultado.

	   move "N" to wk-resultado-pendente
	   read resultados-noite
	       at end
		   close resultados-noite
		   move "N" to wk-resultados-abertos
	       not at end
		   if rn-data = tb-data (wk-bloco-corrente)
		       and rn-origem = tb-origem (wk-bloco-corrente)
		       set resultado-pendente to true
		   end-if
	   end-read

	   .


      *    Par e operacao da linha corrente da trilha, na posicao da
      *    versao do layout da linha
       0428-desmonta-linha.

	   if lt-linha-v2
	       move lt2-num1	 to wk-lin-num1
	       move lt2-num2	 to wk-lin-num2
	       move lt2-operacao to lt-operacao
	   else
	       move lt-num1	   to wk-lin-num1
	       move lt-num2	   to wk-lin-num2
	       move lt-operacao-v1 to lt-operacao
	   end-if

	   .


      *    Familias de calculo que a operacao da linha roda: um
      *    codigo especifico roda so a sua, TOD (ou brancos) roda a
      *    bateria original de potenciacao, raiz e divisao
       0430-apura-familias.

	   move "NNNNNN" to wk-familias-linha

	   evaluate true
	       when lt-potenciacao
		   move "S" to wk-fam-pot
	       when lt-raiz-n-esima
		   move "S" to wk-fam-rzn
	       when lt-divisao
		   move "S" to wk-fam-div
	       when lt-percentual
		   move "S" to wk-fam-pct
	       when lt-mdc-mmc
		   move "S" to wk-fam-mdc
	       when lt-juros-compostos
		   move "S" to wk-fam-jur
	       when lt-todas
		   move "S" to wk-fam-pot
		   move "S" to wk-fam-rzn
		   move "S" to wk-fam-div
	   end-evaluate

	   .


      *    Toma o resultado pendente para a linha corrente quando ele
      *    e do mesmo par, de uma familia pedida pela linha e de uma
      *    operacao ainda nao tomada por ela; qualquer outro fecha a
      *    linha e fica pendente para a linha seguinte do bloco
       0440-consome-resultado.

	   if not resultado-pendente
	       set fim-linha to true
	   else
	       if rn-num1 not = wk-lin-num1
		   or rn-num2 not = wk-lin-num2
		   set fim-linha to true
	       else
		   perform 0445-verifica-familia
		   if wk-familia-pedida = "N"
		       or wk-operacao-repetida = "S"
		       or wk-total-valores >= wk-max-valores
		       set fim-linha to true
		   else
		       add 1 to wk-total-valores
		       move rn-operacao
			   to tv-val-operacao (wk-total-valores)
		       move rn-valor
			   to tv-val-valor (wk-total-valores)
		       perform 0425-le-resultado
		   end-if
	       end-if
	   end-if

	   .


      *    Apura a familia da operacao do resultado pendente, se a
      *    linha a pediu e se a linha ja tomou a mesma operacao
       0445-verifica-familia.

	   evaluate rn-operacao
	       when "POTENCIACAO"
	       when "POTENCIACAO-INVAL"
		   move wk-fam-pot to wk-familia-pedida
	       when "RAIZ-N-ESIMA"
	       when "RAIZ-N-ESIMA-INVAL"
		   move wk-fam-rzn to wk-familia-pedida
	       when "DIVISAO-QUOCIENTE"
	       when "DIVISAO-RESTO"
	       when "DIVISAO-INVALIDA"
		   move wk-fam-div to wk-familia-pedida
	       when "PERCENTUAL"
	       when "PERCENTUAL-INVALIDO"
		   move wk-fam-pct to wk-familia-pedida
	       when "MDC"
	       when "MMC"
	       when "MDC-MMC-INVALIDO"
		   move wk-fam-mdc to wk-familia-pedida
	       when "JUROS-COMPOSTOS"
	       when "JUROS-COMP-INVAL"
		   move wk-fam-jur to wk-familia-pedida
	       when other
		   move "N" to wk-familia-pedida
	   end-evaluate

	   move "N" to wk-operacao-repetida
	   perform varying wk-idx-valor from 1 by 1
	       until wk-idx-valor > wk-total-valores
	       if tv-val-operacao (wk-idx-valor) = rn-operacao
		   move "S" to wk-operacao-repetida
	       end-if
	   end-perform

	   .


      *    Descricao legivel do motivo de rejeicao da linha corrente,
      *    os mesmos motivos do relatorio de critica
       0450-descreve-motivo.

	   evaluate tv-motivo
	       when "TP"
		   move "TIPO DE REGISTRO INVALIDO"
		       to wk-descricao-motivo
	       when "N1"
		   move "NUM1 NAO NUMERICO" to wk-descricao-motivo
	       when "N2"
		   move "NUM2 NAO NUMERICO" to wk-descricao-motivo
	       when "F1"
		   move "NUM1 FORA DA FAIXA" to wk-descricao-motivo
	       when "F2"
		   move "NUM2 FORA DA FAIXA" to wk-descricao-motivo
	       when "ZZ"
		   move "PAR TODO ZERADO" to wk-descricao-motivo
	       when "OP"
		   move "CODIGO DE OPERACAO INVALIDO"
		       to wk-descricao-motivo
	       when "OR"
		   move "ORIGEM NAO CADASTRADA" to wk-descricao-motivo
	       when "OI"
		   move "ORIGEM DESATIVADA" to wk-descricao-motivo
	       when "OA"
		   move "OPERACAO NAO AUTORIZADA" to wk-descricao-motivo
	       when other
		   move "MOTIVO NAO CATALOGADO" to wk-descricao-motivo
	   end-evaluate

	   .


      *    Procura a origem de destino da linha corrente na tabela
      *    de origens, incluindo-a com as contagens zeradas na
      *    primeira linha devolvida a ela
       0460-procura-origem.

	   perform varying wk-idx-origem from 1 by 1
	       until wk-idx-origem > wk-total-origens
	       or to-origem (wk-idx-origem) = tv-origem-devolucao
	       continue
	   end-perform

	   if wk-idx-origem > wk-total-origens
	       if wk-total-origens >= wk-max-origens
		   display "ERRO: tabela de origens da devolucao "
		       "esgotada em " tv-origem-devolucao
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	       end-if
	       add 1 to wk-total-origens
	       move wk-total-origens to wk-idx-origem
	       move tv-origem-devolucao to to-origem (wk-idx-origem)
	       move zero to to-linhas (wk-idx-origem)
	       move zero to to-aceitas (wk-idx-origem)
	       move zero to to-rejeitadas (wk-idx-origem)
	       move zero to to-recicladas (wk-idx-origem)
	       move zero to to-nao-calculadas (wk-idx-origem)
	       move zero to to-hash (wk-idx-origem)
	   end-if

	   .


      *    Grava o valor wk-idx-valor da linha corrente com ponto
      *    decimal: sinal, parte inteira, ponto e quatro casas; a
      *    parte inteira entra no hash total da origem
       0470-grava-valor.

	   move tv-val-valor (wk-idx-valor) to wk-valor

	   move spaces to devolucao-record
	   move tv-origem-devolucao   to dv-origem
	   set dv-tipo-valor          to true
	   move tv-data-original      to dr-data-movimento
	   move tv-sequencia-original to dr-sequencia
	   move tv-val-operacao (wk-idx-valor) to dr-operacao

	   if wk-valor < zero
	       move "-" to dr-sinal
	       subtract wk-valor from zero giving wk-valor-absoluto
	   else
	       move "+" to dr-sinal
	       move wk-valor to wk-valor-absoluto
	   end-if
	   move wk-valor-absoluto to wk-valor-inteiro
	   move wk-valor-absoluto to wk-valor-fracao
	   multiply wk-valor-fracao by 10000
	       giving wk-valor-fracionario

	   move wk-valor-inteiro     to dr-valor-inteiro
	   move "."                  to dr-ponto-decimal
	   move wk-valor-fracionario to dr-valor-fracionario
	   write devolucao-trabalho-record from devolucao-record

	   add 1 to wk-cont-valores
	   compute to-hash (wk-idx-origem) =
	       function mod(to-hash (wk-idx-origem)
	       + wk-valor-inteiro, 1000000000000)

	   .


      *    Grava o envelope de cada origem da tabela: o header com
      *    as contagens, os registros da origem relidos do retorno de
      *    trabalho na ordem da trilha e o trailer com aceitas,
      *    rejeitadas e o hash total; imprime a linha da origem
       0500-grava-envelopes.

	   if wk-total-origens > zero
	       write wk-linha-relatorio from wk-linha-colunas
	   end-if

	   perform 0510-grava-envelope
	       varying wk-idx-origem from 1 by 1
	       until wk-idx-origem > wk-total-origens

	   .


      *    Grava o envelope da origem wk-idx-origem
       0510-grava-envelope.

	   move spaces to devolucao-record
	   move to-origem (wk-idx-origem)       to dv-origem
	   set dv-tipo-header                   to true
	   move wk-data-aaaammdd                to dh-data-noite
	   move to-linhas (wk-idx-origem)       to dh-linhas
	   move to-aceitas (wk-idx-origem)      to dh-aceitas
	   move to-rejeitadas (wk-idx-origem)   to dh-rejeitadas
	   move to-recicladas (wk-idx-origem)   to dh-recicladas
	   move to-nao-calculadas (wk-idx-origem)
	       to dh-nao-calculadas
	   perform 0530-grava-devolucao

	   open input devolucao-trabalho
	   if wk-devolucao-trabalho-status not = "00"
	       move "devolucao-trabalho" to err-arquivo
	       move wk-devolucao-trabalho-status to err-status
	       move "0510-grava-envelope" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   move "N" to wk-eof-trabalho
	   perform until eof-trabalho
	       read devolucao-trabalho into wk-registro-trabalho
		   at end
		       set eof-trabalho to true
		   not at end
		       if wt-origem = to-origem (wk-idx-origem)
			   move wk-registro-trabalho
			       to devolucao-record
			   perform 0530-grava-devolucao
		       end-if
	       end-read
	   end-perform
	   close devolucao-trabalho

	   move spaces to devolucao-record
	   move to-origem (wk-idx-origem)       to dv-origem
	   set dv-tipo-trailer                  to true
	   move to-aceitas (wk-idx-origem)      to dt-aceitas
	   move to-rejeitadas (wk-idx-origem)   to dt-rejeitadas
	   move to-hash (wk-idx-origem)         to dt-hash
	   perform 0530-grava-devolucao

	   move to-origem (wk-idx-origem)         to ol-origem
	   move to-linhas (wk-idx-origem)         to ol-linhas
	   move to-aceitas (wk-idx-origem)        to ol-aceitas
	   move to-rejeitadas (wk-idx-origem)     to ol-rejeitadas
	   move to-recicladas (wk-idx-origem)     to ol-recicladas
	   move to-nao-calculadas (wk-idx-origem) to ol-nao-calculadas
	   move to-hash (wk-idx-origem)           to ol-hash
	   write wk-linha-relatorio from wk-linha-origem

	   perform 0520-confere-corte

	   .


      *    Origem sem corte proprio tem o envelope no retorno de
      *    sobra: e apontada no relatorio e contada, para que o corte
      *    dela seja criado antes que o departamento sinta falta do
      *    retorno
       0520-confere-corte.

	   move "N" to wk-corte-achado
	   perform varying wk-idx-corte from 1 by 1
	       until wk-idx-corte > wk-total-cortes
	       or corte-achado
	       if tc-origem (wk-idx-corte) = to-origem (wk-idx-origem)
		   set corte-achado to true
	       end-if
	   end-perform

	   if not corte-achado
	       add 1 to wk-cont-origens-sobra
	       add to-linhas (wk-idx-origem) to wk-cont-linhas-sobra
	       move to-origem (wk-idx-origem) to sl-origem
	       move to-linhas (wk-idx-origem) to sl-linhas
	       write wk-linha-relatorio from wk-linha-sobra
	   end-if

	   .


      *    Grava o registro corrente no retorno por origem
       0530-grava-devolucao.

	   write devolucao-record
	   if wk-devolucao-status not = "00"
	       move "devolucao" to err-arquivo
	       move wk-devolucao-status to err-status
	       move "0530-grava-devolucao" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   add 1 to wk-cont-gravados

	   .


      *    Imprime os totais do retorno, fecha os arquivos e sinaliza
      *    no return-code linha aceita na critica sem resultado do
      *    calculo (bloco pulado pelo calculo depois da critica) e
      *    origem sem corte proprio
       0900-finaliza.

	   write wk-linha-relatorio from wk-linha-branco

	   move "ORIGENS COM RETORNO:" to tl-rotulo
	   move wk-total-origens to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "LINHAS DEVOLVIDAS:" to tl-rotulo
	   move wk-cont-linhas to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "  ACEITAS COM VALORES:" to tl-rotulo
	   move wk-cont-aceitas to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "  REJEITADAS:" to tl-rotulo
	   move wk-cont-rejeitadas to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "  ACEITAS SEM RESULTADO:" to tl-rotulo
	   move wk-cont-nao-calculadas to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "  DEVOLVIDAS PELO RECICLO:" to tl-rotulo
	   move wk-cont-recicladas to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "VALORES DEVOLVIDOS:" to tl-rotulo
	   move wk-cont-valores to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "RESULTADOS LIDOS DO ACUMULADO:" to tl-rotulo
	   move wk-cont-resultados-lidos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "RESULTADOS DOS BLOCOS DA NOITE:" to tl-rotulo
	   move wk-cont-resultados-noite to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "REGISTROS GRAVADOS NO RETORNO:" to tl-rotulo
	   move wk-cont-gravados to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "ORIGENS SEM CORTE PROPRIO:" to tl-rotulo
	   move wk-cont-origens-sobra to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "  LINHAS NO RETORNO DE SOBRA:" to tl-rotulo
	   move wk-cont-linhas-sobra to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   close devolucao
	   close relatorio

	   if wk-cont-nao-calculadas > zero
	       display "ATENCAO: " wk-cont-nao-calculadas
		   " linhas aceitas na critica sem resultado do "
		   "calculo - devolvidas como nao calculadas"
	       move 4 to return-code
	   end-if

	   if wk-cont-origens-sobra > zero
	       display "ATENCAO: " wk-cont-origens-sobra
		   " origens sem corte proprio - retorno no "
		   "dataset de sobra; criar o corte delas"
	       move 4 to return-code
	   end-if

	   .


      *    Aciona o subprograma comum de tratamento de erros de
      *    arquivo com a area ja preenchida pelo ponto do erro
      *    (arquivo, paragrafo e status) e encerra o programa com
      *    o return-code classificado por ele
       9000-aciona-trata-erro.

	   move "DevolucaoOrigem" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "DevolucaoOrigem" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   move wk-cont-linhas to ex-cont-entrada
	   move wk-cont-gravados to ex-cont-saida
	   move wk-cont-rejeitadas to ex-cont-rejeitados
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

	   move "DEVOLRPT" to rr-relatorio
	   move "DevolucaoOrigem" to rr-programa
	   move wk-data-aaaammdd to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move zero to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
