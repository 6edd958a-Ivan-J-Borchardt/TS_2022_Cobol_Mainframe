	   select carga-ctl assign to cargctl
	       organization is sequential
	       file status is wk-carga-ctl-status.

	   select estorno-log assign to estlog
	       organization is sequential
	       file status is wk-estorno-log-status.

	   select atraso-log assign to atrasos
	       organization is sequential
	       file status is wk-atraso-log-status.
       i-o-control.


      *    data do movimento + origem + par de entrada + operacao, o
      *    mesmo que identifica cada registro de calc-results
       fd  calc-hist.
	   copy "FDCALCHS".

      *    Totais de controle da noite, compartilhado pelos passos do
      *    job noturno e confrontado pelo passo final de balanco
	   05  cg-data-carregada	  pic 9(08).
	   05  cg-origem-carregada	  pic x(02).

      *    Log de estornos de movimento: um movimento estornado (e
      *    por isso removido do historico) volta ao acumulado com o
      *    reenvio corrigido, ja fora da ordem cronologica e com um
      *    registro antigo no controle de carga. As linhas ainda
      *    reabertas (situacao P) sao postadas de novo apesar do
      *    controle, e marcadas como recarregadas (R) no fechamento
      *    do movimento
       fd  estorno-log
	   recording mode is f.
	   copy "FDESTLOG".

      *    Log de movimentos em atraso: um movimento do dia util
      *    anterior autorizado (situacao A), ou um retido liberado
      *    (situacao L), chega ao acumulado com data anterior a
      *    fronteira do controle de carga sem nunca ter sido postado
       fd  atraso-log
	   recording mode is f.
	   copy "FDATRASO".


      *Variaveis do programa
       working-storage section.
       77  wk-calc-hist-status	  pic x(02) value spaces.
       77  wk-controle-totais-status	  pic x(02) value spaces.
       77  wk-carga-ctl-status	  pic x(02) value spaces.
       77  wk-estorno-log-status	  pic x(02) value spaces.
       77  wk-atraso-log-status		  pic x(02) value spaces.

       01  wk-flags.
	   05  wk-eof-calc-results	  pic x(01) value "N".
	       88  eof-carga-ctl		  value "S".
	   05  wk-movimento-achado	  pic x(01) value "N".
	       88  movimento-achado		  value "S".
	   05  wk-eof-estorno-log	  pic x(01) value "N".
	       88  eof-estorno-log		  value "S".
	   05  wk-movimento-reaberto	  pic x(01) value "N".
	       88  movimento-reaberto		  value "S".
	   05  wk-eof-atraso-log	  pic x(01) value "N".
	       88  eof-atraso-log		  value "S".
	   05  wk-movimento-tardio	  pic x(01) value "N".
	       88  movimento-tardio		  value "S".

      *    Data mais recente ja registrada no controle de carga e
      *    as origens postadas nessa data: movimentos de data
	   05  wk-origem-ocorrencia	  occurs 50 times.
	       10  to-origem		  pic x(02).

      *    Movimentos estornados e reabertos a espera do reenvio
      *    (linhas P do log de estornos), postados mesmo que o
      *    controle de carga os de como ja carregados
       77  wk-total-reabertos		  pic 9(02) value zero.
       01  wk-tabela-reabertos.
	   05  wk-reaberto-ocorrencia	  occurs 50 times.
	       10  tr-data		  pic 9(08).
	       10  tr-origem		  pic x(02).

      *    Movimentos em atraso aceitos pelo calculo em noite ainda
      *    nao carregada (linhas A e L do log de atrasos lancadas a
      *    partir da fronteira), postados apesar da data anterior a
      *    fronteira - a menos que o controle de carga ja registre o
      *    proprio movimento (carga repetida na mesma noite)
       77  wk-total-tardios		  pic 9(02) value zero.
       01  wk-tabela-tardios.
	   05  wk-tardio-ocorrencia	  occurs 50 times.
	       10  tt-data		  pic 9(08).
	       10  tt-origem		  pic x(02).
	       10  tt-carregado		  pic x(01).
		   88  tardio-carregado		  value "S".

      *    Movimento corrente da leitura de calc-results (os
      *    registros de um movimento sao contiguos no acumulado):
      *    identificacao e destino - pulado quando ja postado,
	       88  movimento-aberto		  value "S".
	   05  wk-mov-pular		  pic x(01) value "N".
	       88  movimento-pular		  value "S".
	   05  wk-mov-reaberto		  pic x(01) value "N".
	       88  movimento-recarga		  value "S".

       01  wk-contadores.
	   05  wk-cont-lidos		  pic 9(07) value zero.
	   copy "WKERRARQ".


      *Area de comunicacao com o subprograma comum de registro
      *do historico de execucoes
       01  wk-area-execucao.
	   copy "WKHISEXE".


       linkage section.


      *Declaracao do corpo do programa
       procedure division.

	   perform 9100-registra-inicio

	   perform 0100-inicializa

      *    posta no historico apenas os registros de calc-results de

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.



	   perform 0150-carrega-controle-carga

	   perform 0170-carrega-reabertos

	   perform 0190-carrega-tardios

	   .


		       display "ERRO: tabela de origens da fronteira "
			   "esgotada"
		       move 16 to return-code
		       perform 9110-registra-fim
		       stop run
		   end-if
		   add 1 to wk-total-origens
	   .


      *    Carrega os movimentos estornados e ainda reabertos do log
      *    de estornos; status 35 na abertura significa que nenhum
      *    estorno foi feito ate hoje
       0170-carrega-reabertos.

	   open input estorno-log
	   evaluate wk-estorno-log-status
	       when "00"
		   perform until eof-estorno-log
		       read estorno-log
			   at end
			       set eof-estorno-log to true
			   not at end
			       if es-reaberto
				   perform 0180-guarda-reaberto
			       end-if
		       end-read
		   end-perform
		   close estorno-log
	       when "35"
		   continue
	       when other
		   move "estorno-log" to err-arquivo
		   move wk-estorno-log-status to err-status
		   move "0170-carrega-reabertos" to err-paragrafo
		   perform 9000-aciona-trata-erro
	   end-evaluate

	   .


      *    Guarda o movimento reaberto da linha corrente do log de
      *    estornos (um movimento estornado mais de uma vez entra
      *    uma so vez na tabela)
       0180-guarda-reaberto.

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-reabertos
	       or (tr-data (wk-idx) = es-data-movimento
	       and tr-origem (wk-idx) = es-origem)
	       continue
	   end-perform

	   if wk-idx > wk-total-reabertos
	       if wk-total-reabertos >= 50
		   display "ERRO: tabela de movimentos reabertos "
		       "esgotada"
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	       end-if
	       add 1 to wk-total-reabertos
	       move es-data-movimento to tr-data (wk-total-reabertos)
	       move es-origem to tr-origem (wk-total-reabertos)
	   end-if

	   .


      *    Carrega os movimentos em atraso aceitos a partir da data
      *    da fronteira do controle de carga e, havendo algum, rele
      *    o controle para marcar os que ja foram postados; status
      *    35 na abertura do log significa que nenhum atraso foi
      *    registrado ate hoje
       0190-carrega-tardios.

	   open input atraso-log
	   evaluate wk-atraso-log-status
	       when "00"
		   perform until eof-atraso-log
		       read atraso-log
			   at end
			       set eof-atraso-log to true
			   not at end
			       if (at-autorizado or at-liberado)
				   and at-data-lancamento >=
				   wk-ultima-data
				   perform 0192-guarda-tardio
			       end-if
		       end-read
		   end-perform
		   close atraso-log
	       when "35"
		   continue
	       when other
		   move "atraso-log" to err-arquivo
		   move wk-atraso-log-status to err-status
		   move "0190-carrega-tardios" to err-paragrafo
		   perform 9000-aciona-trata-erro
	   end-evaluate

	   if wk-total-tardios > zero
	       move "N" to wk-eof-carga-ctl
	       open input carga-ctl
	       evaluate wk-carga-ctl-status
		   when "00"
		       perform until eof-carga-ctl
			   read carga-ctl
			       at end
				   set eof-carga-ctl to true
			       not at end
				   perform 0194-marca-tardio-carregado
			   end-read
		       end-perform
		       close carga-ctl
		   when "35"
		       continue
		   when other
		       move "carga-ctl" to err-arquivo
		       move wk-carga-ctl-status to err-status
		       move "0190-carrega-tardios" to err-paragrafo
		       perform 9000-aciona-trata-erro
	       end-evaluate
	   end-if

	   .


      *    Guarda o movimento em atraso da linha corrente do log
      *    (uma so vez na tabela)
       0192-guarda-tardio.

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-tardios
	       or (tt-data (wk-idx) = at-data-movimento
	       and tt-origem (wk-idx) = at-origem)
	       continue
	   end-perform

	   if wk-idx > wk-total-tardios
	       if wk-total-tardios >= 50
		   display "ERRO: tabela de movimentos em atraso "
		       "esgotada"
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	       end-if
	       add 1 to wk-total-tardios
	       move at-data-movimento to tt-data (wk-total-tardios)
	       move at-origem to tt-origem (wk-total-tardios)
	       move "N" to tt-carregado (wk-total-tardios)
	   end-if

	   .


      *    Marca como ja postado o movimento em atraso registrado na
      *    linha corrente do controle de carga
       0194-marca-tardio-carregado.

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-tardios
	       if tt-data (wk-idx) = cg-data-carregada
		   and tt-origem (wk-idx) = cg-origem-carregada
		   set tardio-carregado (wk-idx) to true
	       end-if
	   end-perform

	   .


      *    Posta o registro corrente de calc-results no historico,
      *    se o movimento dele (data+origem) ainda nao foi carregado
      *    em noite anterior; a troca de data+origem fecha o
	   if movimento-pular
	       add 1 to wk-cont-pulados
	   else
	       move spaces      to calc-hist-record
	       move cr-data     to hs-data
	       move cr-origem   to hs-origem
	       move cr-num1     to hs-num1
	       move cr-num2     to hs-num2
	       move cr-operacao to hs-operacao
	       move cr-valor    to hs-valor
	       move cr-versao   to hs-versao

	       write calc-hist-record
	       evaluate wk-calc-hist-status
      *    Verifica se o movimento do registro corrente ja foi
      *    postado: data anterior a fronteira do controle foi
      *    necessariamente carregada (calc-results e cronologico);
      *    na propria data da fronteira decide a tabela de origens.
      *    As excecoes sao o reenvio de movimento estornado e
      *    reaberto, que e sempre postado, e o movimento em atraso
      *    aceito numa noite ainda nao carregada, postado a menos
      *    que o controle de carga ja o registre
       0250-verifica-movimento.

	   move "N" to wk-movimento-achado
	   move "N" to wk-movimento-reaberto
	   move "N" to wk-movimento-tardio

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-reabertos
	       or movimento-reaberto
	       if tr-data (wk-idx) = cr-data
		   and tr-origem (wk-idx) = cr-origem
		   set movimento-reaberto to true
	       end-if
	   end-perform

	   if not movimento-reaberto
	       perform varying wk-idx from 1 by 1
		   until wk-idx > wk-total-tardios
		   or movimento-tardio
		   if tt-data (wk-idx) = cr-data
		       and tt-origem (wk-idx) = cr-origem
		       set movimento-tardio to true
		       if tardio-carregado (wk-idx)
			   set movimento-achado to true
		       end-if
		   end-if
	       end-perform
	   end-if

	   if movimento-reaberto or movimento-tardio
	       continue
	   else
	       perform 0255-verifica-fronteira
	   end-if

	   .


      *    Decide pelo controle de carga se o movimento do registro
      *    corrente ja foi postado
       0255-verifica-fronteira.

	   if cr-data < wk-ultima-data
	       set movimento-achado to true
	   else
	       move "N" to wk-mov-pular
	   end-if
	   move wk-movimento-reaberto to wk-mov-reaberto

	   .


	   if movimento-aberto and not movimento-pular
	       perform 0280-grava-controle-carga
	       if movimento-recarga
		   perform 0290-marca-recarregado
	       end-if
	   end-if
	   move "N" to wk-mov-aberto

	   .


      *    Marca como recarregadas (R) as linhas reabertas do log de
      *    estornos do movimento reenviado que acaba de ser postado:
      *    a partir dai ele volta a ser tratado como qualquer
      *    movimento ja carregado
       0290-marca-recarregado.

	   move "N" to wk-eof-estorno-log
	   open i-o estorno-log
	   if wk-estorno-log-status not = "00"
	       move "estorno-log" to err-arquivo
	       move wk-estorno-log-status to err-status
	       move "0290-marca-recarregado" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   perform until eof-estorno-log
	       read estorno-log
		   at end
		       set eof-estorno-log to true
		   not at end
		       if es-data-movimento = wk-mov-data
			   and es-origem = wk-mov-origem
			   and es-reaberto
			   set es-recarregado to true
			   rewrite estorno-log-record
			   if wk-estorno-log-status not = "00"
			       move "estorno-log" to err-arquivo
			       move wk-estorno-log-status to err-status
			       move "0290-marca-recarregado"
				   to err-paragrafo
			       perform 9000-aciona-trata-erro
			   end-if
		       end-if
	       end-read
	   end-perform

	   close estorno-log

	   .


      *    Fecha o ultimo movimento da leitura, exibe o resumo da
      *    carga para o operador, fecha os arquivos e sinaliza no
      *    return-code as excecoes de chave duplicada
	   move "CargaHistorico" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "CargaHistorico" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   move wk-cont-lidos to ex-cont-entrada
	   move wk-cont-incluidos to ex-cont-saida
	   move wk-cont-duplicados to ex-cont-rejeitados
	   set ex-fim to true
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .
