      *Divisao de identificacao
       identification division.
       program-id. "VerificaAtraso".
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
	   select calendario assign to calend
	       organization is indexed
	       access mode is random
	       record key is cl-data
	       file status is wk-calendario-status.

	   select autoriza-atraso assign to autatr
	       organization is sequential
	       file status is wk-autoriza-atraso-status.

	   select atraso-log assign to atrasos
	       organization is sequential
	       file status is wk-atraso-log-status.
       i-o-control.



      *Declaracao de variaveis
       data division.
       file section.

      *    Calendario de dias uteis (VSAM KSDS pela data), mantido
      *    pelo programa ManutencaoCalendario
       fd  calendario.
	   copy "FDCALEND".

      *    Cartoes assinados de autorizacao de movimento em atraso,
      *    acumulados pelo operador ao longo do dia
       fd  autoriza-atraso
	   recording mode is f.
	   copy "FDAUTATR".

      *    Log de movimentos em atraso, gravado pela critica de
      *    entrada: decisoes ja tomadas e retidos ainda pendentes
       fd  atraso-log
	   recording mode is f.
	   copy "FDATRASO".


      *Variaveis do programa
       working-storage section.

       77  wk-calendario-status		  pic x(02) value spaces.
       77  wk-autoriza-atraso-status	  pic x(02) value spaces.
       77  wk-atraso-log-status		  pic x(02) value spaces.

       01  wk-flags.
	   05  wk-eof-autoriza-atraso	  pic x(01) value "N".
	       88  eof-autoriza-atraso		  value "S".
	   05  wk-eof-atraso-log	  pic x(01) value "N".
	       88  eof-atraso-log		  value "S".
	   05  wk-cartao-assinado	  pic x(01) value "N".
	       88  cartao-assinado		  value "S".
	   05  wk-cartao-expresso	  pic x(01) value "N".
	       88  cartao-liberacao-expressa	  value "S".
	   05  wk-retido-liberavel	  pic x(01) value "N".
	       88  retido-liberavel		  value "S".
	   05  wk-autorizado-anterior	  pic x(01) value "N".
	       88  autorizado-anterior		  value "S".
	   05  wk-retido-pendente	  pic x(01) value "N".
	       88  retido-pendente		  value "S".
	   05  wk-retido-na-noite	  pic x(01) value "N".
	       88  retido-na-noite		  value "S".
	   05  wk-data-no-calendario	  pic x(01) value "N".
	       88  data-no-calendario		  value "S".

      *    Ultima decisao do log para o movimento, devolvida como
      *    esta quando o movimento ja foi decidido
       01  wk-decisao-log.
	   05  wk-log-situacao		  pic x(01).
	   05  wk-log-motivo		  pic x(02).
	   05  wk-log-tipo-dia		  pic x(01).
	   05  wk-log-dia-util-anterior	  pic 9(08).
	   05  wk-log-autorizador	  pic x(10).
       77  wk-autorizador-cartao	  pic x(10) value spaces.

      *    Motivo da ultima linha R do log do movimento: so o retido
      *    por falta de cartao (AT) e liberado pelo cartao comum
       77  wk-motivo-pendente		  pic x(02) value spaces.


      *Area de erro de arquivo no layout do subprograma comum de
      *tratamento de erros, devolvida ao chamador em va-erro-*
       01  wk-area-erro.
	   copy "WKERRARQ".


      *Area de comunicacao preenchida pelo programa chamador
       linkage section.
       01  lk-area-atraso.
	   copy "WKATRASO".


       screen section.




      *Declaracao do corpo do programa
       procedure division using lk-area-atraso.

	   perform 0100-inicializa

	   perform 0200-le-log-atrasos

	   perform 0300-le-autorizacoes

	   perform 0350-apura-retido-liberavel

	   if va-funcao-liberacao
	       perform 0500-apura-liberacao
	   else
	       perform 0400-decide-movimento
	   end-if

	   goback.


      *    Limpa a resposta e os indicadores de uma chamada anterior
      *    (o subprograma permanece carregado entre as chamadas)
       0100-inicializa.

	   move spaces to va-situacao
	   move spaces to va-motivo
	   move "N" to va-ja-registrado
	   move "N" to va-liberavel
	   move spaces to va-tipo-dia
	   move zero to va-dia-util-anterior
	   move spaces to va-autorizador
	   set va-retorno-ok to true
	   move spaces to va-erro-arquivo
	   move spaces to va-erro-paragrafo
	   move spaces to va-erro-status

	   move "N" to wk-cartao-assinado
	   move "N" to wk-cartao-expresso
	   move "N" to wk-retido-liberavel
	   move "N" to wk-autorizado-anterior
	   move "N" to wk-retido-pendente
	   move "N" to wk-retido-na-noite
	   move "N" to wk-data-no-calendario
	   move spaces to wk-decisao-log
	   move zero to wk-log-dia-util-anterior
	   move spaces to wk-autorizador-cartao
	   move spaces to wk-motivo-pendente

	   .


      *    Percorre o log de atrasos atras do movimento: uma linha A
      *    ou L e uma autorizacao ja concedida (vale em qualquer
      *    noite ate o movimento constar do controle de execucao);
      *    uma linha R deixa o movimento retido pendente ate uma
      *    linha L posterior (com o motivo da ultima linha R), e a
      *    linha R da propria noite indica que o bloco ja foi retido
      *    nesta execucao. Status 35 na abertura significa que
      *    nenhum atraso foi registrado ainda
       0200-le-log-atrasos.

	   move "N" to wk-eof-atraso-log

	   open input atraso-log
	   evaluate wk-atraso-log-status
	       when "00"
		   perform until eof-atraso-log
		       read atraso-log
			   at end
			       set eof-atraso-log to true
			   not at end
			       if at-data-movimento = va-data-movimento
				   and at-origem = va-origem
				   perform 0210-apura-linha-log
			       end-if
		       end-read
		   end-perform
		   close atraso-log
	       when "35"
		   continue
	       when other
		   move "atraso-log" to err-arquivo
		   move wk-atraso-log-status to err-status
		   move "0200-le-log-atrasos" to err-paragrafo
		   perform 9000-aciona-trata-erro
	   end-evaluate

	   .


      *    Acumula a linha do log do movimento nos indicadores; a
      *    decisao guardada e a da ultima linha que a define
       0210-apura-linha-log.

	   evaluate true
	       when at-autorizado
		   or at-liberado
		   set autorizado-anterior to true
		   move "N" to wk-retido-pendente
		   perform 0220-guarda-linha-log
	       when at-retido
		   set retido-pendente to true
		   move at-motivo to wk-motivo-pendente
		   if at-data-lancamento = va-data-corrente
		       and not autorizado-anterior
		       set retido-na-noite to true
		       perform 0220-guarda-linha-log
		   end-if
	   end-evaluate

	   .


      *    Guarda a decisao da linha corrente do log
       0220-guarda-linha-log.

	   move at-situacao to wk-log-situacao
	   move at-motivo to wk-log-motivo
	   move at-tipo-dia to wk-log-tipo-dia
	   move at-dia-util-anterior to wk-log-dia-util-anterior
	   move at-autorizador to wk-log-autorizador

	   .


      *    Procura o cartao de autorizacao do movimento; so vale o
      *    cartao assinado (autorizador e data da autorizacao
      *    preenchidos), e o cartao de liberacao expressa e anotado
      *    a parte. Status 35 na abertura significa que nenhum
      *    cartao foi entregue
       0300-le-autorizacoes.

	   move "N" to wk-eof-autoriza-atraso

	   open input autoriza-atraso
	   evaluate wk-autoriza-atraso-status
	       when "00"
		   perform until eof-autoriza-atraso
		       read autoriza-atraso
			   at end
			       set eof-autoriza-atraso to true
			   not at end
			       if aa-data-movimento = va-data-movimento
				   and aa-origem = va-origem
				   and aa-autorizador not = spaces
				   and aa-data-autorizacao is numeric
				   and aa-data-autorizacao > zero
				   set cartao-assinado to true
				   move aa-autorizador
				       to wk-autorizador-cartao
				   if aa-liberacao-expressa
				       set cartao-liberacao-expressa
					   to true
				   end-if
			       end-if
		       end-read
		   end-perform
		   close autoriza-atraso
	       when "35"
		   continue
	       when other
		   move "autoriza-atraso" to err-arquivo
		   move wk-autoriza-atraso-status to err-status
		   move "0300-le-autorizacoes" to err-paragrafo
		   perform 9000-aciona-trata-erro
	   end-evaluate

	   .


      *    O retido pendente so e liberavel pelo cartao comum quando
      *    foi retido por falta de cartao (motivo AT); retido por
      *    data vencida, data futura ou noite fora do calendario so
      *    sai com o cartao de liberacao expressa
       0350-apura-retido-liberavel.

	   if retido-pendente
	       if cartao-liberacao-expressa
		   or (cartao-assinado and wk-motivo-pendente = "AT")
		   set retido-liberavel to true
	       end-if
	   end-if

	   .


      *    Decide o destino do movimento cuja data nao e a da noite.
      *    Decisao ja registrada no log volta como esta; retido
      *    pendente liberavel e liberado antes de qualquer outro
      *    criterio, como ja informado na funcao L (a mesma regra de
      *    0350), para que o bloco reinjetado nao seja retido de novo;
      *    fora disso, pelo calendario: data futura ou noite fora do
      *    calendario retem o movimento; movimento do dia util
      *    anterior (ou de feriado ou fim de semana entre ele e a
      *    noite) entra com o cartao e e retido sem ele; movimento
      *    mais antigo e retido mesmo com cartao e so sai com o
      *    cartao de liberacao expressa
       0400-decide-movimento.

	   evaluate true
	       when autorizado-anterior
		   move wk-log-situacao to va-situacao
		   move wk-log-tipo-dia to va-tipo-dia
		   move wk-log-dia-util-anterior
		       to va-dia-util-anterior
		   move wk-log-autorizador to va-autorizador
		   set va-decisao-registrada to true
	       when retido-na-noite
		   set va-retido to true
		   move wk-log-motivo to va-motivo
		   move wk-log-tipo-dia to va-tipo-dia
		   move wk-log-dia-util-anterior
		       to va-dia-util-anterior
		   set va-decisao-registrada to true
	       when other
		   perform 0410-consulta-calendario
		   evaluate true
		       when retido-liberavel
			   set va-liberado to true
			   move wk-autorizador-cartao
			       to va-autorizador
		       when not data-no-calendario
			   set va-retido to true
			   set va-motivo-fora-calendario to true
		       when va-data-movimento > va-data-corrente
			   set va-retido to true
			   set va-motivo-futuro to true
		       when va-data-movimento >= va-dia-util-anterior
			   if cartao-assinado
			       set va-autorizado to true
			       move wk-autorizador-cartao
				   to va-autorizador
			   else
			       set va-retido to true
			       set va-motivo-sem-autorizacao to true
			   end-if
		       when other
			   set va-retido to true
			   set va-motivo-vencido to true
		   end-evaluate
	   end-evaluate

	   .


      *    Le no calendario a data da noite (que fornece o dia util
      *    anterior) e a data do movimento (que fornece o tipo do
      *    dia); data do movimento fora do calendario fica com o
      *    tipo em branco
       0410-consulta-calendario.

	   open input calendario
	   if wk-calendario-status not = "00"
	       move "calendario" to err-arquivo
	       move wk-calendario-status to err-status
	       move "0410-consulta-calendario" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   move va-data-corrente to cl-data
	   read calendario
	       invalid key
		   continue
	       not invalid key
		   set data-no-calendario to true
		   move cl-dia-util-anterior to va-dia-util-anterior
	   end-read
	   perform 0420-confere-leitura

	   move va-data-movimento to cl-data
	   read calendario
	       invalid key
		   continue
	       not invalid key
		   move cl-tipo-dia to va-tipo-dia
	   end-read
	   perform 0420-confere-leitura

	   close calendario

	   .


      *    Status 23 (data ausente do calendario) e tratado por quem
      *    leu; qualquer outro status e erro de arquivo
       0420-confere-leitura.

	   if wk-calendario-status not = "00"
	       and wk-calendario-status not = "23"
	       move "calendario" to err-arquivo
	       move wk-calendario-status to err-status
	       move "0410-consulta-calendario" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   .


      *    Um retido e liberavel quando ainda pendente no log e ja
      *    coberto pelo cartao que o libera
       0500-apura-liberacao.

	   if retido-liberavel
	       set va-pode-liberar to true
	       move wk-autorizador-cartao to va-autorizador
	   end-if

	   .


      *    Devolve ao chamador o erro de arquivo, com a area ja
      *    preenchida pelo ponto do erro (arquivo, paragrafo e
      *    status): o chamador aciona o seu tratamento de erro, que
      *    classifica o return-code e encerra a execucao registrando
      *    o fim no historico e o relatorio no catalogo
       9000-aciona-trata-erro.

	   set va-retorno-erro to true
	   move err-arquivo to va-erro-arquivo
	   move err-paragrafo to va-erro-paragrafo
	   move err-status to va-erro-status
	   goback

	   .
