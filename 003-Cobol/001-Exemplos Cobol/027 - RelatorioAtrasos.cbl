      *Divisao de identificacao
       identification division.
       program-id. "RelatorioAtrasos".
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
	   select atraso-log assign to atrasos
	       organization is sequential
	       file status is wk-atraso-log-status.

	   select parametro-atraso assign to sysin
	       organization is sequential
	       file status is wk-parametro-status.

	   select relatorio assign to atrrpt
	       organization is sequential
	       file status is wk-relatorio-status.
       i-o-control.



      *Declaracao de variaveis
       data division.
       file section.

      *    Log de movimentos em atraso gravado pela critica de
      *    entrada do job noturno
       fd  atraso-log
	   recording mode is f.
	   copy "FDATRASO".

      *    Cartao de parametro opcional: a data da noite a relatar
      *    (aaaammdd). Sem cartao vale a noite mais recente do log
       fd  parametro-atraso
	   recording mode is f.
       01  parametro-atraso-record.
	   05  pa-data-noite		  pic x(08).
	   05  pa-data-noite-num redefines
	       pa-data-noite		  pic 9(08).
	   05  filler			  pic x(72).

       fd  relatorio
	   recording mode is f.
       01  wk-linha-relatorio		  pic x(80).


      *Variaveis do programa
       working-storage section.

       77  wk-atraso-log-status		  pic x(02) value spaces.
       77  wk-parametro-status		  pic x(02) value spaces.
       77  wk-relatorio-status		  pic x(02) value spaces.
       77  wk-linhas-catalogo		  pic 9(07) value zero.

       01  wk-flags.
	   05  wk-eof-atraso-log	  pic x(01) value "N".
	       88  eof-atraso-log		  value "S".
	   05  wk-eof-parametro		  pic x(01) value "N".
	       88  eof-parametro		  value "S".
	   05  wk-log-existe		  pic x(01) value "N".
	       88  log-existe			  value "S".
	   05  wk-pendente-achado	  pic x(01) value "N".
	       88  pendente-achado		  value "S".
	   05  wk-noite-informada	  pic x(01) value "N".
	       88  noite-informada		  value "S".

      *    Noite relatada (cartao ou a mais recente do log) e a
      *    situacao listada na secao corrente do relatorio
       77  wk-data-noite		  pic 9(08) value zero.
       77  wk-situacao-secao		  pic x(01) value spaces.

      *    Retidos ainda pendentes em todas as noites do log: a
      *    linha R entra na tabela e a linha A ou L posterior do
      *    mesmo movimento a retira
       77  wk-total-pendentes		  pic 9(03) value zero.
       77  wk-max-pendentes		  pic 9(03) value 200.
       77  wk-idx			  pic 9(03) value zero.
       77  wk-jdx			  pic 9(03) value zero.
       01  wk-tabela-pendentes.
	   05  wk-pendente-ocorrencia	  occurs 200 times.
	       10  tp-data-movimento	  pic 9(08).
	       10  tp-origem		  pic x(02).
	       10  tp-tipo-dia		  pic x(01).
	       10  tp-motivo		  pic x(02).
	       10  tp-retido-em		  pic 9(08).
	       10  tp-detalhes		  pic 9(07).
       77  wk-dias-retido		  pic 9(05) value zero.

      *    Descricoes do tipo do dia no calendario e do motivo da
      *    retencao, montadas para a linha corrente
       01  wk-tipo-dia			  pic x(01) value spaces.
	   88  tipo-dia-util		  value "U".
	   88  tipo-feriado		  value "F".
	   88  tipo-fim-de-semana	  value "S".
       01  wk-motivo			  pic x(02) value spaces.
	   88  motivo-sem-autorizacao	  value "AT".
	   88  motivo-vencido		  value "VE".
	   88  motivo-futuro		  value "FU".
	   88  motivo-fora-calendario	  value "NC".
       77  wk-descricao-tipo		  pic x(13) value spaces.
       77  wk-descricao-motivo		  pic x(22) value spaces.

       01  wk-contadores.
	   05  wk-cont-retidos		  pic 9(07) value zero.
	   05  wk-cont-autorizados	  pic 9(07) value zero.
	   05  wk-cont-liberados	  pic 9(07) value zero.
	   05  wk-cont-secao		  pic 9(07) value zero.
	   05  wk-cont-nao-listados	  pic 9(07) value zero.

       01  wk-data-execucao.
	   05  wk-data-aaaammdd		  pic 9(08).
	   05  wk-data-aaaa redefines
	       wk-data-aaaammdd.
	       10  wk-data-aa		  pic 9(04).
	       10  wk-data-mm		  pic 9(02).
	       10  wk-data-dd		  pic 9(02).

       01  wk-linha-titulo		  pic x(80)
	   value "RELATORIO DE MOVIMENTOS EM ATRASO".
       01  wk-linha-data.
	   05  filler			  pic x(11) value "DATA EXEC.:".
	   05  hl-dia			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-mes			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-ano			  pic 9999.
	   05  filler			  pic x(17) value spaces.
	   05  filler			  pic x(15)
	       value "NOITE RELATADA:".
	   05  hl-data-noite		  pic 9(08).
	   05  filler			  pic x(19) value spaces.
       01  wk-linha-branco		  pic x(80) value spaces.
       01  wk-linha-subtitulo.
	   05  st-texto			  pic x(80).
       01  wk-linha-cabecalho.
	   05  filler			  pic x(30)
	       value "MOVIMENTO ORIG TIPO DO DIA".
	   05  filler			  pic x(28)
	       value "D.U.ANTER. LANCADO DETALHES".
	   05  filler			  pic x(22)
	       value "AUTORIZADOR / MOTIVO".
       01  wk-linha-atraso.
	   05  la-data-movimento	  pic 9(08).
	   05  filler			  pic x(04) value spaces.
	   05  la-origem		  pic x(02).
	   05  filler			  pic x(01) value spaces.
	   05  la-tipo-dia		  pic x(13).
	   05  filler			  pic x(02) value spaces.
	   05  la-dia-util-anterior	  pic 9(08).
	   05  filler			  pic x(03) value spaces.
	   05  la-data-lancamento	  pic 9(08).
	   05  filler			  pic x(01) value spaces.
	   05  la-detalhes		  pic zzzzzz9.
	   05  filler			  pic x(01) value spaces.
	   05  la-observacao		  pic x(22).
       01  wk-linha-cabecalho-pendente.
	   05  filler			  pic x(30)
	       value "MOVIMENTO ORIG TIPO DO DIA".
	   05  filler			  pic x(23)
	       value "RETIDO EM DIAS DETALH.".
	   05  filler			  pic x(27) value "MOTIVO".
       01  wk-linha-pendente.
	   05  lp-data-movimento	  pic 9(08).
	   05  filler			  pic x(04) value spaces.
	   05  lp-origem		  pic x(02).
	   05  filler			  pic x(01) value spaces.
	   05  lp-tipo-dia		  pic x(13).
	   05  filler			  pic x(02) value spaces.
	   05  lp-retido-em		  pic 9(08).
	   05  filler			  pic x(01) value spaces.
	   05  lp-dias			  pic zzzz9.
	   05  filler			  pic x(01) value spaces.
	   05  lp-detalhes		  pic zzzzzz9.
	   05  filler			  pic x(01) value spaces.
	   05  lp-motivo		  pic x(22).
	   05  filler			  pic x(05) value spaces.
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

      *    primeira leitura do log: a noite mais recente (quando nao
      *    ha cartao) e os retidos ainda pendentes de todas as noites
	   perform 0200-apura-log

	   write wk-linha-relatorio from wk-linha-titulo
	   write wk-linha-relatorio from wk-linha-data
	   write wk-linha-relatorio from wk-linha-branco

      *    uma releitura do log por secao da noite relatada
	   move "MOVIMENTOS RETIDOS NA NOITE" to st-texto
	   move "R" to wk-situacao-secao
	   perform 0300-lista-secao
	   move wk-cont-secao to wk-cont-retidos

	   move "MOVIMENTOS DO DIA UTIL ANTERIOR AUTORIZADOS NA NOITE"
	       to st-texto
	   move "A" to wk-situacao-secao
	   perform 0300-lista-secao
	   move wk-cont-secao to wk-cont-autorizados

	   move "MOVIMENTOS RETIDOS LIBERADOS NA NOITE" to st-texto
	   move "L" to wk-situacao-secao
	   perform 0300-lista-secao
	   move wk-cont-secao to wk-cont-liberados

	   perform 0400-lista-pendentes

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


      *    Abre o relatorio, prepara a data de execucao e le o
      *    cartao de parametro opcional
       0100-inicializa.

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

	   open input parametro-atraso
	   if wk-parametro-status = "00"
	       read parametro-atraso
		   at end
		       set eof-parametro to true
	       end-read
	       if not eof-parametro
		   and pa-data-noite not = spaces
		   if pa-data-noite is numeric
		       move pa-data-noite-num to wk-data-noite
		       set noite-informada to true
		   else
		       display "ERRO: data da noite do cartao de "
			   "parametro nao numerica"
		       move 16 to return-code
		       perform 9110-registra-fim
		       stop run
		   end-if
	       end-if
	       close parametro-atraso
	   end-if

	   .


      *    Percorre o log inteiro: sem cartao, a noite relatada e a
      *    maior data de lancamento; cada linha R entra na tabela de
      *    pendentes e cada linha A ou L retira o movimento dela.
      *    Status 35 na abertura significa que nenhum atraso foi
      *    registrado ate hoje
       0200-apura-log.

	   move "N" to wk-eof-atraso-log

	   open input atraso-log
	   evaluate wk-atraso-log-status
	       when "00"
		   set log-existe to true
		   perform until eof-atraso-log
		       read atraso-log
			   at end
			       set eof-atraso-log to true
			   not at end
			       perform 0210-apura-linha
		       end-read
		   end-perform
		   close atraso-log
	       when "35"
		   continue
	       when other
		   move "atraso-log" to err-arquivo
		   move wk-atraso-log-status to err-status
		   move "0200-apura-log" to err-paragrafo
		   perform 9000-aciona-trata-erro
	   end-evaluate

	   move wk-data-noite to hl-data-noite

	   .


      *    Linha do log na primeira leitura
       0210-apura-linha.

	   if not noite-informada
	       and at-data-lancamento > wk-data-noite
	       move at-data-lancamento to wk-data-noite
	   end-if

	   perform 0220-procura-pendente

	   evaluate true
	       when at-retido
		   if not pendente-achado
		       perform 0230-inclui-pendente
		   else
		       move at-motivo to tp-motivo(wk-jdx)
		   end-if
	       when at-autorizado
		   or at-liberado
		   if pendente-achado
		       perform 0240-retira-pendente
		   end-if
	   end-evaluate

	   .


      *    Procura o movimento da linha corrente na tabela de
      *    pendentes; wk-jdx fica com a posicao quando achado
       0220-procura-pendente.

	   move "N" to wk-pendente-achado
	   move zero to wk-jdx
	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-pendentes
		   or pendente-achado
	       if tp-data-movimento(wk-idx) = at-data-movimento
		   and tp-origem(wk-idx) = at-origem
		   set pendente-achado to true
		   move wk-idx to wk-jdx
	       end-if
	   end-perform

	   .


      *    Inclui um retido na tabela de pendentes, com a noite em
      *    que foi retido pela primeira vez; alem da capacidade o
      *    retido so e contado
       0230-inclui-pendente.

	   if wk-total-pendentes not < wk-max-pendentes
	       add 1 to wk-cont-nao-listados
	   else
	       add 1 to wk-total-pendentes
	       move at-data-movimento
		   to tp-data-movimento(wk-total-pendentes)
	       move at-origem to tp-origem(wk-total-pendentes)
	       move at-tipo-dia to tp-tipo-dia(wk-total-pendentes)
	       move at-motivo to tp-motivo(wk-total-pendentes)
	       move at-data-lancamento
		   to tp-retido-em(wk-total-pendentes)
	       move at-detalhes to tp-detalhes(wk-total-pendentes)
	   end-if

	   .


      *    Retira da tabela o pendente da posicao wk-jdx, trazendo o
      *    ultimo da tabela para o lugar dele
       0240-retira-pendente.

	   if wk-jdx < wk-total-pendentes
	       move wk-pendente-ocorrencia(wk-total-pendentes)
		   to wk-pendente-ocorrencia(wk-jdx)
	   end-if
	   subtract 1 from wk-total-pendentes

	   .


      *    Lista as linhas do log da noite relatada com a situacao da
      *    secao corrente; o titulo da secao ja esta em st-texto
       0300-lista-secao.

	   move zero to wk-cont-secao

	   write wk-linha-relatorio from wk-linha-subtitulo
	   write wk-linha-relatorio from wk-linha-cabecalho

	   if log-existe
	       move "N" to wk-eof-atraso-log
	       open input atraso-log
	       if wk-atraso-log-status not = "00"
		   move "atraso-log" to err-arquivo
		   move wk-atraso-log-status to err-status
		   move "0300-lista-secao" to err-paragrafo
		   perform 9000-aciona-trata-erro
	       end-if
	       perform until eof-atraso-log
		   read atraso-log
		       at end
			   set eof-atraso-log to true
		       not at end
			   if at-data-lancamento = wk-data-noite
			       and at-situacao = wk-situacao-secao
			       perform 0310-imprime-atraso
			   end-if
		   end-read
	       end-perform
	       close atraso-log
	   end-if

	   if wk-cont-secao = zero
	       move "  (NENHUM)" to st-texto
	       write wk-linha-relatorio from wk-linha-subtitulo
	   end-if
	   write wk-linha-relatorio from wk-linha-branco

	   .


      *    Imprime a linha do log corrente: o dia do movimento no
      *    calendario, o dia util anterior a noite, a noite em que
      *    o movimento foi lancado (ou retido) e o autorizador ou o
      *    motivo da retencao
       0310-imprime-atraso.

	   add 1 to wk-cont-secao

	   move at-tipo-dia to wk-tipo-dia
	   perform 0500-descreve-tipo-dia
	   move at-motivo to wk-motivo
	   perform 0510-descreve-motivo

	   move at-data-movimento to la-data-movimento
	   move at-origem to la-origem
	   move wk-descricao-tipo to la-tipo-dia
	   move at-dia-util-anterior to la-dia-util-anterior
	   move at-data-lancamento to la-data-lancamento
	   move at-detalhes to la-detalhes
	   if at-retido
	       move wk-descricao-motivo to la-observacao
	   else
	       move at-autorizador to la-observacao
	   end-if
	   write wk-linha-relatorio from wk-linha-atraso

	   .


      *    Lista os retidos ainda pendentes de todas as noites, com
      *    os dias corridos desde a primeira retencao ate a noite
      *    relatada - sao os movimentos que aguardam o cartao de
      *    autorizacao do departamento
       0400-lista-pendentes.

	   move "RETIDOS PENDENTES (AGUARDANDO AUTORIZACAO)" to st-texto
	   write wk-linha-relatorio from wk-linha-subtitulo
	   write wk-linha-relatorio from wk-linha-cabecalho-pendente

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-pendentes
	       move tp-tipo-dia(wk-idx) to wk-tipo-dia
	       perform 0500-descreve-tipo-dia
	       move tp-motivo(wk-idx) to wk-motivo
	       perform 0510-descreve-motivo
	       move zero to wk-dias-retido
	       if wk-data-noite > tp-retido-em(wk-idx)
		   compute wk-dias-retido =
		       function integer-of-date(wk-data-noite)
		       - function integer-of-date(tp-retido-em(wk-idx))
	       end-if
	       move tp-data-movimento(wk-idx) to lp-data-movimento
	       move tp-origem(wk-idx) to lp-origem
	       move wk-descricao-tipo to lp-tipo-dia
	       move tp-retido-em(wk-idx) to lp-retido-em
	       move wk-dias-retido to lp-dias
	       move tp-detalhes(wk-idx) to lp-detalhes
	       move wk-descricao-motivo to lp-motivo
	       write wk-linha-relatorio from wk-linha-pendente
	   end-perform

	   if wk-total-pendentes = zero
	       move "  (NENHUM)" to st-texto
	       write wk-linha-relatorio from wk-linha-subtitulo
	   end-if
	   write wk-linha-relatorio from wk-linha-branco

	   .


      *    Descreve o tipo do dia do movimento no calendario
       0500-descreve-tipo-dia.

	   evaluate true
	       when tipo-dia-util
		   move "DIA UTIL" to wk-descricao-tipo
	       when tipo-feriado
		   move "FERIADO" to wk-descricao-tipo
	       when tipo-fim-de-semana
		   move "FIM DE SEMANA" to wk-descricao-tipo
	       when other
		   move "FORA CALEND." to wk-descricao-tipo
	   end-evaluate

	   .


      *    Descreve o motivo da retencao
       0510-descreve-motivo.

	   evaluate true
	       when motivo-sem-autorizacao
		   move "AT SEM CARTAO AUTORIZ." to wk-descricao-motivo
	       when motivo-vencido
		   move "VE ANTERIOR D.U.ANT." to wk-descricao-motivo
	       when motivo-futuro
		   move "FU DATA FUTURA" to wk-descricao-motivo
	       when motivo-fora-calendario
		   move "NC NOITE FORA CALEND." to wk-descricao-motivo
	       when other
		   move spaces to wk-descricao-motivo
	   end-evaluate

	   .


      *    Imprime os totais, fecha o relatorio e sinaliza no
      *    return-code a existencia de retidos pendentes
       0900-finaliza.

	   move "RETIDOS NA NOITE:" to tl-rotulo
	   move wk-cont-retidos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "AUTORIZADOS NA NOITE:" to tl-rotulo
	   move wk-cont-autorizados to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "LIBERADOS NA NOITE:" to tl-rotulo
	   move wk-cont-liberados to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "RETIDOS PENDENTES:" to tl-rotulo
	   move wk-total-pendentes to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   if wk-cont-nao-listados > zero
	       move "RETIDOS PENDENTES ALEM DA TABELA:" to tl-rotulo
	       move wk-cont-nao-listados to tl-contagem
	       write wk-linha-relatorio from wk-linha-total
	   end-if

	   close relatorio

	   if wk-total-pendentes > zero
	       or wk-cont-nao-listados > zero
	       display "ATENCAO: ha movimentos retidos aguardando "
		   "autorizacao - ver o relatorio de atrasos"
	       move 4 to return-code
	   end-if

	   .


      *    Aciona o subprograma comum de tratamento de erros de
      *    arquivo com a area ja preenchida pelo ponto do erro
      *    (arquivo, paragrafo e status) e encerra o programa com
      *    o return-code classificado por ele
       9000-aciona-trata-erro.

	   move "RelatorioAtrasos" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "RelatorioAtrasos" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   compute ex-cont-entrada = wk-cont-retidos
	       + wk-cont-autorizados + wk-cont-liberados
	       + wk-cont-nao-listados
	   compute ex-cont-saida = wk-cont-retidos
	       + wk-cont-autorizados + wk-cont-liberados
	   move wk-cont-nao-listados to ex-cont-rejeitados
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

	   move "ATRASRPT" to rr-relatorio
	   move "RelatorioAtrasos" to rr-programa
	   move wk-data-noite to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move zero to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
