      *Divisao de identificacao
       identification division.
       program-id. "AlertaMovimento".
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
	   select calc-input assign to calcin
	       organization is sequential
	       file status is wk-calc-input-status.

	   select origem-master assign to calcorg
	       organization is indexed
	       access mode is dynamic
	       record key is or-codigo
	       file status is wk-origem-master-status.

	   select parametro-alerta assign to sysin
	       organization is sequential
	       file status is wk-parametro-status.

	   select relatorio assign to alerpt
	       organization is sequential
	       file status is wk-relatorio-status.
       i-o-control.



      *Declaracao de variaveis
       data division.
       file section.

      *    Movimento de entrada da noite, o mesmo criticado no passo
      *    anterior, aqui apenas lido para apurar quem enviou e com
      *    quantos detalhes
       fd  calc-input
	   recording mode is f.
	   copy "FDCALCIN".

      *    Cadastro de origens: volume usual e indicador de envio
      *    diario de cada origem
       fd  origem-master.
	   copy "FDORIGEM".

      *    Cartao de parametro opcional: a tolerancia, em percentual
      *    sobre o volume usual, alem da qual a contagem do bloco e
      *    apontada. Sem cartao vale o padrao abaixo
       fd  parametro-alerta
	   recording mode is f.
       01  parametro-alerta-record.
	   05  pa-tolerancia		  pic 9(03).
	   05  filler			  pic x(77).

       fd  relatorio
	   recording mode is f.
       01  wk-linha-relatorio		  pic x(80).


      *Variaveis do programa
       working-storage section.

       77  wk-calc-input-status		  pic x(02) value spaces.
       77  wk-origem-master-status	  pic x(02) value spaces.
       77  wk-parametro-status		  pic x(02) value spaces.
       77  wk-relatorio-status		  pic x(02) value spaces.
       77  wk-linhas-catalogo		  pic 9(07) value zero.

       01  wk-flags.
	   05  wk-eof-calc-input	  pic x(01) value "N".
	       88  eof-calc-input		  value "S".
	   05  wk-eof-parametro		  pic x(01) value "N".
	       88  eof-parametro		  value "S".
	   05  wk-fim-browse		  pic x(01) value "N".
	       88  fim-browse			  value "S".
	   05  wk-bloco-aberto		  pic x(01) value "N".
	       88  bloco-aberto			  value "S".
	   05  wk-origem-enviou		  pic x(01) value "N".
	       88  origem-enviou		  value "S".

      *    Tolerancia padrao, em percentual sobre o volume usual,
      *    substituida pelo cartao de parametro quando presente
       77  wk-tolerancia		  pic 9(03) value 50.

      *    Blocos (movimentos) encontrados no arquivo de entrada,
      *    com a contagem de detalhes de cada um
       77  wk-total-blocos		  pic 9(03) value zero.
       77  wk-max-blocos		  pic 9(03) value 200.
       77  wk-idx			  pic 9(03) value zero.
       01  wk-tabela-blocos.
	   05  wk-bloco-ocorrencia	  occurs 200 times.
	       10  tb-data		  pic 9(08).
	       10  tb-origem		  pic x(02).
	       10  tb-detalhes		  pic 9(07).

       77  wk-desvio			  pic 9(07) value zero.
       77  wk-desvio-percentual		  pic 9(05) value zero.

       01  wk-contadores.
	   05  wk-cont-alertas-volume	  pic 9(07) value zero.
	   05  wk-cont-alertas-ausencia	  pic 9(07) value zero.
	   05  wk-cont-origens-recusadas  pic 9(07) value zero.

       01  wk-data-execucao.
	   05  wk-data-aaaammdd		  pic 9(08).
	   05  wk-data-aaaa redefines
	       wk-data-aaaammdd.
	       10  wk-data-aa		  pic 9(04).
	       10  wk-data-mm		  pic 9(02).
	       10  wk-data-dd		  pic 9(02).

       01  wk-linha-titulo		  pic x(80)
	   value "ALERTAS DO MOVIMENTO DE ENTRADA - VOLUME E AUSENCIA".
       01  wk-linha-data.
	   05  filler			  pic x(11) value "DATA EXEC.:".
	   05  hl-dia			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-mes			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-ano			  pic 9999.
	   05  filler			  pic x(17) value spaces.
	   05  filler			  pic x(13)
	       value "TOLERANCIA: ".
	   05  hl-tolerancia		  pic zz9.
	   05  filler			  pic x(01) value "%".
	   05  filler			  pic x(25) value spaces.
       01  wk-linha-branco		  pic x(80) value spaces.
       01  wk-linha-subtitulo.
	   05  st-texto			  pic x(80).
       01  wk-linha-volume.
	   05  vl-data			  pic 9(08).
	   05  filler			  pic x(01) value "/".
	   05  vl-origem		  pic x(02).
	   05  filler			  pic x(12) value " DETALHES: ".
	   05  vl-detalhes		  pic zzzzzz9.
	   05  filler			  pic x(09) value " USUAL: ".
	   05  vl-usual			  pic zzzzzz9.
	   05  filler			  pic x(10) value " DESVIO: ".
	   05  vl-desvio		  pic zzzz9.
	   05  filler			  pic x(01) value "%".
	   05  filler			  pic x(18) value spaces.
       01  wk-linha-recusada.
	   05  rl-data			  pic 9(08).
	   05  filler			  pic x(01) value "/".
	   05  rl-origem		  pic x(02).
	   05  filler			  pic x(03) value " - ".
	   05  rl-descricao		  pic x(66).
       01  wk-linha-ausente.
	   05  al-origem		  pic x(02).
	   05  filler			  pic x(03) value " - ".
	   05  al-nome			  pic x(30).
	   05  filler			  pic x(15)
	       value " VOLUME USUAL: ".
	   05  al-usual			  pic zzzzzz9.
	   05  filler			  pic x(23) value spaces.
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

      *    le o movimento de entrada apurando os blocos enviados e
      *    a contagem de detalhes de cada um
	   perform until eof-calc-input
	       read calc-input
		   at end
		       set eof-calc-input to true
		   not at end
		       perform 0200-processa-registro
	       end-read
	   end-perform

	   perform 0300-confronta-volume

	   perform 0400-procura-ausentes

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


      *    Abre os arquivos, resolve a tolerancia (cartao de
      *    parametro ou padrao) e imprime o cabecalho do relatorio
       0100-inicializa.

	   open input calc-input
	   if wk-calc-input-status not = "00"
	       move "calc-input" to err-arquivo
	       move wk-calc-input-status to err-status
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

	   perform 0120-resolve-tolerancia
	   move wk-tolerancia to hl-tolerancia

	   write wk-linha-relatorio from wk-linha-titulo
	   write wk-linha-relatorio from wk-linha-data
	   write wk-linha-relatorio from wk-linha-branco

	   .


      *    Resolve a tolerancia: cartao de parametro quando presente
      *    e numerico, ou o padrao de working-storage quando o
      *    cartao nao foi fornecido
       0120-resolve-tolerancia.

	   open input parametro-alerta
	   if wk-parametro-status = "00"
	       read parametro-alerta
		   at end
		       set eof-parametro to true
	       end-read
	       if not eof-parametro
		   if pa-tolerancia is numeric
		       move pa-tolerancia to wk-tolerancia
		   else
		       display "ERRO: tolerancia do cartao de "
			   "parametro nao numerica"
		       move 16 to return-code
		       perform 9110-registra-fim
		       stop run
		   end-if
	       end-if
	       close parametro-alerta
	   end-if

	   .


      *    Header abre uma entrada nova na tabela de blocos; cada
      *    detalhe seguinte soma na contagem do bloco aberto e o
      *    trailer o fecha. A estrutura do arquivo ja foi criticada
      *    no passo anterior, aqui so interessam as contagens
       0200-processa-registro.

	   evaluate true
	       when ci-tipo-header
		   if wk-total-blocos >= wk-max-blocos
		       display "ERRO: tabela de blocos do movimento "
			   "esgotada"
		       move 16 to return-code
		       perform 9110-registra-fim
		       stop run
		   end-if
		   add 1 to wk-total-blocos
		   move ch-data-movimento to tb-data(wk-total-blocos)
		   move ch-origem to tb-origem(wk-total-blocos)
		   move zero to tb-detalhes(wk-total-blocos)
		   set bloco-aberto to true
	       when ci-tipo-detalhe
		   if bloco-aberto
		       add 1 to tb-detalhes(wk-total-blocos)
		   end-if
	       when ci-tipo-trailer
		   move "N" to wk-bloco-aberto
	   end-evaluate

	   .


      *    Confronta a contagem de cada bloco com o volume usual da
      *    origem no cadastro; o desvio percentual acima da
      *    tolerancia e apontado. Origem sem volume usual cadastrado
      *    nao e confrontada; origem recusada pela critica (nao
      *    cadastrada ou desativada) e apenas listada
       0300-confronta-volume.

	   move "BLOCOS COM CONTAGEM FORA DO VOLUME USUAL DA ORIGEM:"
	       to st-texto
	   write wk-linha-relatorio from wk-linha-subtitulo

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-blocos
	       perform 0310-confronta-bloco
	   end-perform

	   write wk-linha-relatorio from wk-linha-branco

	   .


      *    Confronta o bloco da entrada wk-idx da tabela
       0310-confronta-bloco.

	   move tb-origem(wk-idx) to or-codigo
	   read origem-master
	       invalid key
		   move spaces to or-situacao
	   end-read
	   if wk-origem-master-status not = "00"
	       and wk-origem-master-status not = "23"
	       move "origem-master" to err-arquivo
	       move wk-origem-master-status to err-status
	       move "0310-confronta-bloco" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   evaluate true
	       when wk-origem-master-status = "23"
		   add 1 to wk-cont-origens-recusadas
		   move tb-data(wk-idx) to rl-data
		   move tb-origem(wk-idx) to rl-origem
		   move "ORIGEM INEXISTENTE - BLOCO RECUSADO NA CRITICA"
		       to rl-descricao
		   write wk-linha-relatorio from wk-linha-recusada
	       when or-inativa
		   add 1 to wk-cont-origens-recusadas
		   move tb-data(wk-idx) to rl-data
		   move tb-origem(wk-idx) to rl-origem
		   move "ORIGEM DESATIVADA - BLOCO RECUSADO NA CRITICA"
		       to rl-descricao
		   write wk-linha-relatorio from wk-linha-recusada
	       when or-volume-usual = zero
		   continue
	       when other
		   if tb-detalhes(wk-idx) > or-volume-usual
		       compute wk-desvio =
			   tb-detalhes(wk-idx) - or-volume-usual
		   else
		       compute wk-desvio =
			   or-volume-usual - tb-detalhes(wk-idx)
		   end-if
		   compute wk-desvio-percentual =
		       wk-desvio * 100 / or-volume-usual
		       on size error
			   move 99999 to wk-desvio-percentual
		   end-compute
		   if wk-desvio-percentual > wk-tolerancia
		       add 1 to wk-cont-alertas-volume
		       move tb-data(wk-idx)     to vl-data
		       move tb-origem(wk-idx)   to vl-origem
		       move tb-detalhes(wk-idx) to vl-detalhes
		       move or-volume-usual     to vl-usual
		       move wk-desvio-percentual to vl-desvio
		       write wk-linha-relatorio from wk-linha-volume
		   end-if
	   end-evaluate

	   .


      *    Percorre o cadastro inteiro procurando as origens ativas
      *    que enviam movimento todo dia e nao tem bloco com a data
      *    corrente no arquivo de entrada
       0400-procura-ausentes.

	   move "ORIGENS DE ENVIO DIARIO SEM MOVIMENTO NA DATA:"
	       to st-texto
	   write wk-linha-relatorio from wk-linha-subtitulo

	   move low-values to or-codigo
	   start origem-master key >= or-codigo
	       invalid key
		   set fim-browse to true
	   end-start

	   perform until fim-browse
	       read origem-master next
		   at end
		       set fim-browse to true
		   not at end
		       if or-ativa and or-envia-diariamente
			   perform 0410-verifica-envio
		       end-if
	       end-read
	   end-perform

	   write wk-linha-relatorio from wk-linha-branco

	   .


      *    Procura na tabela de blocos um movimento da data corrente
      *    para a origem corrente do cadastro; sem ele a origem e
      *    apontada como ausente
       0410-verifica-envio.

	   move "N" to wk-origem-enviou
	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-blocos
	       or origem-enviou
	       if tb-origem(wk-idx) = or-codigo
		   and tb-data(wk-idx) = wk-data-aaaammdd
		   set origem-enviou to true
	       end-if
	   end-perform

	   if not origem-enviou
	       add 1 to wk-cont-alertas-ausencia
	       move or-codigo to al-origem
	       move or-nome to al-nome
	       move or-volume-usual to al-usual
	       write wk-linha-relatorio from wk-linha-ausente
	   end-if

	   .


      *    Imprime os totais, fecha os arquivos e sinaliza no
      *    return-code a existencia de alertas para o operador
       0900-finaliza.

	   move "BLOCOS NO MOVIMENTO DE ENTRADA:" to tl-rotulo
	   move wk-total-blocos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "BLOCOS FORA DO VOLUME USUAL:" to tl-rotulo
	   move wk-cont-alertas-volume to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "BLOCOS DE ORIGEM RECUSADA:" to tl-rotulo
	   move wk-cont-origens-recusadas to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "ORIGENS DE ENVIO DIARIO AUSENTES:" to tl-rotulo
	   move wk-cont-alertas-ausencia to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   close calc-input
	   close origem-master
	   close relatorio

	   if wk-cont-alertas-volume > zero
	       or wk-cont-alertas-ausencia > zero
	       display "ATENCAO: movimento da noite com alertas de "
		   "volume ou de origem ausente - ver o relatorio"
	       move 4 to return-code
	   end-if

	   .


      *    Aciona o subprograma comum de tratamento de erros de
      *    arquivo com a area ja preenchida pelo ponto do erro
      *    (arquivo, paragrafo e status) e encerra o programa com
      *    o return-code classificado por ele
       9000-aciona-trata-erro.

	   move "AlertaMovimento" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "AlertaMovimento" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   move wk-total-blocos to ex-cont-entrada
	   compute ex-cont-saida = wk-cont-alertas-volume
	       + wk-cont-alertas-ausencia
	   move wk-cont-origens-recusadas to ex-cont-rejeitados
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

	   move "ALERTRPT" to rr-relatorio
	   move "AlertaMovimento" to rr-programa
	   move wk-data-aaaammdd to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move zero to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
