      *Divisao de identificacao
       identification division.
       program-id. "EntradaMovimento".
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

	   select calc-runctl assign to calcrct
	       organization is sequential
	       file status is wk-calc-runctl-status.

	   select origem-master assign to calcorg
	       organization is indexed
	       access mode is random
	       record key is or-codigo
	       file status is wk-origem-master-status.

	   select estorno-log assign to estlog
	       organization is sequential
	       file status is wk-estorno-log-status.
       i-o-control.



      *Declaracao de variaveis
       data division.
       file section.

      *    Movimento de entrada do calculo noturno: cada movimento
      *    fechado na tela e acrescentado ao arquivo como um bloco
      *    completo header/detalhes/trailer, com a contagem do
      *    trailer apurada pelo proprio programa
       fd  calc-input
	   recording mode is f.
	   copy "FDCALCIN".

      *    Arquivo de controle de execucao do calculo noturno, aqui
      *    apenas consultado: um movimento (data mais origem) ja
      *    registrado nele nao pode ser aberto de novo na digitacao
       fd  calc-runctl
	   recording mode is f.
       01  calc-runctl-record.
	   05  rc-data-processada	  pic 9(08).
	   05  rc-origem-processada	  pic x(02).

      *    Cadastro de origens, consultado na abertura do movimento:
      *    so origem cadastrada e ativa pode ter movimento digitado,
      *    e so com as operacoes que o cadastro autoriza para ela
       fd  origem-master.
	   copy "FDORIGEM".

      *    Log de estornos de movimento, apenas consultado: um
      *    movimento estornado e ainda reaberto (situacao P) pode ser
      *    digitado de novo com a data original, ja vencida
       fd  estorno-log
	   recording mode is f.
	   copy "FDESTLOG".


      *Variaveis do programa
       working-storage section.

       77  wk-calc-input-status		  pic x(02) value spaces.
       77  wk-calc-runctl-status	  pic x(02) value spaces.
       77  wk-origem-master-status	  pic x(02) value spaces.
       77  wk-estorno-log-status	  pic x(02) value spaces.

       01  wk-flags.
	   05  wk-fim-digitacao		  pic x(01) value "N".
	       88  fim-digitacao		  value "S".
	   05  wk-bloco-aberto		  pic x(01) value "N".
	       88  bloco-aberto			  value "S".
	   05  wk-eof-calc-input	  pic x(01) value "N".
	       88  eof-calc-input		  value "S".
	   05  wk-eof-calc-runctl	  pic x(01) value "N".
	       88  eof-calc-runctl		  value "S".
	   05  wk-data-ja-processada	  pic x(01) value "N".
	       88  data-ja-processada		  value "S".
	   05  wk-data-ja-digitada	  pic x(01) value "N".
	       88  data-ja-digitada		  value "S".
	   05  wk-eof-estorno-log	  pic x(01) value "N".
	       88  eof-estorno-log		  value "S".
	   05  wk-movimento-reaberto	  pic x(01) value "N".
	       88  movimento-reaberto		  value "S".
	   05  wk-situacao-origem	  pic x(01) value spaces.
	       88  origem-liberada		  value "A".
	       88  origem-desativada		  value "I".
	       88  origem-nao-cadastrada	  value "N".

      *    Campos da tela de abertura do movimento; a versao do
      *    layout escolhida vale para todos os detalhes do bloco
       01  wk-dados-abertura.
	   05  wk-ab-data-movimento	  pic 9(08) value zero.
	   05  wk-ab-origem		  pic x(02) value spaces.
	   05  wk-ab-versao		  pic x(01) value "1".
	       88  ab-layout-v2			  value "2".
	       88  ab-versao-valida		  value "1", "2".

      *    Campos da tela de digitacao dos detalhes: a funcao pedida,
      *    a linha a que ela se aplica (alteracao e exclusao) e os
      *    campos do detalhe - o par inteiro da versao 1 ou o par com
      *    sinal e 4 decimais da versao 2
       01  wk-dados-digitacao.
	   05  wk-dg-funcao		  pic x(01) value spaces.
	       88  funcao-incluir		  value "I".
	       88  funcao-alterar		  value "A".
	       88  funcao-excluir		  value "E".
	       88  funcao-fechar		  value "F".
	       88  funcao-abandonar		  value "X".
	       88  funcao-avancar		  value "+".
	       88  funcao-recuar		  value "-".
	   05  wk-dg-linha		  pic 9(03) value zero.
	   05  wk-dg-num1		  pic 9(05) value zero.
	   05  wk-dg-num2		  pic 9(05) value zero.
	   05  wk-dg-operacao		  pic x(03) value spaces.
	   05  wk-dg2-num1		  pic s9(07)v9(04) value zero.
	   05  wk-dg2-num2		  pic s9(07)v9(04) value zero.

       01  wk-mensagem			  pic x(70) value spaces.

      *    Detalhes ja digitados e aceitos do movimento aberto, na
      *    ordem em que serao gravados no fechamento; o par e guardado
      *    com a capacidade da versao 2, que comporta o da versao 1
       77  wk-total-detalhes		  pic 9(03) value zero.
       77  wk-max-detalhes		  pic 9(03) value 500.
       77  wk-idx			  pic 9(03) value zero.
       01  wk-tabela-detalhes.
	   05  wk-detalhe-ocorrencia	  occurs 500 times.
	       10  td-num1		  pic s9(07)v9(04).
	       10  td-num2		  pic s9(07)v9(04).
	       10  td-operacao		  pic x(03).

      *    Janela de dez linhas da tabela exibida na tela de
      *    digitacao, a partir de wk-primeira-linha
       77  wk-linhas-janela		  pic 9(02) value 10.
       77  wk-primeira-linha		  pic 9(03) value 1.
       77  wk-jdx			  pic 9(02) value zero.
       01  wk-janela.
	   05  wk-janela-linha		  pic x(60) occurs 10 times.
       01  wk-linha-janela.
	   05  jl-linha			  pic zz9.
	   05  filler			  pic x(03) value spaces.
	   05  jl-num1			  pic 9(05).
	   05  filler			  pic x(03) value spaces.
	   05  jl-num2			  pic 9(05).
	   05  filler			  pic x(03) value spaces.
	   05  jl-operacao		  pic x(03).
	   05  filler			  pic x(35) value spaces.
       01  wk-linha-janela-v2.
	   05  jl2-linha		  pic zz9.
	   05  filler			  pic x(03) value spaces.
	   05  jl2-num1			  pic -9(07),9(04).
	   05  filler			  pic x(03) value spaces.
	   05  jl2-num2			  pic -9(07),9(04).
	   05  filler			  pic x(03) value spaces.
	   05  jl2-operacao		  pic x(03).
	   05  filler			  pic x(19) value spaces.

       01  wk-data-execucao.
	   05  wk-data-aaaammdd		  pic 9(08).

       01  wk-mensagem-recusa.
	   05  filler			  pic x(26)
	       value "DETALHE RECUSADO - MOTIVO ".
	   05  mr-motivo		  pic x(02).
	   05  filler			  pic x(03) value " - ".
	   05  mr-descricao		  pic x(39).
       01  wk-mensagem-gravado.
	   05  filler			  pic x(10) value "MOVIMENTO ".
	   05  mg-data			  pic 9(08).
	   05  filler			  pic x(01) value "/".
	   05  mg-origem		  pic x(02).
	   05  filler			  pic x(13)
	       value " GRAVADO COM ".
	   05  mg-detalhes		  pic zz9.
	   05  filler			  pic x(33)
	       value " DETALHES - PRONTO PARA O CALCULO".


      *Area de comunicacao com o subprograma comum de tratamento
      *de erros de arquivo
       01  wk-area-erro.
	   copy "WKERRARQ".

      *Area de comunicacao com o subprograma comum de critica de
      *detalhe, o mesmo usado pela critica noturna do movimento
       01  wk-area-critica.
	   copy "WKCRITDT".


       linkage section.


      *Telas de abertura do movimento e de digitacao dos detalhes
       screen section.
       01  tela-abertura.
	   05  blank screen.
	   05  line 01 col 01 value "ENTRADAMOVIMENTO".
	   05  line 01 col 24
	       value "DIGITACAO DO MOVIMENTO DE CALCULO".
	   05  line 04 col 05
	       value "DATA DO MOVIMENTO (AAAAMMDD)..:".
	   05  line 04 col 37 pic 9(08) using wk-ab-data-movimento.
	   05  line 06 col 05
	       value "ORIGEM (EM BRANCO ENCERRA)....:".
	   05  line 06 col 37 pic x(02) using wk-ab-origem.
	   05  line 08 col 05
	       value "VERSAO DO LAYOUT (1 OU 2).....:".
	   05  line 08 col 37 pic x(01) using wk-ab-versao.
	   05  line 22 col 05 pic x(70) from wk-mensagem.

       01  tela-digitacao.
	   05  blank screen.
	   05  line 01 col 01 value "ENTRADAMOVIMENTO".
	   05  line 01 col 24
	       value "DIGITACAO DO MOVIMENTO DE CALCULO".
	   05  line 03 col 05 value "MOVIMENTO:".
	   05  line 03 col 16 pic 9(08) from wk-ab-data-movimento.
	   05  line 03 col 26 value "ORIGEM:".
	   05  line 03 col 34 pic x(02) from wk-ab-origem.
	   05  line 03 col 40 value "DETALHES DIGITADOS:".
	   05  line 03 col 60 pic zz9 from wk-total-detalhes.
	   05  line 05 col 05 value "LIN   NUM1    NUM2    OPE".
	   05  line 06 col 05 pic x(60) from wk-janela-linha (1).
	   05  line 07 col 05 pic x(60) from wk-janela-linha (2).
	   05  line 08 col 05 pic x(60) from wk-janela-linha (3).
	   05  line 09 col 05 pic x(60) from wk-janela-linha (4).
	   05  line 10 col 05 pic x(60) from wk-janela-linha (5).
	   05  line 11 col 05 pic x(60) from wk-janela-linha (6).
	   05  line 12 col 05 pic x(60) from wk-janela-linha (7).
	   05  line 13 col 05 pic x(60) from wk-janela-linha (8).
	   05  line 14 col 05 pic x(60) from wk-janela-linha (9).
	   05  line 15 col 05 pic x(60) from wk-janela-linha (10).
	   05  line 17 col 05 value "I=INCLUI  A=ALTERA  E=EXCLUI  ".
	   05  line 17 col 35 value "+/-=PAGINA  F=FECHA  X=ABANDONA".
	   05  line 19 col 05 value "FUNCAO:".
	   05  line 19 col 13 pic x(01) using wk-dg-funcao.
	   05  line 19 col 16 value "LINHA:".
	   05  line 19 col 23 pic 9(03) using wk-dg-linha.
	   05  line 19 col 28 value "NUM1:".
	   05  line 19 col 34 pic 9(05) using wk-dg-num1.
	   05  line 19 col 41 value "NUM2:".
	   05  line 19 col 47 pic 9(05) using wk-dg-num2.
	   05  line 19 col 54 value "OPERACAO:".
	   05  line 19 col 64 pic x(03) using wk-dg-operacao.
	   05  line 22 col 05 pic x(70) from wk-mensagem.

      *    Digitacao dos detalhes da versao 2 do layout: par com
      *    sinal, 7 inteiros e 4 decimais
       01  tela-digitacao-v2.
	   05  blank screen.
	   05  line 01 col 01 value "ENTRADAMOVIMENTO".
	   05  line 01 col 24
	       value "DIGITACAO DO MOVIMENTO DE CALCULO".
	   05  line 01 col 60 value "LAYOUT VERSAO 2".
	   05  line 03 col 05 value "MOVIMENTO:".
	   05  line 03 col 16 pic 9(08) from wk-ab-data-movimento.
	   05  line 03 col 26 value "ORIGEM:".
	   05  line 03 col 34 pic x(02) from wk-ab-origem.
	   05  line 03 col 40 value "DETALHES DIGITADOS:".
	   05  line 03 col 60 pic zz9 from wk-total-detalhes.
	   05  line 05 col 05
	       value "LIN   NUM1            NUM2            OPE".
	   05  line 06 col 05 pic x(60) from wk-janela-linha (1).
	   05  line 07 col 05 pic x(60) from wk-janela-linha (2).
	   05  line 08 col 05 pic x(60) from wk-janela-linha (3).
	   05  line 09 col 05 pic x(60) from wk-janela-linha (4).
	   05  line 10 col 05 pic x(60) from wk-janela-linha (5).
	   05  line 11 col 05 pic x(60) from wk-janela-linha (6).
	   05  line 12 col 05 pic x(60) from wk-janela-linha (7).
	   05  line 13 col 05 pic x(60) from wk-janela-linha (8).
	   05  line 14 col 05 pic x(60) from wk-janela-linha (9).
	   05  line 15 col 05 pic x(60) from wk-janela-linha (10).
	   05  line 17 col 05 value "I=INCLUI  A=ALTERA  E=EXCLUI  ".
	   05  line 17 col 35 value "+/-=PAGINA  F=FECHA  X=ABANDONA".
	   05  line 19 col 05 value "FUNCAO:".
	   05  line 19 col 13 pic x(01) using wk-dg-funcao.
	   05  line 19 col 16 value "LINHA:".
	   05  line 19 col 23 pic 9(03) using wk-dg-linha.
	   05  line 19 col 28 value "OPERACAO:".
	   05  line 19 col 38 pic x(03) using wk-dg-operacao.
	   05  line 20 col 05 value "NUM1:".
	   05  line 20 col 11 pic -9(07),9(04) using wk-dg2-num1.
	   05  line 20 col 28 value "NUM2:".
	   05  line 20 col 34 pic -9(07),9(04) using wk-dg2-num2.
	   05  line 22 col 05 pic x(70) from wk-mensagem.




      *Declaracao do corpo do programa
       procedure division.

	   perform 0100-inicializa

      *    um movimento por vez: a tela de abertura identifica o
      *    movimento (data e origem) e a tela de digitacao recebe
      *    os detalhes ate o fechamento ou o abandono do bloco;
      *    origem em branco na abertura encerra a digitacao
	   perform until fim-digitacao
	       perform 0200-abre-movimento
	       if bloco-aberto
		   perform 0300-digita-detalhes
	       end-if
	   end-perform

	   perform 0900-finaliza

	   stop run.


      *    Prepara a data corrente, sugerida como data do movimento
      *    na tela de abertura
       0100-inicializa.

	   move function current-date to wk-data-execucao(1:8)
	   move wk-data-aaaammdd to wk-ab-data-movimento
	   move spaces to wk-mensagem

	   open input origem-master
	   if wk-origem-master-status not = "00"
	       move "origem-master" to err-arquivo
	       move wk-origem-master-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   .


      *    Recebe data e origem de um movimento novo e so abre o
      *    bloco para digitacao se o movimento for valido: data do
      *    dia (ou a data original de um movimento estornado e
      *    reaberto), origem cadastrada e ativa, versao do layout
      *    conhecida (branco vale como versao 1), movimento ainda nao
      *    processado pelo calculo noturno (controle de execucao) e
      *    ainda nao digitado e pendente no arquivo de entrada
       0200-abre-movimento.

	   move spaces to wk-ab-origem
	   move "N" to wk-bloco-aberto

	   display tela-abertura
	   accept tela-abertura

	   inspect wk-ab-origem converting
	       "abcdefghijklmnopqrstuvwxyz"
	       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
	   if wk-ab-versao = space
	       move "1" to wk-ab-versao
	   end-if

	   move "N" to wk-movimento-reaberto
	   if wk-ab-origem not = spaces
	       and wk-ab-data-movimento not = wk-data-aaaammdd
	       perform 0260-verifica-reabertura
	   end-if

	   evaluate true
	       when wk-ab-origem = spaces
		   set fim-digitacao to true
	       when function test-date-yyyymmdd
			(wk-ab-data-movimento) not = zero
		   move "DATA DO MOVIMENTO INVALIDA" to wk-mensagem
	       when not ab-versao-valida
		   move "VERSAO DO LAYOUT INVALIDA - INFORME 1 OU 2"
		       to wk-mensagem
	       when wk-ab-data-movimento not = wk-data-aaaammdd
		   and not movimento-reaberto
		   move "SO E ACEITO O MOVIMENTO DO DIA"
		       to wk-mensagem
	       when other
		   perform 0240-verifica-origem
		   perform 0250-verifica-movimento
		   evaluate true
		       when origem-nao-cadastrada
			   move "ORIGEM NAO CADASTRADA" to wk-mensagem
		       when origem-desativada
			   move "ORIGEM DESATIVADA NO CADASTRO"
			       to wk-mensagem
		       when data-ja-processada
			   move "MOVIMENTO JA PROCESSADO NA NOITE"
			       to wk-mensagem
		       when data-ja-digitada
			   move "MOVIMENTO DIGITADO AGUARDA O CALCULO"
			       to wk-mensagem
		       when other
			   set bloco-aberto to true
			   move zero to wk-total-detalhes
			   move 1 to wk-primeira-linha
			   move spaces to wk-dados-digitacao
			   move zero to wk-dg-linha
			   move zero to wk-dg-num1
			   move zero to wk-dg-num2
			   move zero to wk-dg2-num1
			   move zero to wk-dg2-num2
			   move spaces to wk-mensagem
		   end-evaluate
	   end-evaluate

	   .


      *    Procura a origem da tela de abertura no cadastro de
      *    origens; a origem ativa deixa na area de critica a lista
      *    das operacoes autorizadas para os detalhes do movimento
       0240-verifica-origem.

	   move wk-ab-origem to or-codigo
	   read origem-master
	       invalid key
		   set origem-nao-cadastrada to true
	       not invalid key
		   move or-situacao to wk-situacao-origem
		   move or-operacoes-autorizadas
		       to cd-operacoes-autorizadas
	   end-read

	   if wk-origem-master-status not = "00"
	       and wk-origem-master-status not = "23"
	       move "origem-master" to err-arquivo
	       move wk-origem-master-status to err-status
	       move "0240-verifica-origem" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   .


      *    Procura o movimento da tela de abertura no controle de
      *    execucao do calculo (status 35: nenhum movimento
      *    processado ate hoje) e entre os headers ja gravados no
      *    arquivo de entrada (status 35: nada digitado ainda). Os
      *    dois arquivos sao relidos a cada consulta, porque o
      *    calculo noturno e outras digitacoes podem te-los mudado
       0250-verifica-movimento.

	   move "N" to wk-data-ja-processada
	   move "N" to wk-data-ja-digitada
	   move "N" to wk-eof-calc-runctl
	   move "N" to wk-eof-calc-input

	   open input calc-runctl
	   evaluate wk-calc-runctl-status
	       when "00"
		   perform until eof-calc-runctl
		       read calc-runctl
			   at end
			       set eof-calc-runctl to true
			   not at end
			       if rc-data-processada =
				   wk-ab-data-movimento
				   and rc-origem-processada =
				   wk-ab-origem
				   set data-ja-processada to true
			       end-if
		       end-read
		   end-perform
		   close calc-runctl
	       when "35"
		   continue
	       when other
		   move "calc-runctl" to err-arquivo
		   move wk-calc-runctl-status to err-status
		   move "0250-verifica-movimento" to err-paragrafo
		   perform 9000-aciona-trata-erro
	   end-evaluate

	   open input calc-input
	   evaluate wk-calc-input-status
	       when "00"
		   perform until eof-calc-input
		       read calc-input
			   at end
			       set eof-calc-input to true
			   not at end
			       if ci-tipo-header
				   and ch-data-movimento =
				   wk-ab-data-movimento
				   and ch-origem = wk-ab-origem
				   set data-ja-digitada to true
			       end-if
		       end-read
		   end-perform
		   close calc-input
	       when "35"
		   continue
	       when other
		   move "calc-input" to err-arquivo
		   move wk-calc-input-status to err-status
		   move "0250-verifica-movimento" to err-paragrafo
		   perform 9000-aciona-trata-erro
	   end-evaluate

	   .


      *    Procura o movimento da tela de abertura entre os estornos
      *    ainda reabertos (situacao P) do log de estornos; status 35
      *    na abertura significa que nenhum estorno foi feito ate
      *    hoje
       0260-verifica-reabertura.

	   move "N" to wk-eof-estorno-log

	   open input estorno-log
	   evaluate wk-estorno-log-status
	       when "00"
		   perform until eof-estorno-log
		       read estorno-log
			   at end
			       set eof-estorno-log to true
			   not at end
			       if es-data-movimento =
				   wk-ab-data-movimento
				   and es-origem = wk-ab-origem
				   and es-reaberto
				   set movimento-reaberto to true
			       end-if
		       end-read
		   end-perform
		   close estorno-log
	       when "35"
		   continue
	       when other
		   move "estorno-log" to err-arquivo
		   move wk-estorno-log-status to err-status
		   move "0260-verifica-reabertura" to err-paragrafo
		   perform 9000-aciona-trata-erro
	   end-evaluate

	   .


      *    Recebe as funcoes da tela de digitacao ate o movimento
      *    ser fechado (gravado) ou abandonado
       0300-digita-detalhes.

	   perform until not bloco-aberto
	       perform 0310-monta-janela

	       if ab-layout-v2
		   display tela-digitacao-v2
		   accept tela-digitacao-v2
	       else
		   display tela-digitacao
		   accept tela-digitacao
	       end-if

	       move spaces to wk-mensagem
	       inspect wk-dg-funcao converting "aefix" to "AEFIX"
	       inspect wk-dg-operacao converting
		   "abcdefghijklmnopqrstuvwxyz"
		   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

	       evaluate true
		   when funcao-incluir
		       perform 0320-inclui-detalhe
		   when funcao-alterar
		       perform 0330-altera-detalhe
		   when funcao-excluir
		       perform 0340-exclui-detalhe
		   when funcao-avancar
		       if wk-primeira-linha + wk-linhas-janela
			   <= wk-total-detalhes
			   add wk-linhas-janela to wk-primeira-linha
		       end-if
		   when funcao-recuar
		       if wk-primeira-linha > wk-linhas-janela
			   subtract wk-linhas-janela
			       from wk-primeira-linha
		       else
			   move 1 to wk-primeira-linha
		       end-if
		   when funcao-fechar
		       perform 0400-fecha-movimento
		   when funcao-abandonar
		       move "N" to wk-bloco-aberto
		       move "MOVIMENTO ABANDONADO - NADA FOI GRAVADO"
			   to wk-mensagem
		   when other
		       move "FUNCAO INVALIDA" to wk-mensagem
	       end-evaluate
	   end-perform

	   .


      *    Monta as dez linhas da janela da tabela de detalhes a
      *    partir de wk-primeira-linha, no formato da versao do
      *    layout do bloco; linhas alem do total ficam em branco
       0310-monta-janela.

	   perform varying wk-jdx from 1 by 1
	       until wk-jdx > wk-linhas-janela
	       compute wk-idx = wk-primeira-linha + wk-jdx - 1
	       if wk-idx > wk-total-detalhes
		   move spaces to wk-janela-linha (wk-jdx)
	       else
		   if ab-layout-v2
		       move wk-idx to jl2-linha
		       move td-num1 (wk-idx)     to jl2-num1
		       move td-num2 (wk-idx)     to jl2-num2
		       move td-operacao (wk-idx) to jl2-operacao
		       move wk-linha-janela-v2
			   to wk-janela-linha (wk-jdx)
		   else
		       move wk-idx to jl-linha
		       move td-num1 (wk-idx)     to jl-num1
		       move td-num2 (wk-idx)     to jl-num2
		       move td-operacao (wk-idx) to jl-operacao
		       move wk-linha-janela to wk-janela-linha (wk-jdx)
		   end-if
	       end-if
	   end-perform

	   .


      *    Inclui o detalhe da tela no fim da tabela, se aprovado
      *    pelas criticas, e posiciona a janela na ultima pagina
       0320-inclui-detalhe.

	   if wk-total-detalhes >= wk-max-detalhes
	       move "LIMITE DE DETALHES ATINGIDO - FECHE O BLOCO"
		   to wk-mensagem
	   else
	       perform 0350-critica-detalhe
	       if cd-detalhe-aceito
		   add 1 to wk-total-detalhes
		   move wk-total-detalhes to wk-idx
		   perform 0360-guarda-detalhe
		   if wk-total-detalhes > wk-linhas-janela
		       compute wk-primeira-linha =
			   wk-total-detalhes - wk-linhas-janela + 1
		   end-if
	       end-if
	   end-if

	   .


      *    Substitui a linha informada pelo detalhe da tela, se
      *    aprovado pelas criticas
       0330-altera-detalhe.

	   if wk-dg-linha = zero or wk-dg-linha > wk-total-detalhes
	       move "LINHA INEXISTENTE NO MOVIMENTO" to wk-mensagem
	   else
	       perform 0350-critica-detalhe
	       if cd-detalhe-aceito
		   move wk-dg-linha to wk-idx
		   perform 0360-guarda-detalhe
	       end-if
	   end-if

	   .


      *    Retira a linha informada da tabela, subindo as seguintes
       0340-exclui-detalhe.

	   if wk-dg-linha = zero or wk-dg-linha > wk-total-detalhes
	       move "LINHA INEXISTENTE NO MOVIMENTO" to wk-mensagem
	   else
	       perform varying wk-idx from wk-dg-linha by 1
		   until wk-idx >= wk-total-detalhes
		   move wk-detalhe-ocorrencia (wk-idx + 1)
		       to wk-detalhe-ocorrencia (wk-idx)
	       end-perform
	       subtract 1 from wk-total-detalhes
	       if wk-primeira-linha > wk-total-detalhes
		   and wk-primeira-linha > 1
		   subtract wk-linhas-janela from wk-primeira-linha
	       end-if
	       move zero to wk-dg-linha
	   end-if

	   .


      *    Aplica ao detalhe da tela as mesmas criticas da critica
      *    noturna (subprograma comum CriticaDetalhe), no layout da
      *    versao do bloco; um detalhe recusado fica na tela com o
      *    motivo para correcao
       0350-critica-detalhe.

	   move spaces         to cd-detalhe
	   move "D"            to cd-tipo-registro
	   if ab-layout-v2
	       move wk-dg2-num1    to cd2-num1
	       move wk-dg2-num2    to cd2-num2
	       move wk-dg-operacao to cd2-operacao
	       move "2"            to cd-versao-detalhe
	   else
	       move wk-dg-num1     to cd-num1
	       move wk-dg-num2     to cd-num2
	       move wk-dg-operacao to cd-operacao
	   end-if
	   call "CriticaDetalhe" using wk-area-critica

	   if not cd-detalhe-aceito
	       move cd-motivo to mr-motivo
	       evaluate cd-motivo
		   when "N1"
		       move "NUM1 NAO NUMERICO" to mr-descricao
		   when "N2"
		       move "NUM2 NAO NUMERICO" to mr-descricao
		   when "F1"
		       move "NUM1 FORA DA FAIXA" to mr-descricao
		   when "F2"
		       move "NUM2 FORA DA FAIXA" to mr-descricao
		   when "ZZ"
		       move "PAR TODO ZERADO" to mr-descricao
		   when "OP"
		       move "CODIGO DE OPERACAO INVALIDO"
			   to mr-descricao
		   when "OA"
		       move "OPERACAO NAO AUTORIZADA PARA A ORIGEM"
			   to mr-descricao
		   when other
		       move spaces to mr-descricao
	       end-evaluate
	       move wk-mensagem-recusa to wk-mensagem
	   end-if

	   .


      *    Guarda o detalhe da tela na posicao wk-idx da tabela e
      *    limpa os campos para o proximo detalhe
       0360-guarda-detalhe.

	   if ab-layout-v2
	       move wk-dg2-num1    to td-num1 (wk-idx)
	       move wk-dg2-num2    to td-num2 (wk-idx)
	   else
	       move wk-dg-num1     to td-num1 (wk-idx)
	       move wk-dg-num2     to td-num2 (wk-idx)
	   end-if
	   move wk-dg-operacao to td-operacao (wk-idx)

	   move zero   to wk-dg-linha
	   move zero   to wk-dg-num1
	   move zero   to wk-dg-num2
	   move zero   to wk-dg2-num1
	   move zero   to wk-dg2-num2
	   move spaces to wk-dg-operacao

	   .


      *    Fecha o movimento: confere de novo que ele nao foi
      *    processado nem digitado por outra estacao enquanto a
      *    digitacao estava aberta e acrescenta ao arquivo de
      *    entrada o bloco completo - header, detalhes e trailer com
      *    a contagem apurada aqui. Status 35 na abertura em
      *    extensao significa que o arquivo ainda nao existe
       0400-fecha-movimento.

	   if wk-total-detalhes = zero
	       move "MOVIMENTO SEM DETALHES - USE X PARA ABANDONAR"
		   to wk-mensagem
	   else
	       perform 0250-verifica-movimento
	       evaluate true
		   when data-ja-processada
		       move "MOVIMENTO JA PROCESSADO - NADA GRAVADO"
			   to wk-mensagem
		       move "N" to wk-bloco-aberto
		   when data-ja-digitada
		       move "MOVIMENTO DE OUTRA ESTACAO - NADA GRAVADO"
			   to wk-mensagem
		       move "N" to wk-bloco-aberto
		   when other
		       perform 0410-grava-bloco
	       end-evaluate
	   end-if

	   .


      *    Grava o bloco header/detalhes/trailer do movimento aberto;
      *    o bloco da versao 2 leva a versao no header e em cada
      *    detalhe, com o par no layout estendido. Toda gravacao e
      *    conferida
       0410-grava-bloco.

	   open extend calc-input
	   if wk-calc-input-status = "35"
	       open output calc-input
	   end-if
	   if wk-calc-input-status not = "00"
	       move "calc-input" to err-arquivo
	       move wk-calc-input-status to err-status
	       move "0410-grava-bloco" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   move spaces to calc-input-record
	   set ci-tipo-header to true
	   move wk-ab-data-movimento to ch-data-movimento
	   move wk-ab-origem         to ch-origem
	   if ab-layout-v2
	       move "2" to ch-versao
	   end-if
	   write calc-input-record
	   perform 0420-confere-gravacao

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-detalhes
	       move spaces to calc-input-record
	       set ci-tipo-detalhe to true
	       if ab-layout-v2
		   move td-num1 (wk-idx)     to ci2-num1
		   move td-num2 (wk-idx)     to ci2-num2
		   move td-operacao (wk-idx) to ci2-operacao
		   move "2" to ci-versao-detalhe
	       else
		   move td-num1 (wk-idx)     to ci-num1
		   move td-num2 (wk-idx)     to ci-num2
		   move td-operacao (wk-idx) to ci-operacao
	       end-if
	       write calc-input-record
	       perform 0420-confere-gravacao
	   end-perform

	   move spaces to calc-input-record
	   set ci-tipo-trailer to true
	   move wk-total-detalhes to ct-contagem
	   write calc-input-record
	   perform 0420-confere-gravacao

	   close calc-input

	   move wk-ab-data-movimento to mg-data
	   move wk-ab-origem         to mg-origem
	   move wk-total-detalhes    to mg-detalhes
	   move wk-mensagem-gravado  to wk-mensagem
	   move "N" to wk-bloco-aberto

	   .


      *    Qualquer status diferente de 00 na gravacao do bloco e
      *    erro de arquivo
       0420-confere-gravacao.

	   if wk-calc-input-status not = "00"
	       move "calc-input" to err-arquivo
	       move wk-calc-input-status to err-status
	       move "0410-grava-bloco" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   .


      *    Encerra a digitacao
       0900-finaliza.

	   close origem-master

	   display "ENTRADAMOVIMENTO: digitacao encerrada"

	   .


      *    Aciona o subprograma comum de tratamento de erros de
      *    arquivo com a area ja preenchida pelo ponto do erro
      *    (arquivo, paragrafo e status) e encerra o programa com
      *    o return-code classificado por ele
       9000-aciona-trata-erro.

	   move "EntradaMovimento" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   stop run

	   .
