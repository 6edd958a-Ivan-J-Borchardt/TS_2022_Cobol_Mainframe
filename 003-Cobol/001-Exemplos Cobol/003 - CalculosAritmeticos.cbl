	   select controle-totais assign to ctltot
	       organization is sequential
	       file status is wk-controle-totais-status.

	   select estorno-log assign to estlog
	       organization is sequential
	       file status is wk-estorno-log-status.
       i-o-control.


      *    controle (data e origem do movimento) e num trailer de
      *    controle (contagem de detalhes e hash total dos valores
      *    inteiros), que o passo de conciliacao confronta com o
      *    acknowledgment devolvido pelo sistema destinatario. O
      *    header leva tambem a versao do layout do movimento: na
      *    versao 1 a quarta casa decimal sai sempre zerada
       fd  calc-export
	   recording mode is f.
       01  calc-export-record.
	   05  xp-tipo				  pic x(01).
	   05  xp-operacao			  pic x(20).
	   05  xp-valor-inteiro			  pic -(14)9.
	   05  xp-ponto-decimal			  pic x(01) value ".".
	   05  xp-valor-fracionario		  pic 9(04).

       01  calc-export-header.
	   05  xh-tipo				  pic x(01).
	   05  xh-data				  pic 9(08).
	   05  xh-origem			  pic x(02).
	   05  xh-versao			  pic x(01).
	   05  filler				  pic x(29).

       01  calc-export-trailer.
	   05  xt-tipo				  pic x(01).
	   05  xt-contagem			  pic 9(07).
	   05  xt-hash				  pic 9(12).
	   05  filler				  pic x(21).

      *    Arquivo de controle de execucao: uma linha por movimento
      *    (data mais origem) ja processado, consultado antes do
	   recording mode is f.
	   copy "FDCTLTOT".

      *    Log de estornos de movimento: um movimento estornado e
      *    ainda nao recarregado (situacao P) e o reenvio corrigido
      *    de um movimento ja processado, e e aceito com a data
      *    original mesmo vencida
       fd  estorno-log
	   recording mode is f.
	   copy "FDESTLOG".


      *Variaveis do programa
       working-storage section.
	   05  wk-resultado		  pic s9(10)v999.
	   copy "WKDIVRES".

      *    Par e resultados dos blocos da versao 2 do layout: numeros
      *    com sinal e 4 decimais e resultado de capacidade maior; a
      *    divisao guarda o quociente inteiro e o resto com decimais
       01  wk-numbers-v2.
	   05  wk-num1-v2		  pic s9(07)v9(04).
	   05  wk-num2-v2		  pic s9(07)v9(04).
	   05  wk-resultado-v2		  pic s9(14)v9(04).
	   05  wk-quociente-v2		  pic s9(14).
	   05  wk-resto-v2		  pic s9(07)v9(04).
	   05  wk-inteiro-v2		  pic s9(07).
	   05  wk-expoente-v2		  pic s9(05)v9(12).
	   05  wk-taxa-v2		  pic s9(05)v9(06).
	   05  wk-abs1-v2		  pic 9(07).
	   05  wk-abs2-v2		  pic 9(07).
	   05  wk-mdc-a-v2		  pic 9(07).
	   05  wk-mdc-b-v2		  pic 9(07).
	   05  wk-mdc-quociente-v2	  pic 9(07).
	   05  wk-mdc-resto-v2		  pic 9(07).

      *    Versao do layout do bloco corrente ("1" ou "2") e codigo de
      *    operacao do detalhe da versao 2, que fica em outra posicao
       77  wk-versao-bloco		  pic x(01) value "1".
	   88  bloco-versao-2		  value "2".
       77  wk-operacao-v2		  pic x(03).
	   88  op2-potenciacao		  value "POT".
	   88  op2-raiz-n-esima		  value "RZN".
	   88  op2-divisao		  value "DIV".
	   88  op2-percentual		  value "PCT".
	   88  op2-mdc-mmc		  value "MDC".
	   88  op2-juros-compostos	  value "JUR".
	   88  op2-todas		  value "TOD", "   ".

       01  wk-flags.
	   05  wk-eof-calc-input	  pic x(01) value "N".
	       88  eof-calc-input		  value "S".
	       88  pular-bloco			  value "S".
	   05  wk-bloco-recompoe	  pic x(01) value "N".
	       88  bloco-recompoe		  value "S".
	   05  wk-eof-estorno-log	  pic x(01) value "N".
	       88  eof-estorno-log		  value "S".
	   05  wk-movimento-reaberto	  pic x(01) value "N".
	       88  movimento-reaberto		  value "S".
	   05  wk-mdc-valido		  pic x(01) value "S".
	       88  mdc-valido			  value "S".
	       88  mdc-invalido			  value "N".

       77  wk-calc-input-status	  pic x(02) value spaces.
       77  wk-calc-results-status	  pic x(02) value spaces.
       77  wk-calc-runctl-status	  pic x(02) value spaces.
       77  wk-ckpt-calc-status	  pic x(02) value spaces.
       77  wk-controle-totais-status	  pic x(02) value spaces.
       77  wk-estorno-log-status	  pic x(02) value spaces.

       77  wk-num-rand                    pic 9(02).
       77  wk-seq-rand			  pic 9(02).
       77  wk-cont-jogadas                pic 9(02) value 2.
       77  wk-jog-valor-antes		  pic 9(02).
       77  wk-jog-data-hoje		  pic 9(08).
       77  wk-xp-fonte			  pic s9(14)v9(04).
       77  wk-xp-inteiro			  pic s9(14).
       77  wk-xp-fracionario		  pic 9(04).
       77  wk-cont-registros		  pic 9(07) value zero.
       77  wk-cont-detalhes		  pic 9(07) value zero.
       77  wk-contagem-trailer		  pic 9(07) value zero.
       01  wk-area-erro.
	   copy "WKERRARQ".


      *Area de comunicacao com o subprograma comum de registro
      *do historico de execucoes
       01  wk-area-execucao.
	   copy "WKHISEXE".

      *Area de comunicacao com o subprograma comum de verificacao
      *de movimento em atraso, o mesmo usado pela critica de entrada
       01  wk-area-atraso.
	   copy "WKATRASO".

      *    Layout de PARM recebido do JCL (req. 006): o runtime entrega
      *    um halfword binario de tamanho seguido do texto da PARM, nao
      *    os digitos da semente diretamente
      *Declaracao do corpo do programa
       procedure division using optional lk-seed-parm.

	   perform 9100-registra-inicio

	   open input  calc-input
	   if wk-calc-input-status not = "00"
	       move "calc-input" to err-arquivo
	   close rand-log
	   close jogadas-log
	   close calc-export
	   perform 9110-registra-fim
	   stop run.


		       display "ERRO: detalhe antes do header em "
			   "calc-input"
		       move 16 to return-code
		       perform 9110-registra-fim
		       stop run
		   end-if
		   add 1 to wk-cont-detalhes
      *    do ponto de retomada, para nao avancar a posicao antes
      *    de a exportacao estar recomposta
		       add 1 to wk-cont-calculados
		       if bloco-versao-2
			   perform 0200-calcula-par-v2
		       else
			   perform 0100-calcula-par
		       end-if
		       if wk-cont-detalhes > wk-detalhes-pular
			   add 1 to wk-contador-checkpoint
			   if wk-contador-checkpoint >=
		   display "ERRO: tipo de registro invalido em "
		       "calc-input: " ci-tipo-registro
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	   end-evaluate

		   display "ERRO: codigo de operacao invalido em "
		       "calc-input: " ci-operacao
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	   end-evaluate

	   .


      *    potenciacao, guardada com ON SIZE ERROR pois wk-num1/wk-num2
      *    vem de registros externos de calc-input e podem gerar um
      *    resultado maior do que wk-resultado (s9(10)v999) comporta
       0101-potenciacao.

	   compute wk-resultado = wk-num1 ** wk-num2
	   .


      *    raiz n-esima de wk-num1, validando antes que wk-num2 nao
      *    seja zero, o que inviabilizaria o expoente 1/wk-num2
       0102-raiz-n-esima.

	   perform 0110-valida-num2
	   .


      *    Divisao pegando o resto, note que a variavel wk-resultado2
      *    precisa ser um numero inteiro; guardada pelo mesmo teste de
      *    wk-num2 usado para a raiz n-esima, ja que um wk-num2 zerado
      *    tambem inviabiliza o DIVIDE
       0103-divisao.

	   perform 0110-valida-num2

	   move wk-data-movimento   to cr-data
	   move wk-origem-movimento to cr-origem
	   if bloco-versao-2
	       move wk-num1-v2	    to cr-num1
	       move wk-num2-v2	    to cr-num2
	   else
	       move wk-num1	    to cr-num1
	       move wk-num2	    to cr-num2
	   end-if
	   move wk-versao-bloco	    to cr-versao
	   add 1 to wk-cont-resultados
	   if wk-cont-detalhes > wk-detalhes-pular
	       write calc-results-record
	   move cr-operacao to xp-operacao
	   compute wk-xp-inteiro = function integer-part(wk-xp-fonte)
	   compute wk-xp-fracionario =
	       function rem(wk-xp-fonte * 10000, 10000)
	   move wk-xp-inteiro     to xp-valor-inteiro
      *    valor negativo menor que 1 (so na versao 2): a parte
      *    inteira zerada nao mostra o sinal
	   if wk-xp-fonte < zero and wk-xp-inteiro = zero
	       move "-0" to xp-valor-inteiro(14:2)
	   end-if
	   move "."               to xp-ponto-decimal
	   move wk-xp-fracionario to xp-valor-fracionario
	   write calc-export-record
	   move "H" to xh-tipo
	   move wk-data-movimento  to xh-data
	   move wk-origem-movimento to xh-origem
	   move wk-versao-bloco	    to xh-versao
	   write calc-export-header

	   move zero to wk-cont-export
      *    Header de movimento: abre um bloco novo, e so e aceito com
      *    o bloco anterior ja fechado pelo seu trailer; a data do
      *    movimento deve ser a data corrente (nem vencida, nem
      *    futura; vencida so no reenvio de movimento estornado e
      *    reaberto) e o par data+origem nao pode ja constar do
      *    controle de execucao - um bloco ja processado (o caso dos
      *    blocos completos de uma execucao que abendou adiante) e
      *    pulado com aviso, para que o restart siga ate o bloco
	       display "ERRO: header sem trailer do bloco anterior "
		   "em calc-input"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	   add 1 to wk-cont-blocos
	   move ch-data-movimento to wk-data-movimento
	   move ch-origem         to wk-origem-movimento
	   if ch-layout-v2
	       move "2" to wk-versao-bloco
	   else
	       move "1" to wk-versao-bloco
	   end-if

      *    qualquer bloco da noite de restart (checkpoint pendente da
      *    mesma data do movimento) e aceito mesmo apos a virada do
      *    dia: a data ja foi validada na execucao original que
      *    abendou; o bloco da propria origem do checkpoint retoma
      *    do ponto gravado, os demais serao recompostos ou pulados
      *    conforme o controle de execucao. Fora do restart, a data
      *    diferente da corrente so e aceita no reenvio de movimento
      *    estornado e reaberto ou no atraso autorizado pelo
      *    calendario de dias uteis; o bloco nao autorizado e pulado
      *    sem encerrar a noite das demais origens (a critica ja o
      *    desviou para os retidos)
	   if checkpoint-existe
	       and wk-ckpt-data = wk-data-movimento
	       if wk-ckpt-origem = wk-origem-movimento
	       end-if
	   else
	       if wk-data-movimento < wk-jog-data-hoje
		   perform 0157-verifica-reabertura
		   if movimento-reaberto
		       display "AVISO: movimento de "
			   wk-data-movimento "/" wk-origem-movimento
			   " estornado e reaberto - reenvio aceito "
			   "com a data original"
		   else
		       perform 0158-verifica-atraso
		   end-if
	       end-if
	       if wk-data-movimento > wk-jog-data-hoje
		   perform 0158-verifica-atraso
	       end-if
	   end-if

      *    e recomposto - recalculado por inteiro so para reexportar,
      *    sem regravar resultados nem controles; fora de restart
      *    (dupla execucao) o bloco e apenas ignorado
	   if not pular-bloco
	       perform 0155-verifica-run-control
	       if data-ja-processada
		   if checkpoint-existe
		       and wk-ckpt-data = wk-data-movimento
		       set bloco-recompoe to true
		       move 9999999 to wk-detalhes-pular
		       display "AVISO: movimento de " wk-data-movimento
			   "/" wk-origem-movimento " ja processado - "
			   "recomposto para refazer a exportacao"
		       perform 0141-grava-export-header
		   else
		       set pular-bloco to true
		       display "AVISO: movimento de " wk-data-movimento
			   "/" wk-origem-movimento " ja processado - "
			   "bloco ignorado"
		   end-if
	       else
		   if restart-movimento
		       move wk-ckpt-detalhes to wk-detalhes-pular
		       display "RESTART: retomando o movimento de "
			   wk-data-movimento "/" wk-origem-movimento
			   " - " wk-detalhes-pular " detalhes ja "
			   "gravados serao recalculados para "
			   "recompor a exportacao"
		   else
		       display "INICIO: movimento de "
			   wk-data-movimento "/" wk-origem-movimento
			   " processado desde o inicio"
		   end-if
		   perform 0141-grava-export-header
	       end-if
	   end-if

	   .
	   .


      *    Procura o movimento corrente no log de estornos: uma
      *    linha ainda reaberta (situacao P) e o estorno autorizado
      *    cujo reenvio corrigido este bloco traz; status 35 na
      *    abertura significa que nenhum estorno foi feito ate hoje
       0157-verifica-reabertura.

	   move "N" to wk-eof-estorno-log
	   move "N" to wk-movimento-reaberto

	   open input estorno-log
	   evaluate wk-estorno-log-status
	       when "00"
		   perform until eof-estorno-log
		       read estorno-log
			   at end
			       set eof-estorno-log to true
			   not at end
			       if es-data-movimento = wk-data-movimento
				   and es-origem = wk-origem-movimento
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
		   move "0157-verifica-reabertura" to err-paragrafo
		   perform 9000-aciona-trata-erro
	   end-evaluate

	   .


      *    Consulta o subprograma comum de movimento em atraso pela
      *    decisao ja tomada pela critica de entrada da noite (ou,
      *    sem ela, pelo calendario e pelo cartao de autorizacao):
      *    o atraso autorizado e o retido liberado sao calculados
      *    com a data original; qualquer outro destino pula o bloco
       0158-verifica-atraso.

	   move "D"                 to va-funcao
	   move wk-data-movimento   to va-data-movimento
	   move wk-origem-movimento to va-origem
	   move wk-jog-data-hoje    to va-data-corrente
	   call "VerificaAtraso" using wk-area-atraso

	   if va-retorno-erro
	       move va-erro-arquivo to err-arquivo
	       move va-erro-status to err-status
	       move va-erro-paragrafo to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   if va-autorizado or va-liberado
	       display "AVISO: movimento de " wk-data-movimento
		   "/" wk-origem-movimento " em atraso autorizado "
		   "por " va-autorizador " - aceito com a data "
		   "original"
	   else
	       set pular-bloco to true
	       display "AVISO: movimento de " wk-data-movimento
		   "/" wk-origem-movimento " com data diferente da "
		   "corrente " wk-jog-data-hoje " sem autorizacao "
		   "(motivo " va-motivo ") - bloco ignorado"
	   end-if

	   .


      *    Trailer de movimento: fecha o bloco corrente - a contagem
      *    declarada e confrontada com os detalhes lidos do bloco e,
      *    nao sendo um bloco pulado, o embrulho de exportacao e
	   if not header-lido
	       display "ERRO: trailer sem header em calc-input"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	       display "ERRO: contagem do trailer " wk-contagem-trailer
		   " diverge dos detalhes lidos " wk-cont-detalhes
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	   if wk-cont-blocos = zero
	       display "ERRO: header ausente em calc-input"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if
	   if header-lido
	       display "ERRO: trailer ausente em calc-input"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	   .


      *    Executa para o par corrente de um bloco da versao 2 do
      *    layout as familias de calculo pedidas, como 0100 faz para
      *    a versao 1: numeros com sinal e 4 decimais e resultado de
      *    capacidade maior (s9(14)v9(04))
       0200-calcula-par-v2.

	   move ci2-num1     to wk-num1-v2
	   move ci2-num2     to wk-num2-v2
	   move ci2-operacao to wk-operacao-v2

	   evaluate true
	       when op2-potenciacao
		   perform 0201-potenciacao-v2
	       when op2-raiz-n-esima
		   perform 0202-raiz-n-esima-v2
	       when op2-divisao
		   perform 0203-divisao-v2
	       when op2-percentual
		   perform 0204-percentual-v2
	       when op2-mdc-mmc
		   perform 0205-mdc-mmc-v2
	       when op2-juros-compostos
		   perform 0206-juros-compostos-v2
	       when op2-todas
		   perform 0201-potenciacao-v2
		   perform 0202-raiz-n-esima-v2
		   perform 0203-divisao-v2
	       when other
		   display "ERRO: codigo de operacao invalido em "
		       "calc-input: " ci2-operacao
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	   end-evaluate

	   .


      *    Potenciacao da versao 2: base negativa com expoente
      *    fracionario (raiz de numero negativo) e base zero com
      *    expoente negativo (divisao por zero) nao tem resultado
      *    real e saem como invalidos, alem do estouro do campo
       0201-potenciacao-v2.

	   set potenciacao-valida to true
	   move wk-num2-v2 to wk-inteiro-v2

	   if (wk-num1-v2 < zero and wk-inteiro-v2 not = wk-num2-v2)
	       or (wk-num1-v2 = zero and wk-num2-v2 < zero)
	       set potenciacao-invalida to true
	   else
	       compute wk-resultado-v2 = wk-num1-v2 ** wk-num2-v2
		   on size error
		       set potenciacao-invalida to true
	       end-compute
	   end-if

	   if potenciacao-invalida
	       display
		   "ERRO: potenciacao sem resultado no campo "
		   "para o par " wk-num1-v2 "/" wk-num2-v2
	       move "POTENCIACAO-INVAL" to cr-operacao
	       move zero		to cr-valor
	       perform 0135-grava-resultado
	       move zero		to wk-xp-fonte
	       perform 0140-grava-export
	   else
	       display "Resultado 1: " wk-resultado-v2
	       move "POTENCIACAO"	to cr-operacao
	       move wk-resultado-v2	to cr-valor
	       perform 0135-grava-resultado
	       move wk-resultado-v2	to wk-xp-fonte
	       perform 0140-grava-export
	   end-if

	   .


      *    Raiz n-esima da versao 2: alem de wk-num2-v2 zerado, a
      *    raiz de numero negativo nao tem resultado real. O expoente
      *    1/wk-num2-v2 e calculado num campo proprio para nao perder
      *    as casas decimais, e o resultado e arredondado na quarta
      *    casa (a raiz exata nao sai truncada em 2,9999)
       0202-raiz-n-esima-v2.

	   perform 0210-valida-num2-v2
	   if num2-valido and wk-num1-v2 < zero
	       set num2-invalido to true
	       display "ERRO: raiz de numero negativo para o par "
		   wk-num1-v2 "/" wk-num2-v2
		   " - operacao nao calculada"
	   end-if

	   if num2-valido
	       divide wk-num2-v2 into 1 giving wk-expoente-v2
	       compute wk-resultado-v2 rounded =
		   wk-num1-v2 ** wk-expoente-v2
		   on size error
		       set num2-invalido to true
	       end-compute
	   end-if

	   if num2-invalido
	       move "RAIZ-N-ESIMA-INVAL" to cr-operacao
	       move zero		 to cr-valor
	       perform 0135-grava-resultado
	       move zero		 to wk-xp-fonte
	       perform 0140-grava-export
	   else
	       display "Resultado 2: " wk-resultado-v2
	       move "RAIZ-N-ESIMA"	to cr-operacao
	       move wk-resultado-v2	to cr-valor
	       perform 0135-grava-resultado
	       move wk-resultado-v2	to wk-xp-fonte
	       perform 0140-grava-export
	   end-if

	   .


      *    Divisao da versao 2: quociente inteiro e resto com as casas
      *    decimais do par (wk-num1-v2 menos quociente x wk-num2-v2)
       0203-divisao-v2.

	   perform 0210-valida-num2-v2
	   if num2-invalido
	       move "DIVISAO-INVALIDA" to cr-operacao
	       move zero		to cr-valor
	       perform 0135-grava-resultado
	       move zero		to wk-xp-fonte
	       perform 0140-grava-export
	   else
	       divide wk-num1-v2 by wk-num2-v2
		   giving wk-quociente-v2
		   remainder wk-resto-v2

	       display "Resultado 3: " wk-quociente-v2
	       display "Resto     3: " wk-resto-v2
	       move "DIVISAO-QUOCIENTE" to cr-operacao
	       move wk-quociente-v2	to cr-valor
	       perform 0135-grava-resultado
	       move wk-quociente-v2	to wk-xp-fonte
	       perform 0140-grava-export
	       move "DIVISAO-RESTO"	to cr-operacao
	       move wk-resto-v2		to cr-valor
	       perform 0135-grava-resultado
	       move wk-resto-v2		to wk-xp-fonte
	       perform 0140-grava-export
	   end-if

	   .


      *    Percentual da versao 2 de wk-num1-v2 sobre wk-num2-v2
       0204-percentual-v2.

	   perform 0210-valida-num2-v2
	   if num2-valido
	       multiply wk-num1-v2 by 100 giving wk-resultado-v2
	       divide wk-num2-v2 into wk-resultado-v2
		   on size error
		       set num2-invalido to true
	       end-divide
	   end-if

	   if num2-invalido
	       move "PERCENTUAL-INVALIDO" to cr-operacao
	       move zero		  to cr-valor
	       perform 0135-grava-resultado
	       move zero		  to wk-xp-fonte
	       perform 0140-grava-export
	   else
	       display "Resultado 4: " wk-resultado-v2
	       move "PERCENTUAL"	  to cr-operacao
	       move wk-resultado-v2	  to cr-valor
	       perform 0135-grava-resultado
	       move wk-resultado-v2	  to wk-xp-fonte
	       perform 0140-grava-export
	   end-if

	   .


      *    MDC e MMC da versao 2, sobre os valores absolutos do par:
      *    so existem para numeros inteiros, e um par com casas
      *    decimais ou todo zerado sai como invalido
       0205-mdc-mmc-v2.

	   set mdc-valido to true
	   move wk-num1-v2 to wk-abs1-v2
	   move wk-num2-v2 to wk-abs2-v2

	   move wk-num1-v2 to wk-inteiro-v2
	   if wk-inteiro-v2 not = wk-num1-v2
	       set mdc-invalido to true
	   end-if
	   move wk-num2-v2 to wk-inteiro-v2
	   if wk-inteiro-v2 not = wk-num2-v2
	       set mdc-invalido to true
	   end-if
	   if wk-num1-v2 = zero and wk-num2-v2 = zero
	       set mdc-invalido to true
	   end-if

	   if mdc-invalido
	       move "MDC-MMC-INVALIDO" to cr-operacao
	       move zero	       to cr-valor
	       perform 0135-grava-resultado
	       move zero	       to wk-xp-fonte
	       perform 0140-grava-export
	   else
	       move wk-abs1-v2 to wk-mdc-a-v2
	       move wk-abs2-v2 to wk-mdc-b-v2
	       perform until wk-mdc-b-v2 = zero
		   divide wk-mdc-a-v2 by wk-mdc-b-v2
		       giving wk-mdc-quociente-v2
		       remainder wk-mdc-resto-v2
		   move wk-mdc-b-v2	to wk-mdc-a-v2
		   move wk-mdc-resto-v2 to wk-mdc-b-v2
	       end-perform

	       display "Resultado 5: " wk-mdc-a-v2
	       move "MDC"	 to cr-operacao
	       move wk-mdc-a-v2	 to cr-valor
	       perform 0135-grava-resultado
	       move wk-mdc-a-v2	 to wk-xp-fonte
	       perform 0140-grava-export

	       multiply wk-abs1-v2 by wk-abs2-v2
		   giving wk-resultado-v2
	       divide wk-mdc-a-v2 into wk-resultado-v2
	       display "Resultado 6: " wk-resultado-v2
	       move "MMC"	    to cr-operacao
	       move wk-resultado-v2 to cr-valor
	       perform 0135-grava-resultado
	       move wk-resultado-v2 to wk-xp-fonte
	       perform 0140-grava-export
	   end-if

	   .


      *    Juros compostos da versao 2: wk-num1-v2 como principal e
      *    wk-num2-v2 como taxa percentual por periodo (com sinal e
      *    decimais), projetada por 12 periodos como na versao 1; a
      *    taxa unitaria e montada num campo proprio e o fator entra
      *    direto no calculo arredondado do montante, sem passar
      *    pelo campo de 8 decimais da versao 1 - so o montante que
      *    nao cabe no resultado da versao 2 e invalido
       0206-juros-compostos-v2.

	   set juros-validos to true

	   divide wk-num2-v2 by 100 giving wk-taxa-v2
	   add 1 to wk-taxa-v2
	   compute wk-resultado-v2 rounded =
	       wk-num1-v2 * wk-taxa-v2 ** 12
	       on size error
		   set juros-invalidos to true
	   end-compute

	   if juros-invalidos
	       move "JUROS-COMP-INVAL" to cr-operacao
	       move zero	       to cr-valor
	       perform 0135-grava-resultado
	       move zero	       to wk-xp-fonte
	       perform 0140-grava-export
	   else
	       display "Resultado 7: " wk-resultado-v2
	       move "JUROS-COMPOSTOS"  to cr-operacao
	       move wk-resultado-v2    to cr-valor
	       perform 0135-grava-resultado
	       move wk-resultado-v2    to wk-xp-fonte
	       perform 0140-grava-export
	   end-if

	   .


      *    Valida wk-num2-v2 antes das operacoes da versao 2 que
      *    dividem por ele, como 0110 na versao 1
       0210-valida-num2-v2.

	   if wk-num2-v2 = zero
	       set num2-invalido to true
	       display "ERRO: wk-num2 igual a zero para o par "
		   wk-num1-v2 "/" wk-num2-v2
		   " - operacao nao calculada"
	   else
	       set num2-valido to true
	   end-if

	   .


      *    Aciona o subprograma comum de tratamento de erros de
      *    arquivo com a area ja preenchida pelo ponto do erro
      *    (arquivo, paragrafo e status) e encerra o programa com
	   move "CalculosAritmeticos" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "CalculosAritmeticos" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   move wk-cont-detalhes-total to ex-cont-entrada
	   move wk-cont-resultados to ex-cont-saida
	   move zero to ex-cont-rejeitados
	   set ex-fim to true
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .
