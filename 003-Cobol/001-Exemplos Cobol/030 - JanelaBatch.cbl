      *Divisao de identificacao
       identification division.
       program-id. "JanelaBatch".
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
	   select historico-execucao assign to histexe
	       organization is sequential
	       file status is wk-historico-execucao-status.

	   select parametro-janela assign to sysin
	       organization is sequential
	       file status is wk-parametro-status.

	   select relatorio assign to janrpt
	       organization is sequential
	       file status is wk-relatorio-status.
       i-o-control.



      *Declaracao de variaveis
       data division.
       file section.

      *    Historico de execucoes dos passos batch, gravado pelo
      *    subprograma comum RegistraExecucao
       fd  historico-execucao
	   recording mode is f.
	   copy "FDHISEXE".

      *    Cartao de parametro opcional: a data final da semana
      *    apurada (aaaammdd), o job da janela noturna, o inicio e o
      *    fim da janela (hhmm) e a tolerancia percentual de
      *    variacao. Campo em branco fica com o padrao abaixo
       fd  parametro-janela
	   recording mode is f.
       01  parametro-janela-record.
	   05  jp-data-final		  pic x(08).
	   05  jp-job-janela		  pic x(08).
	   05  jp-inicio-janela		  pic x(04).
	   05  jp-fim-janela		  pic x(04).
	   05  jp-tolerancia		  pic x(03).
	   05  filler			  pic x(53).

       fd  relatorio
	   recording mode is f.
       01  wk-linha-relatorio		  pic x(80).


      *Variaveis do programa
       working-storage section.

       77  wk-historico-execucao-status	  pic x(02) value spaces.
       77  wk-parametro-status		  pic x(02) value spaces.
       77  wk-relatorio-status		  pic x(02) value spaces.
       77  wk-linhas-catalogo		  pic 9(07) value zero.

       01  wk-flags.
	   05  wk-eof-historico		  pic x(01) value "N".
	       88  eof-historico		  value "S".
	   05  wk-eof-parametro		  pic x(01) value "N".
	       88  eof-parametro		  value "S".
	   05  wk-dentro-janela		  pic x(01) value "N".
	       88  dentro-janela		  value "S".

      *    Parametros da apuracao, substituidos pelo cartao quando
      *    presente: semana terminada na data de execucao, janela
      *    do CALCNGT das 22:00 as 06:00 e tolerancia de 20%
       01  wk-parametros.
	   05  wk-data-final		  pic 9(08) value zero.
	   05  wk-job-janela		  pic x(08) value "CALCNGT".
	   05  wk-inicio-janela		  pic 9(04) value 2200.
	   05  wk-fim-janela		  pic 9(04) value 0600.
	   05  wk-tolerancia		  pic 9(03) value 20.

      *    Passos com media abaixo deste tempo nao sao apontados: a
      *    variacao de poucos segundos e ruido do ambiente, nao
      *    tendencia
       77  wk-minimo-segundos		  pic 9(05)v99 value 5.

      *    Periodos apurados em dias inteiros (integer-of-date): a
      *    semana termina na data final, a base sao os 30 dias
      *    anteriores a semana
       01  wk-periodos.
	   05  wk-int-final		  pic 9(07) value zero.
	   05  wk-int-semana-de		  pic 9(07) value zero.
	   05  wk-int-base-de		  pic 9(07) value zero.
	   05  wk-int-base-ate		  pic 9(07) value zero.
	   05  wk-int-inicio		  pic 9(07) value zero.
	   05  wk-int-fim		  pic 9(07) value zero.

      *    Tempo decorrido da execucao corrente, apurado em
      *    centesimos a partir dos instantes de inicio e fim e
      *    convertido em segundos
       01  wk-hora-partes.
	   05  wk-hp-hh			  pic 9(02).
	   05  wk-hp-mm			  pic 9(02).
	   05  wk-hp-ss			  pic 9(02).
	   05  wk-hp-cc			  pic 9(02).
       01  wk-hora-numerica redefines wk-hora-partes
					  pic 9(08).
       77  wk-cent-inicio		  pic 9(07) value zero.
       77  wk-cent-fim			  pic 9(07) value zero.
       77  wk-centesimos		  pic s9(11) value zero.
       77  wk-segundos			  pic s9(09)v99 value zero.
       77  wk-registros			  pic 9(11) value zero.
       77  wk-hora-termino		  pic 9(04) value zero.
       77  wk-data-cartao		  pic 9(08) value zero.

      *    Passos encontrados no historico (job + passo + programa)
      *    com as execucoes, o tempo e os registros da semana e da
      *    base, e os terminos fora da janela na semana
       77  wk-max-passos		  pic 9(03) value 300.
       77  wk-total-passos		  pic 9(03) value zero.
       77  wk-idx			  pic 9(03) value zero.
       01  wk-tabela-passos.
	   05  wk-passo-ocorrencia	  occurs 300 times.
	       10  tj-job		  pic x(08).
	       10  tj-step		  pic x(08).
	       10  tj-programa		  pic x(20).
	       10  tj-sem-execucoes	  pic 9(05).
	       10  tj-sem-segundos	  pic 9(09)v99.
	       10  tj-sem-registros	  pic 9(11).
	       10  tj-base-execucoes	  pic 9(05).
	       10  tj-base-segundos	  pic 9(09)v99.
	       10  tj-base-registros	  pic 9(11).

      *    Medias e variacoes do passo corrente na impressao
       77  wk-media-semana		  pic 9(09)v99 value zero.
       77  wk-media-base		  pic 9(09)v99 value zero.
       77  wk-vazao-semana		  pic 9(09)v9 value zero.
       77  wk-vazao-base		  pic 9(09)v9 value zero.
       77  wk-variacao			  pic s9(04)v9 value zero.
       77  wk-limite			  pic 9(09)v99 value zero.

       01  wk-contadores.
	   05  wk-cont-lidos		  pic 9(07) value zero.
	   05  wk-cont-semana		  pic 9(07) value zero.
	   05  wk-cont-base		  pic 9(07) value zero.
	   05  wk-cont-lentos		  pic 9(07) value zero.
	   05  wk-cont-quedas		  pic 9(07) value zero.
	   05  wk-cont-fora-janela	  pic 9(07) value zero.

       01  wk-data-execucao.
	   05  wk-data-aaaammdd		  pic 9(08).
	   05  wk-data-aaaa redefines
	       wk-data-aaaammdd.
	       10  wk-data-aa		  pic 9(04).
	       10  wk-data-mm		  pic 9(02).
	       10  wk-data-dd		  pic 9(02).

       01  wk-linha-titulo		  pic x(80)
	   value "DESEMPENHO SEMANAL DOS PASSOS BATCH - JANELA NOTURNA".
       01  wk-linha-data.
	   05  filler			  pic x(11) value "DATA EXEC.:".
	   05  hl-dia			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-mes			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-ano			  pic 9999.
	   05  filler			  pic x(59) value spaces.
       01  wk-linha-periodo.
	   05  filler			  pic x(08) value "SEMANA: ".
	   05  hl-semana-de		  pic 9(08).
	   05  filler			  pic x(03) value " A ".
	   05  hl-semana-ate		  pic 9(08).
	   05  filler			  pic x(10)
	       value "   BASE: ".
	   05  hl-base-de		  pic 9(08).
	   05  filler			  pic x(03) value " A ".
	   05  hl-base-ate		  pic 9(08).
	   05  filler			  pic x(24) value spaces.
       01  wk-linha-janela.
	   05  filler			  pic x(08) value "JANELA: ".
	   05  hl-job-janela		  pic x(08).
	   05  filler			  pic x(01) value space.
	   05  hl-inicio-hh		  pic 99.
	   05  filler			  pic x(01) value ":".
	   05  hl-inicio-mm		  pic 99.
	   05  filler			  pic x(03) value " A ".
	   05  hl-fim-hh		  pic 99.
	   05  filler			  pic x(01) value ":".
	   05  hl-fim-mm		  pic 99.
	   05  filler			  pic x(15)
	       value "   TOLERANCIA: ".
	   05  hl-tolerancia		  pic zz9.
	   05  filler			  pic x(01) value "%".
	   05  filler			  pic x(31) value spaces.
       01  wk-linha-branco		  pic x(80) value spaces.
       01  wk-linha-secao		  pic x(80).
       01  wk-linha-colunas-fora.
	   05  filler			  pic x(39)
	       value "DATA     PASSO    PROGRAMA".
	   05  filler			  pic x(41)
	       value "INICIO   DATA FIM FIM      SEGUNDOS".
       01  wk-linha-fora.
	   05  fl-data-inicio		  pic 9(08).
	   05  filler			  pic x(01) value space.
	   05  fl-step			  pic x(08).
	   05  filler			  pic x(01) value space.
	   05  fl-programa		  pic x(20).
	   05  filler			  pic x(01) value space.
	   05  fl-hora-inicio.
	       10  fl-inicio-hh		  pic 99.
	       10  filler		  pic x(01) value ":".
	       10  fl-inicio-mm		  pic 99.
	       10  filler		  pic x(01) value ":".
	       10  fl-inicio-ss		  pic 99.
	   05  filler			  pic x(01) value space.
	   05  fl-data-fim		  pic 9(08).
	   05  filler			  pic x(01) value space.
	   05  fl-hora-fim.
	       10  fl-fim-hh		  pic 99.
	       10  filler		  pic x(01) value ":".
	       10  fl-fim-mm		  pic 99.
	       10  filler		  pic x(01) value ":".
	       10  fl-fim-ss		  pic 99.
	   05  filler			  pic x(01) value space.
	   05  fl-segundos		  pic zzzzzzz9.
	   05  filler			  pic x(06) value spaces.
       01  wk-linha-colunas-tempo.
	   05  filler			  pic x(39)
	       value "JOB      PASSO    PROGRAMA".
	   05  filler			  pic x(41)
	       value "EXEC MEDIA SEM MEDIA 30D    VAR% AVISO".
       01  wk-linha-tempo.
	   05  pl-job			  pic x(08).
	   05  filler			  pic x(01) value space.
	   05  pl-step			  pic x(08).
	   05  filler			  pic x(01) value space.
	   05  pl-programa		  pic x(20).
	   05  filler			  pic x(01) value space.
	   05  pl-execucoes		  pic zzz9.
	   05  filler			  pic x(01) value space.
	   05  pl-media-semana		  pic zzzzz9,99.
	   05  filler			  pic x(01) value space.
	   05  pl-media-base		  pic zzzzz9,99.
	   05  filler			  pic x(01) value space.
	   05  pl-variacao		  pic ----9,9.
	   05  filler			  pic x(01) value space.
	   05  pl-aviso			  pic x(05).
	   05  filler			  pic x(03) value spaces.
       01  wk-linha-colunas-vazao.
	   05  filler			  pic x(39)
	       value "JOB      PASSO    PROGRAMA".
	   05  filler			  pic x(41)
	       value "REG/S SEM REG/S 30D    VAR% AVISO".
       01  wk-linha-vazao.
	   05  vl-job			  pic x(08).
	   05  filler			  pic x(01) value space.
	   05  vl-step			  pic x(08).
	   05  filler			  pic x(01) value space.
	   05  vl-programa		  pic x(20).
	   05  filler			  pic x(01) value space.
	   05  vl-vazao-semana		  pic zzzzzz9,9.
	   05  filler			  pic x(01) value space.
	   05  vl-vazao-base		  pic zzzzzz9,9.
	   05  filler			  pic x(01) value space.
	   05  vl-variacao		  pic ----9,9.
	   05  filler			  pic x(01) value space.
	   05  vl-aviso			  pic x(05).
	   05  filler			  pic x(08) value spaces.
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

      *    le o historico inteiro: as execucoes da semana e da base
      *    acumulam na tabela de passos; os terminos do job da
      *    janela fora do horario sao listados na leitura
	   perform until eof-historico
	       read historico-execucao
		   at end
		       set eof-historico to true
		   not at end
		       perform 0300-processa-execucao
	       end-read
	   end-perform

	   if wk-cont-fora-janela = zero
	       move "  NENHUM TERMINO FORA DA JANELA NA SEMANA"
		   to wk-linha-secao
	       write wk-linha-relatorio from wk-linha-secao
	   end-if

	   perform 0400-imprime-tempos

	   perform 0500-imprime-vazoes

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


      *    Resolve os parametros, abre o historico e o relatorio,
      *    calcula os periodos e imprime o cabecalho e o titulo da
      *    secao dos terminos fora da janela; o cartao e conferido
      *    antes da abertura, porque o cartao invalido encerra o
      *    programa registrando a execucao no proprio historico
       0100-inicializa.

	   move function current-date to wk-data-execucao(1:8)
	   move wk-data-dd to hl-dia
	   move wk-data-mm to hl-mes
	   move wk-data-aa to hl-ano

	   move wk-data-aaaammdd to wk-data-final
	   perform 0150-resolve-parametro

	   open input historico-execucao
	   if wk-historico-execucao-status not = "00"
	       move "historico-execucao" to err-arquivo
	       move wk-historico-execucao-status to err-status
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

	   compute wk-int-final = function integer-of-date
	       (wk-data-final)
	   compute wk-int-semana-de = wk-int-final - 6
	   compute wk-int-base-ate  = wk-int-final - 7
	   compute wk-int-base-de   = wk-int-final - 36

	   compute hl-semana-de = function date-of-integer
	       (wk-int-semana-de)
	   move wk-data-final to hl-semana-ate
	   compute hl-base-de = function date-of-integer
	       (wk-int-base-de)
	   compute hl-base-ate = function date-of-integer
	       (wk-int-base-ate)

	   move wk-job-janela to hl-job-janela
	   move wk-inicio-janela(1:2) to hl-inicio-hh
	   move wk-inicio-janela(3:2) to hl-inicio-mm
	   move wk-fim-janela(1:2)    to hl-fim-hh
	   move wk-fim-janela(3:2)    to hl-fim-mm
	   move wk-tolerancia         to hl-tolerancia

	   write wk-linha-relatorio from wk-linha-titulo
	   write wk-linha-relatorio from wk-linha-data
	   write wk-linha-relatorio from wk-linha-periodo
	   write wk-linha-relatorio from wk-linha-janela
	   write wk-linha-relatorio from wk-linha-branco

	   move spaces to wk-linha-secao
	   string "PASSOS DO " delimited by size
	       wk-job-janela delimited by space
	       " COM TERMINO FORA DA JANELA NA SEMANA"
		   delimited by size
	       into wk-linha-secao
	   end-string
	   write wk-linha-relatorio from wk-linha-secao
	   write wk-linha-relatorio from wk-linha-colunas-fora

	   .


      *    Resolve os parametros: cartao presente substitui cada
      *    campo preenchido; campo preenchido invalido (data ou hora
      *    inexistente, tolerancia zerada) encerra com RC=16
       0150-resolve-parametro.

	   open input parametro-janela
	   if wk-parametro-status = "00"
	       read parametro-janela
		   at end
		       set eof-parametro to true
	       end-read
	       if not eof-parametro
		   perform 0160-valida-parametro
	       end-if
	       close parametro-janela
	   end-if

	   .


      *    Confere e aplica os campos preenchidos do cartao
       0160-valida-parametro.

	   if jp-data-final not = spaces
	       if jp-data-final is numeric
		   move jp-data-final to wk-data-cartao
		   if function test-date-yyyymmdd(wk-data-cartao)
		       = zero
		       move wk-data-cartao to wk-data-final
		   else
		       perform 0170-cartao-invalido
		   end-if
	       else
		   perform 0170-cartao-invalido
	       end-if
	   end-if

	   if jp-job-janela not = spaces
	       move jp-job-janela to wk-job-janela
	   end-if

	   if jp-inicio-janela not = spaces
	       if jp-inicio-janela is numeric
		   and jp-inicio-janela(1:2) < "24"
		   and jp-inicio-janela(3:2) < "60"
		   move jp-inicio-janela to wk-inicio-janela
	       else
		   perform 0170-cartao-invalido
	       end-if
	   end-if

	   if jp-fim-janela not = spaces
	       if jp-fim-janela is numeric
		   and jp-fim-janela(1:2) < "24"
		   and jp-fim-janela(3:2) < "60"
		   move jp-fim-janela to wk-fim-janela
	       else
		   perform 0170-cartao-invalido
	       end-if
	   end-if

	   if jp-tolerancia not = spaces
	       if jp-tolerancia is numeric
		   and jp-tolerancia > "000"
		   move jp-tolerancia to wk-tolerancia
	       else
		   perform 0170-cartao-invalido
	       end-if
	   end-if

	   .


      *    Cartao de parametro com campo invalido
       0170-cartao-invalido.

	   display "ERRO: cartao de parametro da janela invalido: "
	       parametro-janela-record(1:27)
	   close parametro-janela
	   move 16 to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Classifica a execucao corrente na semana ou na base pela
      *    data de inicio, apura o tempo decorrido e os registros
      *    tratados e acumula no passo; termino do job da janela
      *    fora do horario, na semana, vai para a listagem
       0300-processa-execucao.

	   add 1 to wk-cont-lidos

	   if hx-data-inicio is numeric
	       and hx-data-fim is numeric
	       and hx-data-inicio > zero
	       and hx-data-fim > zero
	       compute wk-int-inicio = function integer-of-date
		   (hx-data-inicio)
	       if wk-int-inicio >= wk-int-base-de
		   and wk-int-inicio <= wk-int-final
		   perform 0305-acumula-execucao
	       end-if
	   end-if

	   .


      *    Acumula a execucao corrente, ja dentro da semana ou da
      *    base, no passo dela
       0305-acumula-execucao.

	   perform 0310-apura-tempo
	   perform 0320-procura-passo

	   if wk-int-inicio >= wk-int-semana-de
	       add 1 to wk-cont-semana
	       add 1 to tj-sem-execucoes (wk-idx)
	       add wk-segundos to tj-sem-segundos (wk-idx)
	       add wk-registros to tj-sem-registros (wk-idx)
	       if hx-job = wk-job-janela
		   perform 0330-confere-janela
	       end-if
	   else
	       add 1 to wk-cont-base
	       add 1 to tj-base-execucoes (wk-idx)
	       add wk-segundos to tj-base-segundos (wk-idx)
	       add wk-registros to tj-base-registros (wk-idx)
	   end-if

	   .


      *    Tempo decorrido da execucao corrente em segundos, com os
      *    dias inteiros entre o inicio e o fim, e os registros
      *    tratados (entrada mais saida)
       0310-apura-tempo.

	   compute wk-int-fim = function integer-of-date
	       (hx-data-fim)

	   move hx-hora-inicio to wk-hora-numerica
	   compute wk-cent-inicio = wk-hp-hh * 360000
	       + wk-hp-mm * 6000 + wk-hp-ss * 100 + wk-hp-cc
	   move hx-hora-fim to wk-hora-numerica
	   compute wk-cent-fim = wk-hp-hh * 360000
	       + wk-hp-mm * 6000 + wk-hp-ss * 100 + wk-hp-cc

	   compute wk-centesimos = (wk-int-fim - wk-int-inicio)
	       * 8640000 + wk-cent-fim - wk-cent-inicio
	   if wk-centesimos < zero
	       move zero to wk-centesimos
	   end-if
	   compute wk-segundos = wk-centesimos / 100

	   compute wk-registros = hx-cont-entrada + hx-cont-saida

	   .


      *    Procura o passo da execucao corrente na tabela (job,
      *    passo e programa), incluindo-o com os acumulados zerados
      *    na primeira execucao dele; wk-idx aponta a entrada
       0320-procura-passo.

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-passos
	       or (tj-job (wk-idx) = hx-job
		   and tj-step (wk-idx) = hx-step
		   and tj-programa (wk-idx) = hx-programa)
	       continue
	   end-perform

	   if wk-idx > wk-total-passos
	       if wk-total-passos >= wk-max-passos
		   display "ERRO: tabela de passos esgotada"
		   move 16 to return-code
		   close historico-execucao
		   close relatorio
		   perform 9110-registra-fim
		   stop run
	       end-if
	       add 1 to wk-total-passos
	       move wk-total-passos to wk-idx
	       move hx-job      to tj-job (wk-idx)
	       move hx-step     to tj-step (wk-idx)
	       move hx-programa to tj-programa (wk-idx)
	       move zero to tj-sem-execucoes (wk-idx)
	       move zero to tj-sem-segundos (wk-idx)
	       move zero to tj-sem-registros (wk-idx)
	       move zero to tj-base-execucoes (wk-idx)
	       move zero to tj-base-segundos (wk-idx)
	       move zero to tj-base-registros (wk-idx)
	   end-if

	   .


      *    Confere o horario de termino da execucao corrente contra
      *    a janela; a janela que vira a meia-noite (inicio maior
      *    que o fim) aceita o termino depois do inicio ou ate o fim
       0330-confere-janela.

	   move hx-hora-fim(1:4) to wk-hora-termino
	   move "N" to wk-dentro-janela

	   if wk-inicio-janela <= wk-fim-janela
	       if wk-hora-termino >= wk-inicio-janela
		   and wk-hora-termino <= wk-fim-janela
		   set dentro-janela to true
	       end-if
	   else
	       if wk-hora-termino >= wk-inicio-janela
		   or wk-hora-termino <= wk-fim-janela
		   set dentro-janela to true
	       end-if
	   end-if

	   if not dentro-janela
	       add 1 to wk-cont-fora-janela
	       move hx-data-inicio      to fl-data-inicio
	       move hx-step             to fl-step
	       move hx-programa         to fl-programa
	       move hx-hora-inicio(1:2) to fl-inicio-hh
	       move hx-hora-inicio(3:2) to fl-inicio-mm
	       move hx-hora-inicio(5:2) to fl-inicio-ss
	       move hx-data-fim         to fl-data-fim
	       move hx-hora-fim(1:2)    to fl-fim-hh
	       move hx-hora-fim(3:2)    to fl-fim-mm
	       move hx-hora-fim(5:2)    to fl-fim-ss
	       move wk-segundos         to fl-segundos
	       write wk-linha-relatorio from wk-linha-fora
	   end-if

	   .


      *    Imprime o tempo medio de cada passo executado na semana
      *    contra a media dos 30 dias anteriores; LENTO aponta o
      *    passo cuja media da semana passou da media da base mais
      *    a tolerancia, NOVO o passo sem execucao na base
       0400-imprime-tempos.

	   write wk-linha-relatorio from wk-linha-branco
	   move "TEMPO MEDIO POR EXECUCAO (SEGUNDOS) - SEMANA X BASE"
	       to wk-linha-secao
	   write wk-linha-relatorio from wk-linha-secao
	   write wk-linha-relatorio from wk-linha-colunas-tempo

	   perform 0410-imprime-tempo-passo
	       varying wk-idx from 1 by 1
	       until wk-idx > wk-total-passos

	   .


      *    Linha de tempo do passo wk-idx, se executado na semana
       0410-imprime-tempo-passo.

	   if tj-sem-execucoes (wk-idx) > zero
	       perform 0420-linha-tempo
	   end-if

	   .


      *    Monta e imprime a linha de tempo do passo wk-idx
       0420-linha-tempo.

	   compute wk-media-semana = tj-sem-segundos (wk-idx)
	       / tj-sem-execucoes (wk-idx)

	   move tj-job (wk-idx)           to pl-job
	   move tj-step (wk-idx)          to pl-step
	   move tj-programa (wk-idx)      to pl-programa
	   move tj-sem-execucoes (wk-idx) to pl-execucoes
	   move wk-media-semana           to pl-media-semana
	   move spaces                    to pl-aviso

	   if tj-base-execucoes (wk-idx) = zero
	       move zero   to pl-media-base
	       move zero   to pl-variacao
	       move "NOVO" to pl-aviso
	   else
	       compute wk-media-base = tj-base-segundos (wk-idx)
		   / tj-base-execucoes (wk-idx)
	       move wk-media-base to pl-media-base
	       if wk-media-base > zero
		   compute wk-variacao rounded =
		       (wk-media-semana - wk-media-base) * 100
		       / wk-media-base
		       on size error
			   move 9999,9 to wk-variacao
		   end-compute
	       else
		   move zero to wk-variacao
	       end-if
	       move wk-variacao to pl-variacao
	       compute wk-limite = wk-media-base
		   * (100 + wk-tolerancia) / 100
	       if wk-media-semana > wk-limite
		   and wk-media-semana >= wk-minimo-segundos
		   move "LENTO" to pl-aviso
		   add 1 to wk-cont-lentos
	       end-if
	   end-if

	   write wk-linha-relatorio from wk-linha-tempo

	   .


      *    Imprime a vazao (registros tratados por segundo) de cada
      *    passo da semana contra a da base; QUEDA aponta a vazao
      *    da semana abaixo da vazao da base menos a tolerancia -
      *    sinal de capacidade se esgotando antes do tempo estourar
       0500-imprime-vazoes.

	   write wk-linha-relatorio from wk-linha-branco
	   move "VAZAO (REGISTROS POR SEGUNDO) - SEMANA X BASE"
	       to wk-linha-secao
	   write wk-linha-relatorio from wk-linha-secao
	   write wk-linha-relatorio from wk-linha-colunas-vazao

	   perform 0510-imprime-vazao-passo
	       varying wk-idx from 1 by 1
	       until wk-idx > wk-total-passos

	   .


      *    Linha de vazao do passo wk-idx; passo sem registros
      *    contados ou sem tempo mensuravel nao tem vazao
       0510-imprime-vazao-passo.

	   if tj-sem-execucoes (wk-idx) > zero
	       and tj-sem-registros (wk-idx) > zero
	       and tj-sem-segundos (wk-idx) > zero
	       perform 0520-linha-vazao
	   end-if

	   .


      *    Monta e imprime a linha de vazao do passo wk-idx
       0520-linha-vazao.

	   compute wk-vazao-semana rounded = tj-sem-registros (wk-idx)
	       / tj-sem-segundos (wk-idx)

	   move tj-job (wk-idx)      to vl-job
	   move tj-step (wk-idx)     to vl-step
	   move tj-programa (wk-idx) to vl-programa
	   move wk-vazao-semana      to vl-vazao-semana
	   move zero                 to vl-vazao-base
	   move zero                 to vl-variacao
	   move spaces               to vl-aviso

	   if tj-base-segundos (wk-idx) = zero
	       or tj-base-registros (wk-idx) = zero
	       move "NOVO" to vl-aviso
	   else
	       compute wk-vazao-base rounded =
		   tj-base-registros (wk-idx)
		   / tj-base-segundos (wk-idx)
	       move wk-vazao-base to vl-vazao-base
	       if wk-vazao-base > zero
		   compute wk-variacao rounded =
		       (wk-vazao-semana - wk-vazao-base) * 100
		       / wk-vazao-base
		       on size error
			   move 9999,9 to wk-variacao
		   end-compute
		   move wk-variacao to vl-variacao
		   compute wk-limite = wk-vazao-base
		       * (100 - wk-tolerancia) / 100
		   if wk-vazao-semana < wk-limite
		       and tj-sem-segundos (wk-idx)
			   >= wk-minimo-segundos
		       move "QUEDA" to vl-aviso
		       add 1 to wk-cont-quedas
		   end-if
	       end-if
	   end-if

	   write wk-linha-relatorio from wk-linha-vazao

	   .


      *    Imprime os totais, fecha os arquivos e sinaliza com RC=4
      *    passo mais lento, queda de vazao ou termino fora da janela
       0900-finaliza.

	   write wk-linha-relatorio from wk-linha-branco

	   move "EXECUCOES LIDAS NO HISTORICO:" to tl-rotulo
	   move wk-cont-lidos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "EXECUCOES DA SEMANA:" to tl-rotulo
	   move wk-cont-semana to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "EXECUCOES DA BASE (30 DIAS):" to tl-rotulo
	   move wk-cont-base to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "PASSOS MAIS LENTOS (LENTO):" to tl-rotulo
	   move wk-cont-lentos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "PASSOS COM QUEDA DE VAZAO (QUEDA):" to tl-rotulo
	   move wk-cont-quedas to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "TERMINOS FORA DA JANELA:" to tl-rotulo
	   move wk-cont-fora-janela to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   close historico-execucao
	   close relatorio

	   if wk-cont-lentos > zero
	       or wk-cont-quedas > zero
	       or wk-cont-fora-janela > zero
	       display "ATENCAO: passos apontados no desempenho "
		   "semanal - ver relatorio da janela"
	       move 4 to return-code
	   end-if

	   .


      *    Aciona o subprograma comum de tratamento de erros de
      *    arquivo com a area ja preenchida pelo ponto do erro
      *    (arquivo, paragrafo e status) e encerra o programa com
      *    o return-code classificado por ele
       9000-aciona-trata-erro.

	   move "JanelaBatch" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "JanelaBatch" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   move wk-cont-lidos to ex-cont-entrada
	   move wk-cont-semana to ex-cont-saida
	   move zero to ex-cont-rejeitados
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

	   move "JANELRPT" to rr-relatorio
	   move "JanelaBatch" to rr-programa
	   move wk-data-final to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move zero to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
