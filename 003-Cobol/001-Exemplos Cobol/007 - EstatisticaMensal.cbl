       77  wk-calc-results-status	  pic x(02) value spaces.
       77  wk-parametro-status	  pic x(02) value spaces.
       77  wk-relatorio-status	  pic x(02) value spaces.
       77  wk-linhas-catalogo	  pic 9(07) value zero.

       01  wk-flags.
	   05  wk-eof-calc-results	  pic x(01) value "N".

       77  wk-competencia		  pic 9(06) value zero.
       77  wk-tally-inval		  pic 9(02) value zero.
       77  wk-valor			  pic s9(14)v9(04) value zero.

      *    Coluna de valor do quadro: valor alem da largura da
      *    coluna sai preenchido com asteriscos, e nao truncado
       77  wk-coluna-editada		  pic -(10)9,9999.
       77  wk-coluna-editada-x redefines
	   wk-coluna-editada pic x(16).
       77  wk-limite-coluna		  pic 9(10)v9(04)
	   value 9999999999,9999.

      *    Tabela de acumulacao por operacao e origem: calc-results
      *    nao vem classificado, entao cada par operacao/origem ganha
	       10  tb-operacao		  pic x(20).
	       10  tb-origem		  pic x(02).
	       10  tb-cont-registros	  pic 9(07).
	       10  tb-soma-valor	  pic s9(17)v9(04).
	       10  tb-min-valor		  pic s9(14)v9(04).
	       10  tb-max-valor		  pic s9(14)v9(04).

       01  wk-contadores.
	   05  wk-cont-lidos		  pic 9(07) value zero.
	   05  filler			  pic x(08) value "  QUANT.".
	   05  filler			  pic x(16)
	       value "          MINIMO".
	   05  filler			  pic x(17)
	       value "           MAXIMO".
	   05  filler			  pic x(17)
	       value "            MEDIA".
       01  wk-linha-branco		  pic x(80) value spaces.
       01  wk-linha-operacao.
	   05  dl-operacao		  pic x(18).
	   05  filler			  pic x(01) value space.
	   05  dl-quantidade		  pic zzzzzz9.
	   05  filler			  pic x(01) value space.
	   05  dl-minimo		  pic x(16).
	   05  filler			  pic x(01) value space.
	   05  dl-maximo		  pic x(16).
	   05  filler			  pic x(01) value space.
	   05  dl-media			  pic x(16).
       01  wk-linha-total.
	   05  tl-rotulo		  pic x(40).
	   05  tl-contagem		  pic zzzzzz9.
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


      *Declaracao do corpo do programa
       procedure division.

	   perform 9100-registra-inicio

	   perform 0100-inicializa

      *    le calc-results completo e acumula na tabela de operacoes

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


		       display "ERRO: competencia do cartao de "
			   "parametro nao numerica"
		       move 16 to return-code
		       perform 9110-registra-fim
		       stop run
		   end-if
	       end-if
		   display "ERRO: tabela de operacoes esgotada para "
		       cr-operacao
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	       end-if
	       add 1 to wk-total-operacoes
	   move tb-operacao (wk-idx)       to dl-operacao
	   move tb-origem (wk-idx)         to dl-origem
	   move tb-cont-registros (wk-idx) to dl-quantidade
	   move tb-min-valor (wk-idx)	   to wk-valor
	   perform 0415-edita-coluna
	   move wk-coluna-editada-x	   to dl-minimo
	   move tb-max-valor (wk-idx)	   to wk-valor
	   perform 0415-edita-coluna
	   move wk-coluna-editada-x	   to dl-maximo
	   compute wk-valor rounded =
	       tb-soma-valor (wk-idx) / tb-cont-registros (wk-idx)
	   perform 0415-edita-coluna
	   move wk-coluna-editada-x	   to dl-media
	   write wk-linha-relatorio from wk-linha-operacao

	   add 1 to wk-linha-atual
	   .


      *    Edita wk-valor na largura da coluna do quadro; o valor que
      *    nao cabe na coluna (so possivel na versao 2 do layout) sai
      *    com a coluna toda em asteriscos
       0415-edita-coluna.

	   if wk-valor > wk-limite-coluna
	       or wk-valor < - wk-limite-coluna
	       move all "*" to wk-coluna-editada-x
	   else
	       move wk-valor to wk-coluna-editada
	   end-if

	   .


      *    Imprime os totais gerais da competencia: registros lidos,
      *    registros da competencia, validos, invalidos e o percentual
      *    de invalidos sobre o total apurado
	   move "EstatisticaMensal" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "EstatisticaMensal" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   move wk-cont-lidos to ex-cont-entrada
	   move wk-cont-validos to ex-cont-saida
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

	   move "ESTATRPT" to rr-relatorio
	   move "EstatisticaMensal" to rr-programa
	   move wk-data-aaaammdd to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move wk-pagina-atual to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
