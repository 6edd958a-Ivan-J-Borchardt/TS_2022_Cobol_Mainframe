
       77  wk-checkpoint-status	  pic x(02) value spaces.
       77  wk-relatorio-status	  pic x(02) value spaces.
       77  wk-linhas-catalogo	  pic 9(07) value zero.
       77  wk-parametros-status	  pic x(02) value spaces.

      *    Parametros de execucao, com os padroes historicos do
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

	   perform varying wk-num from wk-num by wk-parm-passo

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


	       display "ERRO: cartao de parametros com campo nao "
		   "numerico: " parametros-record(1:15)
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	       display "ERRO: passo do cartao de parametros nao pode "
		   "ser zero"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	       display "ERRO: inicio " pr-inicio " alem do fim " pr-fim
		   " no cartao de parametros"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	       display "ERRO: fim " pr-fim " + passo " pr-passo
		   " passa de 999 no cartao de parametros"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	       display "ERRO: linhas por pagina do cartao de "
		   "parametros nao pode ser zero"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	       display "ERRO: intervalo de checkpoint do cartao de "
		   "parametros nao pode ser zero"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	   move "Lista5E7" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "Lista5E7" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   move zero to ex-cont-entrada
	   move wk-total-linhas to ex-cont-saida
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

	   move "REPORT" to rr-relatorio
	   move "Lista5E7" to rr-programa
	   move wk-data-aaaammdd to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move wk-pagina-atual to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
