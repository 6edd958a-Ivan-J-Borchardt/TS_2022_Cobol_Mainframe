       file section.

       fd  calc-hist.
	   copy "FDCALCHS".

      *    Geracao de arquivamento dos registros expurgados, no
      *    mesmo layout do historico, para que uma consulta a um
      *    periodo ja expurgado ainda seja possivel fora de linha
       fd  hist-arquivo
	   recording mode is f.
       01  hist-arquivo-record		  pic x(80).

      *    Cartao de parametro opcional: quantos meses de historico
      *    ficam retidos em linha; registros de competencia anterior
       77  wk-hist-arquivo-status	  pic x(02) value spaces.
       77  wk-parametro-status	  pic x(02) value spaces.
       77  wk-relatorio-status	  pic x(02) value spaces.
       77  wk-linhas-catalogo	  pic 9(07) value zero.

       01  wk-flags.
	   05  wk-fim-browse		  pic x(01) value "N".
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

	   perform 0200-posiciona-inicio

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


		       display "ERRO: retencao do cartao de "
			   "parametro invalida"
		       move 16 to return-code
		       perform 9110-registra-fim
		       stop run
		   end-if
	       end-if
	       if wk-total-meses >= 200
		   display "ERRO: tabela de competencias esgotada"
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	       end-if
	       add 1 to wk-total-meses
	   move "ExpurgaHistorico" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "ExpurgaHistorico" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   move wk-cont-lidos to ex-cont-entrada
	   move wk-cont-removidos to ex-cont-saida
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

	   move "PURGARPT" to rr-relatorio
	   move "ExpurgaHistorico" to rr-programa
	   move wk-data-aaaammdd to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move zero to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
