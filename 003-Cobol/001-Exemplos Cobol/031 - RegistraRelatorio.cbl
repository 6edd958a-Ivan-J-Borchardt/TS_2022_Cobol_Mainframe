      *Divisao de identificacao
       identification division.
       program-id. "RegistraRelatorio".
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
	   select catalogo-relatorio assign to relcat
	       organization is sequential
	       file status is wk-catalogo-status.
       i-o-control.



      *Declaracao de variaveis
       data division.
       file section.

      *    Catalogo de relatorios: uma entrada por execucao de
      *    programa com relatorio, acumulada por todos os jobs
       fd  catalogo-relatorio
	   recording mode is f.
	   copy "FDRELCAT".


      *Variaveis do programa
       working-storage section.

       77  wk-catalogo-status		  pic x(02) value spaces.

       77  wk-timestamp			  pic x(16) value spaces.
       77  wk-ultima-geracao		  pic 9(04) value zero.
       77  wk-linhas-arredondadas	  pic 9(09) value zero.

       01  wk-flags.
	   05  wk-eof-catalogo		  pic x(01) value "N".
	       88  eof-catalogo			  value "S".


      *Area de comunicacao preenchida pelo programa chamador
       linkage section.
       01  lk-area-relatorio.
	   copy "WKRELCAT".


       screen section.




      *Declaracao do corpo do programa
       procedure division using lk-area-relatorio.

	   perform 0100-apura-geracao
	   perform 0200-grava-catalogo

      *    o CALL devolve ao chamador o return-code deste programa:
      *    devolve o do proprio chamador, recebido na area
	   move rr-retorno to return-code

	   goback.


      *    Apura a geracao do relatorio desta execucao: a seguinte a
      *    da ultima entrada do mesmo relatorio no catalogo. Cada
      *    execucao cria exatamente uma geracao (+1) e grava uma
      *    entrada, entao a numeracao acompanha a da base de
      *    geracoes, que tambem volta a 1 depois de 9999
       0100-apura-geracao.

	   move zero to wk-ultima-geracao
	   move "N" to wk-eof-catalogo

	   open input catalogo-relatorio
	   if wk-catalogo-status = "00"
	       perform until eof-catalogo
		   read catalogo-relatorio
		       at end
			   set eof-catalogo to true
		       not at end
			   if rc-relatorio = rr-relatorio
			       move rc-geracao to wk-ultima-geracao
			   end-if
		   end-read
	       end-perform
	       close catalogo-relatorio
	   end-if

	   .


      *    Grava a entrada da execucao no catalogo; o catalogo nao
      *    deve derrubar o passo que esta encerrando, entao uma
      *    falha dele fica so na mensagem de operador
       0200-grava-catalogo.

	   open extend catalogo-relatorio
	   if wk-catalogo-status = "35"
	       open output catalogo-relatorio
	   end-if
	   if wk-catalogo-status not = "00"
	       display "REGREL: catalogo-relatorio indisponivel, "
		   "status " wk-catalogo-status
		   " - relatorio " rr-relatorio " nao catalogado"
	   else
	       move spaces to catalogo-relatorio-record
	       move function current-date(1:16) to wk-timestamp
	       move rr-relatorio        to rc-relatorio
	       if wk-ultima-geracao >= 9999
		   move 1 to rc-geracao
	       else
		   compute rc-geracao = wk-ultima-geracao + 1
	       end-if
	       move rr-programa         to rc-programa
	       move wk-timestamp(1:8)   to rc-data-execucao
	       move wk-timestamp(9:6)   to rc-hora-execucao
	       if rr-data-movimento is numeric
		   and rr-data-movimento > zero
		   move rr-data-movimento to rc-data-movimento
	       else
		   move wk-timestamp(1:8) to rc-data-movimento
	       end-if
	       move rr-linhas           to rc-linhas
	       if rr-paginas > zero
		   move rr-paginas      to rc-paginas
	       else
		   compute wk-linhas-arredondadas = rr-linhas + 59
		   divide wk-linhas-arredondadas by 60
		       giving rc-paginas
	       end-if
	       move rr-retorno          to rc-retorno
	       if rr-retorno >= 8
		   set rc-interrompido to true
	       else
		   set rc-completo to true
	       end-if
	       write catalogo-relatorio-record
	       close catalogo-relatorio
	   end-if

	   .
