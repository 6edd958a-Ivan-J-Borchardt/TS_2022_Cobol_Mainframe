      *Divisao de identificacao
       identification division.
       program-id. "RegistraExecucao".
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
	   select identificacao-passo assign to histid
	       organization is sequential
	       file status is wk-identificacao-status.

	   select historico-execucao assign to histexe
	       organization is sequential
	       file status is wk-historico-execucao-status.
       i-o-control.



      *Declaracao de variaveis
       data division.
       file section.

      *    Cartao de identificacao do passo, in-stream no JCL: nome
      *    do job nas colunas 1-8 e nome do passo nas colunas 10-17
       fd  identificacao-passo
	   recording mode is f.
       01  identificacao-passo-record.
	   05  ip-job			  pic x(08).
	   05  filler			  pic x(01).
	   05  ip-step			  pic x(08).
	   05  filler			  pic x(63).

      *    Historico de execucoes: uma linha por execucao de programa,
      *    acumulada por todos os passos de todos os jobs
       fd  historico-execucao
	   recording mode is f.
	   copy "FDHISEXE".


      *Variaveis do programa
       working-storage section.

       77  wk-identificacao-status	  pic x(02) value spaces.
       77  wk-historico-execucao-status	  pic x(02) value spaces.

       77  wk-timestamp			  pic x(16) value spaces.


      *Area de comunicacao preenchida pelo programa chamador
       linkage section.
       01  lk-area-execucao.
	   copy "WKHISEXE".


       screen section.




      *Declaracao do corpo do programa
       procedure division using lk-area-execucao.

	   if ex-inicio
	       perform 0100-registra-inicio
	   else
	       perform 0200-grava-historico
	   end-if

      *    o CALL devolve ao chamador o return-code deste programa:
      *    devolve o do proprio chamador, recebido na area
	   move ex-retorno to return-code

	   goback.


      *    Guarda na area do chamador o momento do inicio e a
      *    identificacao do passo; sem o cartao (DD ausente ou
      *    vazio) a execucao fica registrada so pelo programa
       0100-registra-inicio.

	   move function current-date(1:16) to wk-timestamp
	   move wk-timestamp(1:8)  to ex-data-inicio
	   move wk-timestamp(9:8)  to ex-hora-inicio
	   move spaces to ex-job
	   move spaces to ex-step
	   move zero to ex-cont-entrada
	   move zero to ex-cont-saida
	   move zero to ex-cont-rejeitados

	   open input identificacao-passo
	   if wk-identificacao-status = "00"
	       read identificacao-passo
		   at end
		       continue
		   not at end
		       move ip-job to ex-job
		       move ip-step to ex-step
	       end-read
	       close identificacao-passo
	   end-if

	   .


      *    Grava a linha da execucao no historico; o historico nao
      *    deve derrubar o passo que esta encerrando, entao uma
      *    falha dele fica so na mensagem de operador
       0200-grava-historico.

	   open extend historico-execucao
	   if wk-historico-execucao-status = "35"
	       open output historico-execucao
	   end-if
	   if wk-historico-execucao-status not = "00"
	       display "REGEXEC: historico-execucao indisponivel, "
		   "status " wk-historico-execucao-status
		   " - execucao de " ex-programa " nao registrada"
	   else
	       move spaces to historico-execucao-record
	       move function current-date(1:16) to wk-timestamp
	       move ex-job             to hx-job
	       move ex-step            to hx-step
	       move ex-programa        to hx-programa
	       move ex-data-inicio     to hx-data-inicio
	       move ex-hora-inicio     to hx-hora-inicio
	       move wk-timestamp(1:8)  to hx-data-fim
	       move wk-timestamp(9:8)  to hx-hora-fim
	       move ex-retorno         to hx-retorno
	       move ex-cont-entrada    to hx-cont-entrada
	       move ex-cont-saida      to hx-cont-saida
	       move ex-cont-rejeitados to hx-cont-rejeitados
	       write historico-execucao-record
	       close historico-execucao
	   end-if

	   .
