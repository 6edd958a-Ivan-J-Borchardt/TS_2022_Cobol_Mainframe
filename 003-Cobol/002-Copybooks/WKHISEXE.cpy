      *----------------------------------------------------------------
      *Copybook WKHISEXE
      *Area de comunicacao com o subprograma RegistraExecucao, para
      *ser incluida via COPY sob um item de grupo 01 tanto no
      *programa chamador (working-storage) quanto no subprograma
      *(linkage). O chamador aciona o subprograma duas vezes:
      *  I = no inicio, com o nome do programa; o subprograma
      *      devolve o job, o passo e o momento do inicio
      *  F = no encerramento (normal ou pelo tratamento de erro),
      *      com as contagens; o subprograma grava a linha do
      *      historico de execucoes
      *O return-code do chamador e preservado pelas duas chamadas.
      *----------------------------------------------------------------
	   05  ex-funcao		  pic x(01).
	       88  ex-inicio			  value "I".
	       88  ex-fim			  value "F".
	   05  ex-programa		  pic x(20).
	   05  ex-job			  pic x(08).
	   05  ex-step			  pic x(08).
	   05  ex-data-inicio		  pic 9(08).
	   05  ex-hora-inicio		  pic 9(08).
	   05  ex-retorno		  pic 9(04).
	   05  ex-cont-entrada		  pic 9(09).
	   05  ex-cont-saida		  pic 9(09).
	   05  ex-cont-rejeitados	  pic 9(09).
