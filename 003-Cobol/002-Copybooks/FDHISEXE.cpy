      *----------------------------------------------------------------
      *Copybook FDHISEXE
      *Layout do historico de execucoes dos passos batch
      *(PROD.CALC.HISTEXEC), para ser incluido via COPY na FD do
      *subprograma RegistraExecucao, que grava uma linha por
      *execucao de programa, e de quem le o historico. Cada linha
      *identifica o job, o passo e o programa, o inicio e o fim da
      *execucao (hora com centesimos), o return-code de encerramento
      *e as contagens principais de entrada, de saida e de
      *rejeitados do programa.
      *----------------------------------------------------------------
       01  historico-execucao-record.
	   05  hx-job			  pic x(08).
	   05  hx-step			  pic x(08).
	   05  hx-programa		  pic x(20).
	   05  hx-data-inicio		  pic 9(08).
	   05  hx-hora-inicio		  pic 9(08).
	   05  hx-data-fim		  pic 9(08).
	   05  hx-hora-fim		  pic 9(08).
	   05  hx-retorno		  pic 9(04).
	   05  hx-cont-entrada		  pic 9(09).
	   05  hx-cont-saida		  pic 9(09).
	   05  hx-cont-rejeitados	  pic 9(09).
	   05  filler			  pic x(01).
