      *----------------------------------------------------------------
      *Copybook FDRELCAT
      *Layout do catalogo de relatorios (PROD.CALC.RELCAT), para ser
      *incluido via COPY na FD do subprograma RegistraRelatorio, que
      *grava uma entrada por execucao de programa com relatorio, e
      *de quem le o catalogo (reimpressao e retencao). Cada entrada
      *identifica o relatorio e o numero absoluto da geracao dele
      *(PROD.CALC.REL.<relatorio>.GnnnnV00), o programa, o momento da
      *execucao, a data do movimento a que o relatorio se refere, o
      *tamanho impresso e o return-code de encerramento. A situacao
      *I marca o relatorio de execucao encerrada por erro, que pode
      *estar incompleto.
      *----------------------------------------------------------------
       01  catalogo-relatorio-record.
	   05  rc-relatorio		  pic x(08).
	   05  rc-geracao		  pic 9(04).
	   05  rc-programa		  pic x(20).
	   05  rc-data-execucao		  pic 9(08).
	   05  rc-hora-execucao		  pic 9(06).
	   05  rc-data-movimento	  pic 9(08).
	   05  rc-paginas		  pic 9(05).
	   05  rc-linhas		  pic 9(07).
	   05  rc-retorno		  pic 9(04).
	   05  rc-situacao		  pic x(01).
	       88  rc-completo			  value "C".
	       88  rc-interrompido		  value "I".
	   05  filler			  pic x(09).
