      *----------------------------------------------------------------
      *Copybook FDCALEND
      *Layout do calendario de dias uteis, VSAM KSDS
      *PROD.CALC.CALENDARIO com chave cl-data, para ser incluido via
      *COPY na FD de qualquer programa que consulte ou mantenha o
      *calendario. Um registro por dia corrido: dia da semana
      *(1 = domingo ... 7 = sabado), tipo do dia (util, feriado ou
      *fim de semana), a marca de ultimo dia util do mes e o dia
      *util imediatamente anterior, ja apurado, para que quem
      *consulta nao precise percorrer o calendario. O calendario e
      *gerado por ano e mantido (feriados) somente pelo programa
      *ManutencaoCalendario (job CALCCAL), que recalcula os campos
      *apurados a cada alteracao.
      *----------------------------------------------------------------
       01  calendario-record.
	   05  cl-data			  pic 9(08).
	   05  cl-dia-semana		  pic 9(01).
	   05  cl-tipo-dia		  pic x(01).
	       88  cl-dia-util			  value "U".
	       88  cl-feriado			  value "F".
	       88  cl-fim-de-semana		  value "S".
	   05  cl-fim-mes		  pic x(01).
	       88  cl-ultimo-util-mes		  value "S".
	   05  cl-dia-util-anterior	  pic 9(08).
	   05  cl-descricao		  pic x(30).
	   05  cl-data-alteracao	  pic 9(08).
	   05  filler			  pic x(03).
