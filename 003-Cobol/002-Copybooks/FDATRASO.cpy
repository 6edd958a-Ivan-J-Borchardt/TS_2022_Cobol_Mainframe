      *----------------------------------------------------------------
      *Copybook FDATRASO
      *Layout do log de movimentos em atraso (PROD.CALC.ATRASOS),
      *para ser incluido via COPY na FD de qualquer programa que
      *grave ou consulte o log. A critica de entrada grava uma linha
      *por movimento (data mais origem) cuja data nao e a da noite:
      *situacao R quando o movimento e retido (com o motivo), A
      *quando entra autorizado no dia util seguinte e L quando um
      *retido e liberado por autorizacao posterior. Cada linha traz
      *o tipo da data do movimento no calendario, o dia util
      *anterior ao da noite e a data da noite em que o movimento foi
      *processado (ou retido), base do relatorio matinal de atrasos.
      *----------------------------------------------------------------
       01  atraso-log-record.
	   05  at-data-movimento	  pic 9(08).
	   05  at-origem		  pic x(02).
	   05  at-situacao		  pic x(01).
	       88  at-retido			  value "R".
	       88  at-autorizado		  value "A".
	       88  at-liberado			  value "L".
	   05  at-motivo		  pic x(02).
	   05  at-tipo-dia		  pic x(01).
	   05  at-dia-util-anterior	  pic 9(08).
	   05  at-data-lancamento	  pic 9(08).
	   05  at-hora-lancamento	  pic 9(06).
	   05  at-detalhes		  pic 9(07).
	   05  at-autorizador		  pic x(10).
	   05  filler			  pic x(27).
