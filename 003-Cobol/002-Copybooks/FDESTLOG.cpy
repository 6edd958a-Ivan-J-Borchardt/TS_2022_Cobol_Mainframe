      *----------------------------------------------------------------
      *Copybook FDESTLOG
      *Layout do log de estornos de movimento (PROD.CALC.ESTLOG), para
      *ser incluido via COPY na FD de qualquer programa que grave ou
      *consulte os estornos. Cada estorno autorizado grava uma linha:
      *o movimento (data mais origem) estornado, o motivo, quem pediu
      *e quem autorizou, quando foi feito e o que foi desfeito.
      *Um estorno deixa o movimento reaberto (situacao P): o bloco
      *corrigido pode voltar pelo job noturno mesmo com a data
      *vencida, e a carga do historico marca a linha como R quando
      *posta o movimento corrigido.
      *----------------------------------------------------------------
       01  estorno-log-record.
	   05  es-data-movimento	  pic 9(08).
	   05  es-origem		  pic x(02).
	   05  es-motivo		  pic x(02).
	   05  es-solicitante		  pic x(10).
	   05  es-autorizador		  pic x(10).
	   05  es-data-estorno		  pic 9(08).
	   05  es-hora-estorno		  pic 9(06).
	   05  es-qtde-resultados	  pic 9(07).
	   05  es-qtde-historico	  pic 9(07).
	   05  es-justificativa		  pic x(30).
	   05  es-situacao		  pic x(01).
	       88  es-reaberto			  value "P".
	       88  es-recarregado		  value "R".
	   05  filler			  pic x(09).
