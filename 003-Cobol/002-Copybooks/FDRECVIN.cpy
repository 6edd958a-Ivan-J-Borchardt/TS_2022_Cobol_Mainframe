      *----------------------------------------------------------------
      *Copybook FDRECVIN
      *Layout do vinculo do reciclo (PROD.CALC.RECICLO.VINC), para
      *ser incluido via COPY na FD de qualquer programa que grave ou
      *consulte o vinculo. O reciclo grava uma linha por detalhe
      *corrigido do movimento de reciclo (origem RC): a data do
      *movimento de reciclo e a posicao do detalhe nele, e de onde o
      *rejeitado veio - departamento, data do movimento e posicao da
      *linha no bloco original, o registro rejeitado, o motivo e a
      *data da rejeicao. A critica de entrada consulta o vinculo no
      *bloco RC para devolver cada linha ao departamento de origem.
      *----------------------------------------------------------------
       01  vinculo-reciclo-record.
	   05  rv-data-reciclo		  pic 9(08).
	   05  rv-sequencia		  pic 9(07).
	   05  rv-origem		  pic x(02).
	   05  rv-data-movimento	  pic 9(08).
	   05  rv-sequencia-original	  pic 9(07).
	   05  rv-registro-original	  pic x(30).
	   05  rv-motivo		  pic x(02).
	   05  rv-data-rejeicao		  pic 9(08).
	   05  filler			  pic x(04).
