      *----------------------------------------------------------------
      *Copybook FDDEVOLV
      *Layout do retorno por origem (PROD.CALC.DEVOLUCAO), para ser
      *incluido via COPY na FD de qualquer programa que grave ou leia
      *o retorno aos departamentos. Todo registro comeca pela origem
      *a quem e devolvido e pelo tipo; o retorno de cada origem e um
      *envelope completo: header (data da noite e contagens), um
      *detalhe por linha enviada - aceita, rejeitada com o motivo e a
      *descricao, ou devolvida pelo reciclo - seguido, na linha
      *aceita, de um registro por valor calculado em ponto decimal, e
      *o trailer (aceitas, rejeitadas e hash total das partes
      *inteiras dos valores) para a conciliacao pelo departamento. A
      *linha enviada volta como chegou, com a marca da versao do
      *layout na coluna 30 (2 na versao 2, brancos na versao 1).
      *----------------------------------------------------------------
       01  devolucao-record.
	   05  dv-origem		  pic x(02).
	   05  dv-tipo			  pic x(01).
	       88  dv-tipo-header		  value "H".
	       88  dv-tipo-detalhe		  value "D".
	       88  dv-tipo-valor		  value "V".
	       88  dv-tipo-trailer		  value "T".
	   05  filler			  pic x(109).

       01  devolucao-header.
	   05  filler			  pic x(03).
	   05  dh-data-noite		  pic 9(08).
	   05  dh-linhas		  pic 9(07).
	   05  dh-aceitas		  pic 9(07).
	   05  dh-rejeitadas		  pic 9(07).
	   05  dh-recicladas		  pic 9(07).
	   05  dh-nao-calculadas	  pic 9(07).
	   05  filler			  pic x(66).

       01  devolucao-detalhe.
	   05  filler			  pic x(03).
	   05  dd-data-movimento	  pic 9(08).
	   05  dd-sequencia		  pic 9(07).
	   05  dd-registro		  pic x(30).
	   05  dd-registro-reciclo	  pic x(30).
	   05  dd-situacao		  pic x(01).
	       88  dd-aceita			  value "A".
	       88  dd-rejeitada			  value "R".
	       88  dd-nao-calculada		  value "N".
	   05  dd-reciclada		  pic x(01).
	   05  dd-motivo		  pic x(02).
	   05  dd-descricao		  pic x(30).

       01  devolucao-valor.
	   05  filler			  pic x(03).
	   05  dr-data-movimento	  pic 9(08).
	   05  dr-sequencia		  pic 9(07).
	   05  dr-operacao		  pic x(20).
	   05  dr-sinal			  pic x(01).
	   05  dr-valor-inteiro		  pic 9(14).
	   05  dr-ponto-decimal		  pic x(01).
	   05  dr-valor-fracionario	  pic 9(04).
	   05  filler			  pic x(54).

       01  devolucao-trailer.
	   05  filler			  pic x(03).
	   05  dt-aceitas		  pic 9(07).
	   05  dt-rejeitadas		  pic 9(07).
	   05  dt-hash			  pic 9(12).
	   05  filler			  pic x(83).
