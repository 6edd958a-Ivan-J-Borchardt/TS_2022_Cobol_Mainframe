      *----------------------------------------------------------------
      *Copybook FDDEVTRL
      *Layout da trilha de devolucao da noite, para ser incluido via
      *COPY na FD de qualquer programa que grave ou leia a trilha. A
      *critica de entrada grava uma linha por detalhe criticado de
      *cada bloco, na ordem de calc-input: o bloco (data, origem e a
      *posicao da linha no bloco) e o registro como chegou, a
      *situacao na critica (A aceito, R rejeitado, com o motivo) e a
      *quem a linha e devolvida - o proprio bloco ou, no movimento de
      *reciclo (origem RC), o departamento e a linha original do
      *rejeitado corrigido. A montagem do retorno por origem junta a
      *trilha aos resultados do calculo.
      *----------------------------------------------------------------
       01  trilha-devolucao-record.
	   05  tv-data-movimento	  pic 9(08).
	   05  tv-origem		  pic x(02).
	   05  tv-sequencia		  pic 9(07).
	   05  tv-registro		  pic x(30).
	   05  tv-situacao		  pic x(01).
	       88  tv-aceito			  value "A".
	       88  tv-rejeitado			  value "R".
	   05  tv-motivo		  pic x(02).
	   05  tv-reciclado		  pic x(01).
	       88  tv-linha-reciclada		  value "S".
	   05  tv-origem-devolucao	  pic x(02).
	   05  tv-data-original		  pic 9(08).
	   05  tv-sequencia-original	  pic 9(07).
	   05  tv-registro-original	  pic x(30).
	   05  filler			  pic x(02).
