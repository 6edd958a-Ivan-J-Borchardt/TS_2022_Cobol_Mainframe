      *----------------------------------------------------------------
      *Copybook FDORIGEM
      *Layout do cadastro de origens (departamentos remetentes de
      *movimento), VSAM KSDS PROD.CALC.ORIGEM com chave or-codigo,
      *para ser incluido via COPY na FD de qualquer programa que
      *consulte ou mantenha o cadastro. Cada origem traz o nome, a
      *situacao (ativa/inativa), as operacoes que o departamento
      *esta autorizado a pedir (codigos de ci-operacao, em qualquer
      *ordem, brancos nas posicoes livres; o detalhe com operacao em
      *branco equivale a TOD), se envia movimento todo dia util e o
      *volume usual de detalhes por movimento. O cadastro e mantido
      *somente pelo programa ManutencaoOrigem (job CALCORG).
      *----------------------------------------------------------------
       01  origem-record.
	   05  or-codigo		  pic x(02).
	   05  or-nome			  pic x(30).
	   05  or-situacao		  pic x(01).
	       88  or-ativa			  value "A".
	       88  or-inativa			  value "I".
	   05  or-operacoes-autorizadas.
	       10  or-operacao-autorizada  pic x(03)
					       occurs 7 times.
	   05  or-envio-diario		  pic x(01).
	       88  or-envia-diariamente		  value "S".
	   05  or-volume-usual		  pic 9(07).
	   05  or-data-inclusao		  pic 9(08).
	   05  or-data-alteracao	  pic 9(08).
	   05  filler			  pic x(02).
