      *----------------------------------------------------------------
      *Copybook FDCALCHS
      *Layout do historico de calculos (VSAM KSDS PROD.CALC.HISTORIA),
      *para ser incluido via COPY na FD de qualquer programa que grave
      *ou consulte o historico. A chave e o conjunto data do
      *movimento + origem + par de entrada + operacao, o mesmo de
      *calc-results; o valor e guardado na edicao de cr-valor e a
      *versao e a do bloco que originou o calculo.
      *----------------------------------------------------------------
       01  calc-hist-record.
	   05  hs-chave.
	       10  hs-data		  pic 9(08).
	       10  hs-origem		  pic x(02).
	       10  hs-num1		  pic s9(07)v9(04)
					  sign leading separate.
	       10  hs-num2		  pic s9(07)v9(04)
					  sign leading separate.
	       10  hs-operacao		  pic x(20).
	   05  hs-valor			  pic x(20).
	   05  hs-versao		  pic x(01).
	       88  hs-versao-2			  value "2".
	   05  filler			  pic x(05).
