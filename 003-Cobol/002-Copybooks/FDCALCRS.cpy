      *par de entrada e a operacao, alem do valor calculado - e o
      *mesmo conjunto data/origem/par/operacao que forma a chave do
      *historico de calculos em VSAM.
      *O par e gravado no formato da versao 2 do movimento de entrada
      *(sinal na frente, 7 inteiros e 4 decimais) para as duas
      *versoes, e cr-versao guarda a versao do bloco que originou o
      *calculo: na versao 1 o valor mantem a capacidade e as 3 casas
      *decimais do layout original (a quarta casa sai zerada).
      *----------------------------------------------------------------
       01  calc-results-record.
	   05  cr-data			  pic 9(08).
	   05  cr-origem		  pic x(02).
	   05  cr-num1			  pic s9(07)v9(04)
					  sign leading separate.
	   05  cr-num2			  pic s9(07)v9(04)
					  sign leading separate.
	   05  cr-operacao		  pic x(20).
	   05  cr-valor			  pic -(14)9,9999.
	   05  cr-versao		  pic x(01).
	       88  cr-versao-2			  value "2".
	   05  filler			  pic x(05).
