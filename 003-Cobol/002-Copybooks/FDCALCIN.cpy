      *origem), os registros de detalhe (par de numeros e codigo da
      *operacao pedida) e um registro trailer (contagem de detalhes),
      *identificados pelo tipo na primeira posicao.
      *O header traz a versao do layout dos detalhes do bloco: em
      *branco ou "1" o layout original (par inteiro de 5 digitos), "2"
      *o layout estendido (par com sinal e 4 decimais). Blocos das
      *duas versoes podem vir no mesmo arquivo.
      *A ultima posicao do detalhe e de uso interno: a critica de
      *entrada grava nela a versao do bloco ("2", ou branco na versao
      *1) em toda copia do detalhe guardada fora do bloco
      *(rejeitados, trilha de devolucao, vinculo do reciclo), para
      *que cada copia seja interpretada sozinha.
      *----------------------------------------------------------------
       01  calc-input-record.
	   05  ci-tipo-registro		  pic x(01).
	       88  op-todas			  value "TOD", "   ".
	       88  op-valida			  value "POT", "RZN",
		   "DIV", "PCT", "MDC", "JUR", "TOD", "   ".
	   05  ci-reserva-v1		  pic x(15).
	   05  ci-versao-detalhe	  pic x(01).
	       88  ci-detalhe-v2		  value "2".

      *    Detalhe da versao 2: cada numero com sinal na frente
      *    (+/-), 7 inteiros e 4 decimais implicitos
       01  calc-input-detalhe-v2.
	   05  filler			  pic x(01).
	   05  ci2-num1			  pic s9(07)v9(04)
					  sign leading separate.
	   05  ci2-num2			  pic s9(07)v9(04)
					  sign leading separate.
	   05  ci2-operacao		  pic x(03).
	   05  filler			  pic x(01).
	   05  filler			  pic x(01).

       01  calc-input-header.
	   05  filler			  pic x(01).
	   05  ch-data-movimento	  pic 9(08).
	   05  ch-origem		  pic x(02).
	   05  ch-versao		  pic x(01).
	       88  ch-layout-v1			  value " ", "1".
	       88  ch-layout-v2			  value "2".
	       88  ch-versao-valida		  value " ", "1", "2".
	   05  filler			  pic x(18).

       01  calc-input-trailer.
	   05  filler			  pic x(01).
	   05  ct-contagem		  pic 9(07).
	   05  filler			  pic x(22).
