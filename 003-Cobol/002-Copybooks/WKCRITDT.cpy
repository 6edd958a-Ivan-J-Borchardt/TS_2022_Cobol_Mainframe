      *----------------------------------------------------------------
      *Copybook WKCRITDT
      *Area de comunicacao com o subprograma CriticaDetalhe, para ser
      *incluida via COPY sob um item de grupo 01 tanto no programa
      *chamador (working-storage) quanto no subprograma (linkage).
      *O chamador move o registro de detalhe de calc-input para
      *cd-detalhe antes do CALL; CriticaDetalhe devolve em cd-motivo
      *o codigo da primeira critica de negocio violada, ou brancos
      *quando o detalhe e aceito. Sao as mesmas criticas da critica
      *noturna e da digitacao online, para que um detalhe aceito na
      *tela nunca seja rejeitado a noite.
      *O chamador move tambem para cd-operacoes-autorizadas a lista de
      *operacoes que o cadastro de origens (FDORIGEM) autoriza para a
      *origem do bloco; operacao do detalhe em branco vale como TOD.
      *Lista toda em brancos dispensa essa critica.
      *O detalhe da versao 2 do layout (ultima posicao = "2") e
      *criticado pela visao cd-detalhe-estendido, com o mesmo codigo
      *de motivo de cada critica da versao 1.
      *----------------------------------------------------------------
	   05  cd-detalhe.
	       10  cd-tipo-registro	  pic x(01).
	       10  cd-num1		  pic 9(05).
	       10  cd-num2		  pic 9(05).
	       10  cd-operacao		  pic x(03).
		   88  cd-op-valida		  value "POT", "RZN",
		       "DIV", "PCT", "MDC", "JUR", "TOD", "   ".
	       10  cd-reserva-v1	  pic x(15).
	       10  cd-versao-detalhe	  pic x(01).
		   88  cd-detalhe-v2		  value "2".
	   05  cd-detalhe-estendido redefines cd-detalhe.
	       10  filler		  pic x(01).
	       10  cd2-num1		  pic s9(07)v9(04)
					  sign leading separate.
	       10  cd2-num2		  pic s9(07)v9(04)
					  sign leading separate.
	       10  cd2-operacao		  pic x(03).
		   88  cd2-op-valida		  value "POT", "RZN",
		       "DIV", "PCT", "MDC", "JUR", "TOD", "   ".
	       10  filler		  pic x(02).
	   05  cd-motivo		  pic x(02).
	       88  cd-detalhe-aceito		  value spaces.
	   05  cd-operacoes-autorizadas.
	       10  cd-operacao-autorizada  pic x(03)
					       occurs 7 times.
