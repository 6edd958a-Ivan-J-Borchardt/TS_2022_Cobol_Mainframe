      *Divisao de identificacao
       identification division.
       program-id. "CriticaDetalhe".
       author. "Ivan J. Borchardt".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.


      *Divisao de configuracao do ambiente
       environment division.
       configuration section.
	    special-names. decimal-point is comma.

      *------- Declaracao de recursos externos
       input-output section.
       file-control.
       i-o-control.



      *Declaracao de variaveis
       data division.
       file section.


      *Variaveis do programa
       working-storage section.

      *    Faixa de negocio acordada com os departamentos de origem:
      *    nenhum dos dois numeros do par pode passar deste teto
       77  wk-faixa-maxima		  pic 9(05) value 90000.
      *    Na versao 2 do layout a faixa acompanha a capacidade maior
      *    do par e vale para o valor absoluto de cada numero
       77  wk-faixa-maxima-v2		  pic 9(07)v9(04) value 9000000.
       77  wk-operacao-detalhe		  pic x(03).
       77  wk-idx			  pic 9(02).
       77  wk-operacao-efetiva		  pic x(03).


      *Area de comunicacao preenchida pelo programa chamador
       linkage section.
       01  lk-area-critica.
	   copy "WKCRITDT".


       screen section.




      *Declaracao do corpo do programa
       procedure division using lk-area-critica.

	   if cd-detalhe-v2
	       perform 0120-critica-detalhe-v2
	   else
	       perform 0100-critica-detalhe
	   end-if

	   goback.


      *    Aplica as criticas de negocio ao detalhe recebido: os dois
      *    numeros devem ser numericos, dentro da faixa acordada e o
      *    par nao pode ser todo zerado; o codigo da operacao tem de
      *    ser um dos conhecidos. A primeira critica violada define o
      *    motivo devolvido; brancos significam detalhe aceito
       0100-critica-detalhe.

	   move spaces to cd-motivo
	   move cd-operacao to wk-operacao-detalhe

	   if cd-num1 is not numeric
	       move "N1" to cd-motivo
	   else
	       if cd-num2 is not numeric
		   move "N2" to cd-motivo
	       else
		   if cd-num1 > wk-faixa-maxima
		       move "F1" to cd-motivo
		   else
		       if cd-num2 > wk-faixa-maxima
			   move "F2" to cd-motivo
		       else
			   if cd-num1 = zero and cd-num2 = zero
			       move "ZZ" to cd-motivo
			   else
			       if not cd-op-valida
				   move "OP" to cd-motivo
			       else
				   if cd-operacoes-autorizadas
							  not = spaces
				       perform 0110-critica-autorizacao
				   end-if
			       end-if
			   end-if
		       end-if
		   end-if
	       end-if
	   end-if

	   .


      *    A operacao do detalhe tem de constar entre as autorizadas
      *    para a origem no cadastro de origens. Operacao em branco
      *    executa todas e por isso exige a autorizacao TOD
       0110-critica-autorizacao.

	   if wk-operacao-detalhe = spaces
	       move "TOD" to wk-operacao-efetiva
	   else
	       move wk-operacao-detalhe to wk-operacao-efetiva
	   end-if

	   move "OA" to cd-motivo
	   perform varying wk-idx from 1 by 1 until wk-idx > 7
	       if cd-operacao-autorizada(wk-idx) = wk-operacao-efetiva
		   move spaces to cd-motivo
	       end-if
	   end-perform

	   .


      *    Mesmas criticas para o detalhe da versao 2 do layout: os
      *    numeros com sinal e decimais devem ser numericos e ter o
      *    valor absoluto dentro da faixa da versao 2; par todo zerado,
      *    operacao desconhecida ou nao autorizada seguem os mesmos
      *    motivos da versao 1
       0120-critica-detalhe-v2.

	   move spaces to cd-motivo
	   move cd2-operacao to wk-operacao-detalhe

	   if cd2-num1 is not numeric
	       move "N1" to cd-motivo
	   else
	       if cd2-num2 is not numeric
		   move "N2" to cd-motivo
	       else
		   if cd2-num1 > wk-faixa-maxima-v2
		   or cd2-num1 < - wk-faixa-maxima-v2
		       move "F1" to cd-motivo
		   else
		       if cd2-num2 > wk-faixa-maxima-v2
		       or cd2-num2 < - wk-faixa-maxima-v2
			   move "F2" to cd-motivo
		       else
			   if cd2-num1 = zero and cd2-num2 = zero
			       move "ZZ" to cd-motivo
			   else
			       if not cd2-op-valida
				   move "OP" to cd-motivo
			       else
				   if cd-operacoes-autorizadas
							  not = spaces
				       perform 0110-critica-autorizacao
				   end-if
			       end-if
			   end-if
		       end-if
		   end-if
	       end-if
	   end-if

	   .
