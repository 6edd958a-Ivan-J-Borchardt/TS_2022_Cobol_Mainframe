      *----------------------------------------------------------------
      *Copybook WKATRASO
      *Area de comunicacao com o subprograma VerificaAtraso, para ser
      *incluida via COPY sob um item de grupo 01 tanto no programa
      *chamador (working-storage) quanto no subprograma (linkage).
      *O chamador move a funcao, a data e a origem do movimento e a
      *data corrente (a da noite) antes do CALL:
      *  funcao D - decide o destino de um movimento cuja data nao e
      *             a da noite: va-situacao A (autorizado no dia util
      *             seguinte), L (retido liberado) ou R (retido, com
      *             o motivo em va-motivo). Movimento ja decidido
      *             pelo log de atrasos (autorizado em qualquer noite
      *             ou retido nesta noite) volta com a mesma decisao
      *             e va-ja-registrado "S", para que o chamador nao
      *             grave o log de novo;
      *  funcao L - so informa em va-liberavel se um movimento
      *             retido ja tem a autorizacao que o libera.
      *O subprograma nao grava arquivo algum: o log de atrasos e
      *gravado pelo chamador, que conhece a contagem de detalhes.
      *Erro de arquivo no subprograma volta em va-retorno "9", com o
      *arquivo, o paragrafo e o status em va-erro-*: o chamador os
      *passa ao seu proprio tratamento de erro, que encerra a
      *execucao pelo caminho normal de fim.
      *----------------------------------------------------------------
	   05  va-funcao		  pic x(01).
	       88  va-funcao-decide		  value "D".
	       88  va-funcao-liberacao		  value "L".
	   05  va-data-movimento	  pic 9(08).
	   05  va-origem		  pic x(02).
	   05  va-data-corrente		  pic 9(08).
	   05  va-situacao		  pic x(01).
	       88  va-autorizado		  value "A".
	       88  va-liberado			  value "L".
	       88  va-retido			  value "R".
	   05  va-motivo		  pic x(02).
	       88  va-motivo-sem-autorizacao	  value "AT".
	       88  va-motivo-vencido		  value "VE".
	       88  va-motivo-futuro		  value "FU".
	       88  va-motivo-fora-calendario	  value "NC".
	   05  va-ja-registrado		  pic x(01).
	       88  va-decisao-registrada	  value "S".
	   05  va-liberavel		  pic x(01).
	       88  va-pode-liberar		  value "S".
	   05  va-tipo-dia		  pic x(01).
	   05  va-dia-util-anterior	  pic 9(08).
	   05  va-autorizador		  pic x(10).
	   05  va-retorno		  pic x(01).
	       88  va-retorno-ok		  value "0".
	       88  va-retorno-erro		  value "9".
	   05  va-erro-arquivo		  pic x(18).
	   05  va-erro-paragrafo	  pic x(30).
	   05  va-erro-status		  pic x(02).
