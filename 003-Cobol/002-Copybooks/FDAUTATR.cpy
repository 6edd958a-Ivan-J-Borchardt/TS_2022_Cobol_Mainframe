      *----------------------------------------------------------------
      *Copybook FDAUTATR
      *Layout do cartao de autorizacao de movimento em atraso
      *(PROD.CALC.AUTATRASO), para ser incluido via COPY na FD de
      *qualquer programa que consulte as autorizacoes. Cada cartao
      *autoriza o processamento de um movimento (data mais origem)
      *que chegou depois da sua noite: o movimento do dia util
      *anterior, ou a liberacao de um movimento retido. O cartao so
      *vale assinado - autorizador e data da autorizacao
      *preenchidos.
      *O cartao comum (tipo em branco) so libera o retido por falta
      *de cartao (motivo AT); o retido por outro motivo (data
      *vencida, futura ou noite fora do calendario) so e liberado
      *por cartao de liberacao expressa, tipo "L".
      *----------------------------------------------------------------
       01  autoriza-atraso-record.
	   05  aa-data-movimento	  pic 9(08).
	   05  aa-origem		  pic x(02).
	   05  aa-autorizador		  pic x(10).
	   05  aa-data-autorizacao	  pic 9(08).
	   05  aa-justificativa		  pic x(40).
	   05  aa-tipo-cartao		  pic x(01).
	       88  aa-liberacao-expressa	  value "L".
	   05  filler			  pic x(11).
