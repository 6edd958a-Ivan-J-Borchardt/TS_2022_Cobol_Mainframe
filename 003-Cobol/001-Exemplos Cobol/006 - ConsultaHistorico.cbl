      *    Cartoes de consulta: um por linha, tipo "D" (por data),
      *    "P" (por par de entrada), "O" (por operacao, atendida
      *    pelo caminho do indice alternativo), "I" (por intervalo
      *    de datas, de cp-data a cp-data-fim), "V" (por faixa de
      *    valor, de cp-valor-de a cp-valor-ate) ou "E" (por par de
      *    entrada com sinal e decimais, da versao 2 do layout),
      *    seguido dos argumentos nas colunas fixas dos layouts abaixo
       fd  consulta-parm
	   recording mode is f.
       01  consulta-parm-record.
	       88  consulta-por-operacao	  value "O".
	       88  consulta-faixa-datas	  value "I".
	       88  consulta-faixa-valor	  value "V".
	       88  consulta-por-par-v2		  value "E".
	   05  cp-data			  pic 9(08).
	   05  cp-num1			  pic 9(05).
	   05  cp-num2			  pic 9(05).
	   05  cp-valor-ate		  pic s9(11).
	   05  filler			  pic x(11).

      *    Cartao "E": o par com sinal na frente, 7 inteiros e 4
      *    decimais nas colunas 10 a 33
       01  consulta-parm-par-v2.
	   05  filler			  pic x(09).
	   05  cp2-num1			  pic s9(07)v9(04)
					  sign leading separate.
	   05  cp2-num2			  pic s9(07)v9(04)
					  sign leading separate.
	   05  filler			  pic x(47).

       fd  calc-hist.
	   copy "FDCALCHS".

       fd  relatorio-consulta
	   recording mode is f.
       77  wk-consulta-parm-status	  pic x(02) value spaces.
       77  wk-calc-hist-status	  pic x(02) value spaces.
       77  wk-relatorio-status	  pic x(02) value spaces.
       77  wk-linhas-catalogo	  pic 9(07) value zero.

       01  wk-flags.
	   05  wk-eof-consulta-parm	  pic x(01) value "N".
	   05  wk-cont-consultas	  pic 9(05) value zero.
	   05  wk-cont-encontrados	  pic 9(07) value zero.

      *    Par consultado, do cartao "P" ou do cartao "E"
       01  wk-par-consultado.
	   05  wk-cons-num1		  pic s9(07)v9(04).
	   05  wk-cons-num2		  pic s9(07)v9(04).

      *    Valor do registro corrente desmontado da edicao de
      *    hs-valor, para o confronto numerico da faixa de valor:
      *    hs-valor e alfanumerico no registro, entao a imagem
      *    editada e recebida pela redefinicao alfanumerica e so
      *    depois desmontada pelo move de-editor para o numerico
       77  wk-valor-editado		  pic -(14)9,9999.
       77  wk-valor-editado-x redefines
	   wk-valor-editado		  pic x(20).
       77  wk-valor			  pic s9(14)v9(04) value zero.

       01  wk-data-execucao.
	   05  wk-data-aaaammdd		  pic 9(08).
	       value "CONSULTA: ".
	   05  cl-cartao		  pic x(69).
	   05  filler			  pic x(01) value spaces.
      *    Cada registro encontrado sai em duas linhas: a chave (com
      *    o par nas 4 casas decimais da versao 2) e a operacao com o
      *    valor calculado
       01  wk-linha-detalhe.
	   05  filler			  pic x(06) value "DATA: ".
	   05  dl-data			  pic 9(08).
	   05  filler			  pic x(01) value "/".
	   05  dl-origem		  pic x(02).
	   05  filler			  pic x(06) value " PAR: ".
	   05  dl-num1			  pic -(7)9,9999.
	   05  filler			  pic x(01) value "/".
	   05  dl-num2			  pic -(7)9,9999.
	   05  filler			  pic x(10) value " VERSAO: ".
	   05  dl-versao		  pic x(01).
	   05  filler			  pic x(19) value spaces.
       01  wk-linha-detalhe-valor.
	   05  filler			  pic x(06) value spaces.
	   05  filler			  pic x(04) value "OP: ".
	   05  dl-operacao		  pic x(20).
	   05  filler			  pic x(08) value " VALOR: ".
	   05  dl-valor			  pic x(20).
	   05  filler			  pic x(22) value spaces.
       01  wk-linha-encontrados.
	   05  filler			  pic x(24)
	       value "REGISTROS ENCONTRADOS:  ".
	   05  tl-encontrados		  pic zzzzzz9.
	   05  filler			  pic x(49) value spaces.
       01  wk-linha-invalida		  pic x(80)
	   value "CARTAO DE CONSULTA INVALIDO - TIPOS: D/P/O/I/V/E".


      *Area de comunicacao com o subprograma comum de tratamento
	   copy "WKERRARQ".


      *Area de comunicacao com o subprograma comum de registro
      *do historico de execucoes
       01  wk-area-execucao.
	   copy "WKHISEXE".


      *Area de comunicacao com o subprograma comum de registro
      *do catalogo de relatorios
       01  wk-area-relatorio.
	   copy "WKRELCAT".


       linkage section.


      *Declaracao do corpo do programa
       procedure division.

	   perform 9100-registra-inicio

	   perform 0100-inicializa

      *    executa uma consulta por cartao de parametro lido, ate o

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


		   perform 0210-consulta-por-data
	       when consulta-por-par
		   and cp-num1 is numeric and cp-num2 is numeric
		   move cp-num1 to wk-cons-num1
		   move cp-num2 to wk-cons-num2
		   perform 0220-consulta-por-par
	       when consulta-por-par-v2
		   and cp2-num1 is numeric and cp2-num2 is numeric
		   move cp2-num1 to wk-cons-num1
		   move cp2-num2 to wk-cons-num2
		   perform 0220-consulta-por-par
	       when consulta-por-operacao
		   perform 0230-consulta-por-operacao
	   .


      *    Consulta por par de entrada (cartao "P" ou "E"): varre o
      *    historico completo e imprime os registros cujo par
      *    confere com o consultado - o par inteiro do cartao "P"
      *    acha os registros das duas versoes do layout
       0220-consulta-por-par.

	   perform 0240-posiciona-inicio
		   at end
		       set fim-browse to true
		   not at end
		       if hs-num1 = wk-cons-num1
			   and hs-num2 = wk-cons-num2
			   perform 0300-imprime-registro
		       end-if
	       end-read
	   move hs-num2     to dl-num2
	   move hs-operacao to dl-operacao
	   move hs-valor    to dl-valor
	   move hs-versao   to dl-versao
	   write wk-linha-relatorio from wk-linha-detalhe
	   write wk-linha-relatorio from wk-linha-detalhe-valor

	   .

	   move "ConsultaHistorico" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "ConsultaHistorico" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   move wk-cont-consultas to ex-cont-entrada
	   move wk-cont-encontrados to ex-cont-saida
	   move zero to ex-cont-rejeitados
	   set ex-fim to true
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Cataloga a geracao do relatorio desta execucao no
      *    catalogo de relatorios (subprograma comum RegistraRelatorio),
      *    com as linhas contadas na releitura do relatorio ja
      *    fechado; o relatorio ainda aberto (encerramento por erro)
      *    ou nao criado conta zero linhas
       9120-cataloga-relatorio.

	   move zero to wk-linhas-catalogo
	   open input relatorio-consulta
	   if wk-relatorio-status = "00"
	       perform until wk-relatorio-status not = "00"
		   read relatorio-consulta
		       at end
			   continue
		       not at end
			   add 1 to wk-linhas-catalogo
		   end-read
	       end-perform
	       close relatorio-consulta
	   end-if

	   move "CONSRPT" to rr-relatorio
	   move "ConsultaHistorico" to rr-programa
	   move wk-data-aaaammdd to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move zero to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
