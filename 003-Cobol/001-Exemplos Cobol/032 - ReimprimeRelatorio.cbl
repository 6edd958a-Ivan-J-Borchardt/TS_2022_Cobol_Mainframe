      *Divisao de identificacao
       identification division.
       program-id. "ReimprimeRelatorio".
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
	   select cartao-reimpressao assign to sysin
	       organization is sequential
	       file status is wk-cartao-status.

	   select catalogo-relatorio assign to relcat
	       organization is sequential
	       file status is wk-catalogo-status.

	   select relatorio-original assign to relato
	       organization is sequential
	       file status is wk-original-status.

	   select reimpressao assign to reimpr
	       organization is sequential
	       file status is wk-reimpressao-status.
       i-o-control.



      *Declaracao de variaveis
       data division.
       file section.

      *    Cartao de reimpressao: o relatorio (colunas 1-8) e a data
      *    do movimento (colunas 10-17) ou o periodo (colunas 10-17
      *    e 19-26, data final em branco = a mesma data)
       fd  cartao-reimpressao
	   recording mode is f.
       01  cartao-reimpressao-record.
	   05  cr-relatorio		  pic x(08).
	   05  filler			  pic x(01).
	   05  cr-data-de		  pic x(08).
	   05  filler			  pic x(01).
	   05  cr-data-ate		  pic x(08).
	   05  filler			  pic x(54).

      *    Catalogo de relatorios: uma entrada por execucao de
      *    programa com relatorio
       fd  catalogo-relatorio
	   recording mode is f.
	   copy "FDRELCAT".

      *    Geracao do relatorio sendo reimpressa, alocada na DD
      *    RELATO pelo nome montado a partir do catalogo antes de
      *    cada abertura e liberada depois do fechamento
       fd  relatorio-original
	   recording mode is f.
       01  relatorio-original-record	  pic x(80).

       fd  reimpressao
	   recording mode is f.
       01  wk-linha-reimpressao		  pic x(80).


      *Variaveis do programa
       working-storage section.

       77  wk-cartao-status		  pic x(02) value spaces.
       77  wk-catalogo-status		  pic x(02) value spaces.
       77  wk-original-status		  pic x(02) value spaces.
       77  wk-reimpressao-status	  pic x(02) value spaces.

       01  wk-flags.
	   05  wk-eof-cartao		  pic x(01) value "N".
	       88  eof-cartao			  value "S".
	   05  wk-eof-catalogo		  pic x(01) value "N".
	       88  eof-catalogo			  value "S".
	   05  wk-eof-original		  pic x(01) value "N".
	       88  eof-original			  value "S".

      *    Nome da geracao a reimprimir (PROD.CALC.REL.<relatorio>.
      *    GnnnnV00)
       77  wk-nome-geracao		  pic x(44) value spaces.

      *    Comando de alocacao dinamica (servico BPXWDYN): tamanho
      *    em binario seguido do texto, ALLOC da geracao na DD
      *    RELATO antes da abertura e FREE depois do fechamento. O
      *    servico devolve o resultado em return-code, guardado e
      *    restaurado em volta da chamada
       01  wk-alocacao.
	   05  wk-aloc-tamanho		  pic s9(04) comp.
	   05  wk-aloc-texto		  pic x(100).
       77  wk-aloc-ponteiro		  pic 9(03) value zero.
       77  wk-aloc-retorno		  pic s9(09) value zero.
       77  wk-aloc-rc-salvo		  pic s9(09) value zero.
       77  wk-aloc-retorno-ed		  pic -(09)9.

       77  wk-data-cartao		  pic 9(08) value zero.

      *    Cartoes lidos e conferidos antes da primeira reimpressao,
      *    para que um cartao invalido nao deixe a saida pela metade
       77  wk-max-cartoes		  pic 9(03) value 50.
       77  wk-total-cartoes		  pic 9(03) value zero.
       77  wk-idx			  pic 9(03) value zero.
       01  wk-tabela-cartoes.
	   05  wk-cartao-ocorrencia	  occurs 50 times.
	       10  tc-relatorio		  pic x(08).
	       10  tc-data-de		  pic 9(08).
	       10  tc-data-ate		  pic 9(08).
	       10  tc-execucoes		  pic 9(05).

       01  wk-contadores.
	   05  wk-cont-execucoes	  pic 9(07) value zero.
	   05  wk-cont-linhas		  pic 9(09) value zero.
	   05  wk-cont-linhas-geracao	  pic 9(07) value zero.
	   05  wk-cont-avisos		  pic 9(07) value zero.

       01  wk-data-execucao.
	   05  wk-data-aaaammdd		  pic 9(08).
	   05  wk-data-aaaa redefines
	       wk-data-aaaammdd.
	       10  wk-data-aa		  pic 9(04).
	       10  wk-data-mm		  pic 9(02).
	       10  wk-data-dd		  pic 9(02).

       01  wk-linha-titulo		  pic x(80)
	   value "REIMPRESSAO DE RELATORIOS DO CATALOGO".
       01  wk-linha-data.
	   05  filler			  pic x(11) value "DATA EXEC.:".
	   05  hl-dia			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-mes			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-ano			  pic 9999.
	   05  filler			  pic x(59) value spaces.
       01  wk-linha-branco		  pic x(80) value spaces.
       01  wk-linha-separador		  pic x(80) value all "=".
       01  wk-linha-aviso		  pic x(80).
       01  wk-linha-geracao.
	   05  filler			  pic x(13)
	       value "REIMPRESSAO: ".
	   05  gl-relatorio		  pic x(08).
	   05  filler			  pic x(11)
	       value "  GERACAO: ".
	   05  gl-geracao		  pic x(08).
	   05  filler			  pic x(12)
	       value "  PROGRAMA: ".
	   05  gl-programa		  pic x(20).
	   05  filler			  pic x(08) value spaces.
       01  wk-linha-execucao.
	   05  filler			  pic x(11)
	       value "MOVIMENTO: ".
	   05  gl-data-movimento	  pic 9(08).
	   05  filler			  pic x(12)
	       value "  EXECUCAO: ".
	   05  gl-data-execucao		  pic 9(08).
	   05  filler			  pic x(01) value space.
	   05  gl-hora-execucao		  pic 9(06).
	   05  filler			  pic x(11)
	       value "  PAGINAS: ".
	   05  gl-paginas		  pic zzzz9.
	   05  filler			  pic x(09)
	       value "  LINHAS:".
	   05  gl-linhas		  pic zzzzzz9.
	   05  filler			  pic x(02) value spaces.
       01  wk-linha-total.
	   05  tl-rotulo		  pic x(40).
	   05  tl-contagem		  pic zzzzzzzz9.
	   05  filler			  pic x(31) value spaces.


      *Area de comunicacao com o subprograma comum de tratamento
      *de erros de arquivo
       01  wk-area-erro.
	   copy "WKERRARQ".


      *Area de comunicacao com o subprograma comum de registro
      *do historico de execucoes
       01  wk-area-execucao.
	   copy "WKHISEXE".


       linkage section.


       screen section.




      *Declaracao do corpo do programa
       procedure division.

	   perform 9100-registra-inicio

	   perform 0100-inicializa

      *    cada cartao percorre o catalogo inteiro e reimprime, na
      *    ordem do catalogo, toda execucao do relatorio com data do
      *    movimento no periodo do cartao
	   perform 0300-processa-cartao
	       varying wk-idx from 1 by 1
	       until wk-idx > wk-total-cartoes

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


      *    Le e confere os cartoes, abre a saida e imprime o
      *    cabecalho
       0100-inicializa.

	   move function current-date to wk-data-execucao(1:8)
	   move wk-data-dd to hl-dia
	   move wk-data-mm to hl-mes
	   move wk-data-aa to hl-ano

	   perform 0150-carrega-cartoes

	   open output reimpressao
	   if wk-reimpressao-status not = "00"
	       move "reimpressao" to err-arquivo
	       move wk-reimpressao-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   write wk-linha-reimpressao from wk-linha-titulo
	   write wk-linha-reimpressao from wk-linha-data
	   write wk-linha-reimpressao from wk-linha-branco

	   .


      *    Carrega os cartoes de reimpressao na tabela; sem cartao
      *    nao ha o que reimprimir e o programa encerra com RC=16
       0150-carrega-cartoes.

	   open input cartao-reimpressao
	   if wk-cartao-status not = "00"
	       move "cartao-reimpressao" to err-arquivo
	       move wk-cartao-status to err-status
	       move "0150-carrega-cartoes" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   perform until eof-cartao
	       read cartao-reimpressao
		   at end
		       set eof-cartao to true
		   not at end
		       perform 0160-confere-cartao
	       end-read
	   end-perform

	   close cartao-reimpressao

	   if wk-total-cartoes = zero
	       display "ERRO: nenhum cartao de reimpressao informado"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	   .


      *    Confere o cartao corrente e guarda na tabela: relatorio
      *    preenchido, data inicial valida e data final valida e
      *    nao anterior a inicial
       0160-confere-cartao.

	   if wk-total-cartoes >= wk-max-cartoes
	       display "ERRO: mais de 50 cartoes de reimpressao"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	   if cr-relatorio = spaces
	       perform 0170-cartao-invalido
	   end-if

	   add 1 to wk-total-cartoes
	   move cr-relatorio to tc-relatorio (wk-total-cartoes)
	   move zero to tc-execucoes (wk-total-cartoes)

	   if cr-data-de is numeric
	       move cr-data-de to wk-data-cartao
	       if function test-date-yyyymmdd(wk-data-cartao)
		   = zero
		   move wk-data-cartao to tc-data-de (wk-total-cartoes)
	       else
		   perform 0170-cartao-invalido
	       end-if
	   else
	       perform 0170-cartao-invalido
	   end-if

	   if cr-data-ate = spaces
	       move tc-data-de (wk-total-cartoes)
		   to tc-data-ate (wk-total-cartoes)
	   else
	       if cr-data-ate is numeric
		   move cr-data-ate to wk-data-cartao
		   if function test-date-yyyymmdd(wk-data-cartao)
		       = zero
		       and wk-data-cartao
			   >= tc-data-de (wk-total-cartoes)
		       move wk-data-cartao
			   to tc-data-ate (wk-total-cartoes)
		   else
		       perform 0170-cartao-invalido
		   end-if
	       else
		   perform 0170-cartao-invalido
	       end-if
	   end-if

	   .


      *    Cartao de reimpressao invalido
       0170-cartao-invalido.

	   display "ERRO: cartao de reimpressao invalido: "
	       cartao-reimpressao-record(1:26)
	   close cartao-reimpressao
	   move 16 to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Percorre o catalogo para o cartao wk-idx e reimprime cada
      *    execucao que atende a ele; cartao sem execucao catalogada
      *    e apontado na saida
       0300-processa-cartao.

	   open input catalogo-relatorio
	   if wk-catalogo-status not = "00"
	       move "catalogo-relatorio" to err-arquivo
	       move wk-catalogo-status to err-status
	       move "0300-processa-cartao" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   move "N" to wk-eof-catalogo
	   perform until eof-catalogo
	       read catalogo-relatorio
		   at end
		       set eof-catalogo to true
		   not at end
		       if rc-relatorio = tc-relatorio (wk-idx)
			   and rc-data-movimento
			       >= tc-data-de (wk-idx)
			   and rc-data-movimento
			       <= tc-data-ate (wk-idx)
			   perform 0310-reimprime-execucao
		       end-if
	       end-read
	   end-perform

	   close catalogo-relatorio

	   if tc-execucoes (wk-idx) = zero
	       move spaces to wk-linha-aviso
	       string "NENHUMA EXECUCAO CATALOGADA DE "
		   delimited by size
		   tc-relatorio (wk-idx) delimited by space
		   " COM MOVIMENTO DE " delimited by size
		   tc-data-de (wk-idx) delimited by size
		   " A " delimited by size
		   tc-data-ate (wk-idx) delimited by size
		   into wk-linha-aviso
	       end-string
	       write wk-linha-reimpressao from wk-linha-aviso
	       write wk-linha-reimpressao from wk-linha-branco
	       add 1 to wk-cont-avisos
	   end-if

	   .


      *    Reimprime a execucao catalogada corrente: identifica a
      *    geracao, aloca-a pelo nome e copia as linhas dela; geracao
      *    ja expurgada ou com linhas diferentes das catalogadas e
      *    apontada na saida
       0310-reimprime-execucao.

	   add 1 to tc-execucoes (wk-idx)
	   add 1 to wk-cont-execucoes

	   move spaces to wk-nome-geracao
	   string "PROD.CALC.REL." delimited by size
	       rc-relatorio delimited by space
	       ".G" delimited by size
	       rc-geracao delimited by size
	       "V00" delimited by size
	       into wk-nome-geracao
	   end-string

	   move rc-relatorio      to gl-relatorio
	   string "G" rc-geracao "V00" delimited by size
	       into gl-geracao
	   end-string
	   move rc-programa       to gl-programa
	   move rc-data-movimento to gl-data-movimento
	   move rc-data-execucao  to gl-data-execucao
	   move rc-hora-execucao  to gl-hora-execucao
	   move rc-paginas        to gl-paginas
	   move rc-linhas         to gl-linhas
	   write wk-linha-reimpressao from wk-linha-separador
	   write wk-linha-reimpressao from wk-linha-geracao
	   write wk-linha-reimpressao from wk-linha-execucao
	   if rc-interrompido
	       move spaces to wk-linha-aviso
	       string "ATENCAO: EXECUCAO ENCERRADA POR ERRO - "
		   "RELATORIO PODE ESTAR INCOMPLETO"
		   delimited by size
		   into wk-linha-aviso
	       end-string
	       write wk-linha-reimpressao from wk-linha-aviso
	   end-if
	   write wk-linha-reimpressao from wk-linha-separador

	   move spaces to wk-aloc-texto
	   move 1 to wk-aloc-ponteiro
	   string "ALLOC DD(RELATO) DSN('" delimited by size
	       wk-nome-geracao delimited by space
	       "') SHR REUSE" delimited by size
	       into wk-aloc-texto
	       with pointer wk-aloc-ponteiro
	   end-string
	   perform 0315-executa-alocacao

	   move zero to wk-cont-linhas-geracao
	   if wk-aloc-retorno not = zero
	       move wk-aloc-retorno to wk-aloc-retorno-ed
	       move spaces to wk-linha-aviso
	       string "GERACAO " delimited by size
		   wk-nome-geracao delimited by space
		   " NAO ALOCADA (RETORNO " delimited by size
		   wk-aloc-retorno-ed delimited by size
		   ")" delimited by size
		   into wk-linha-aviso
	       end-string
	       write wk-linha-reimpressao from wk-linha-aviso
	       add 1 to wk-cont-avisos
	   else
	       perform 0320-copia-geracao
	   end-if

	   write wk-linha-reimpressao from wk-linha-branco

	   .


      *    Executa o comando de alocacao dinamica montado em
      *    wk-aloc-texto, preservando o return-code da execucao
       0315-executa-alocacao.

	   compute wk-aloc-tamanho = wk-aloc-ponteiro - 1
	   move return-code to wk-aloc-rc-salvo
	   call "BPXWDYN" using wk-alocacao
	   move return-code to wk-aloc-retorno
	   move wk-aloc-rc-salvo to return-code

	   .


      *    Copia para a saida as linhas da geracao alocada na DD
      *    RELATO e libera a DD em seguida; geracao ja expurgada ou
      *    com linhas diferentes das catalogadas e apontada na saida
       0320-copia-geracao.

	   open input relatorio-original
	   if wk-original-status not = "00"
	       move spaces to wk-linha-aviso
	       string "GERACAO " delimited by size
		   wk-nome-geracao delimited by space
		   " NAO ENCONTRADA (STATUS " delimited by size
		   wk-original-status delimited by size
		   ")" delimited by size
		   into wk-linha-aviso
	       end-string
	       write wk-linha-reimpressao from wk-linha-aviso
	       add 1 to wk-cont-avisos
	   else
	       move "N" to wk-eof-original
	       perform until eof-original
		   read relatorio-original
		       at end
			   set eof-original to true
		       not at end
			   write wk-linha-reimpressao
			       from relatorio-original-record
			   add 1 to wk-cont-linhas-geracao
		   end-read
	       end-perform
	       close relatorio-original
	       add wk-cont-linhas-geracao to wk-cont-linhas
	       if wk-cont-linhas-geracao not = rc-linhas
		   move spaces to wk-linha-aviso
		   string "ATENCAO: GERACAO COM " delimited by size
		       wk-cont-linhas-geracao delimited by size
		       " LINHAS, CATALOGO COM " delimited by size
		       rc-linhas delimited by size
		       into wk-linha-aviso
		   end-string
		   write wk-linha-reimpressao from wk-linha-aviso
		   add 1 to wk-cont-avisos
	       end-if
	   end-if

	   move spaces to wk-aloc-texto
	   move 1 to wk-aloc-ponteiro
	   string "FREE DD(RELATO)" delimited by size
	       into wk-aloc-texto
	       with pointer wk-aloc-ponteiro
	   end-string
	   perform 0315-executa-alocacao

	   .


      *    Imprime os totais, fecha a saida e sinaliza com RC=4
      *    cartao sem execucao, geracao nao encontrada ou divergente
       0900-finaliza.

	   write wk-linha-reimpressao from wk-linha-separador

	   move "CARTOES DE REIMPRESSAO:" to tl-rotulo
	   move wk-total-cartoes to tl-contagem
	   write wk-linha-reimpressao from wk-linha-total

	   move "EXECUCOES REIMPRESSAS:" to tl-rotulo
	   move wk-cont-execucoes to tl-contagem
	   write wk-linha-reimpressao from wk-linha-total

	   move "LINHAS REIMPRESSAS:" to tl-rotulo
	   move wk-cont-linhas to tl-contagem
	   write wk-linha-reimpressao from wk-linha-total

	   move "AVISOS:" to tl-rotulo
	   move wk-cont-avisos to tl-contagem
	   write wk-linha-reimpressao from wk-linha-total

	   close reimpressao

	   if wk-cont-avisos > zero
	       display "ATENCAO: reimpressao com avisos - ver saida"
	       move 4 to return-code
	   end-if

	   .


      *    Aciona o subprograma comum de tratamento de erros de
      *    arquivo com a area ja preenchida pelo ponto do erro
      *    (arquivo, paragrafo e status) e encerra o programa com
      *    o return-code classificado por ele
       9000-aciona-trata-erro.

	   move "ReimprimeRelatorio" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "ReimprimeRelatorio" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   move wk-total-cartoes to ex-cont-entrada
	   move wk-cont-execucoes to ex-cont-saida
	   move wk-cont-avisos to ex-cont-rejeitados
	   set ex-fim to true
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .
