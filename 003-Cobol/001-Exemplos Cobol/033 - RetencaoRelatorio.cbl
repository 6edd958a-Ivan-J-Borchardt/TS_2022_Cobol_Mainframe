      *Divisao de identificacao
       identification division.
       program-id. "RetencaoRelatorio".
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
	   select cartao-retencao assign to sysin
	       organization is sequential
	       file status is wk-cartao-status.

	   select catalogo-relatorio assign to relcat
	       organization is sequential
	       file status is wk-catalogo-status.

	   select catalogo-novo assign to relnov
	       organization is sequential
	       file status is wk-catalogo-novo-status.

	   select comandos-expurgo assign to delcmd
	       organization is sequential
	       file status is wk-comandos-status.

	   select relatorio assign to rtnrpt
	       organization is sequential
	       file status is wk-relatorio-status.
       i-o-control.



      *Declaracao de variaveis
       data division.
       file section.

      *    Cartao de retencao: o relatorio (colunas 1-8, ou "*" para
      *    o padrao dos relatorios sem cartao proprio) e os dias de
      *    retencao contados da data da execucao (colunas 10-13)
       fd  cartao-retencao
	   recording mode is f.
       01  cartao-retencao-record.
	   05  cr-relatorio		  pic x(08).
	   05  filler			  pic x(01).
	   05  cr-dias			  pic x(04).
	   05  filler			  pic x(67).

      *    Catalogo de relatorios atual e o catalogo regravado so
      *    com as entradas mantidas
       fd  catalogo-relatorio
	   recording mode is f.
	   copy "FDRELCAT".

       fd  catalogo-novo
	   recording mode is f.
       01  catalogo-novo-record		  pic x(80).

      *    Comandos do IDCAMS para descartar as geracoes expurgadas
       fd  comandos-expurgo
	   recording mode is f.
       01  comandos-expurgo-record	  pic x(80).

       fd  relatorio
	   recording mode is f.
       01  wk-linha-relatorio		  pic x(80).


      *Variaveis do programa
       working-storage section.

       77  wk-cartao-status		  pic x(02) value spaces.
       77  wk-catalogo-status		  pic x(02) value spaces.
       77  wk-catalogo-novo-status	  pic x(02) value spaces.
       77  wk-comandos-status		  pic x(02) value spaces.
       77  wk-relatorio-status		  pic x(02) value spaces.

       01  wk-flags.
	   05  wk-eof-cartao		  pic x(01) value "N".
	       88  eof-cartao			  value "S".
	   05  wk-eof-catalogo		  pic x(01) value "N".
	       88  eof-catalogo			  value "S".

      *    Retencao padrao, substituida pelo cartao "*": 90 dias
       77  wk-dias-padrao		  pic 9(04) value 90.
       77  wk-dias-retencao		  pic 9(04) value zero.

      *    Retencao por relatorio, dos cartoes
       77  wk-max-retencoes		  pic 9(03) value 100.
       77  wk-total-retencoes		  pic 9(03) value zero.
       77  wk-idx			  pic 9(03) value zero.
       01  wk-tabela-retencoes.
	   05  wk-retencao-ocorrencia	  occurs 100 times.
	       10  tr-relatorio		  pic x(08).
	       10  tr-dias		  pic 9(04).
	       10  tr-expurgadas	  pic 9(07).

      *    Posicao no catalogo da ultima entrada de cada relatorio,
      *    sempre mantida: guarda o relatorio mais recente e a
      *    numeracao das geracoes, que segue a ultima entrada dele
       77  wk-max-relatorios		  pic 9(03) value 100.
       77  wk-total-relatorios		  pic 9(03) value zero.
       77  wk-idx-ultima		  pic 9(03) value zero.
       77  wk-num-entrada		  pic 9(07) value zero.
       01  wk-tabela-ultimas.
	   05  wk-ultima-ocorrencia	  occurs 100 times.
	       10  tu-relatorio		  pic x(08).
	       10  tu-posicao		  pic 9(07).

       77  wk-int-hoje			  pic 9(07) value zero.
       77  wk-idade			  pic s9(07) value zero.
       77  wk-nome-geracao		  pic x(44) value spaces.

       01  wk-contadores.
	   05  wk-cont-lidas		  pic 9(07) value zero.
	   05  wk-cont-mantidas		  pic 9(07) value zero.
	   05  wk-cont-expurgadas	  pic 9(07) value zero.

       01  wk-data-execucao.
	   05  wk-data-aaaammdd		  pic 9(08).
	   05  wk-data-aaaa redefines
	       wk-data-aaaammdd.
	       10  wk-data-aa		  pic 9(04).
	       10  wk-data-mm		  pic 9(02).
	       10  wk-data-dd		  pic 9(02).

       01  wk-linha-titulo		  pic x(80)
	   value "RETENCAO DO CATALOGO DE RELATORIOS".
       01  wk-linha-data.
	   05  filler			  pic x(11) value "DATA EXEC.:".
	   05  hl-dia			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-mes			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-ano			  pic 9999.
	   05  filler			  pic x(22)
	       value "   RETENCAO PADRAO:  ".
	   05  hl-dias-padrao		  pic zzz9.
	   05  filler			  pic x(05) value " DIAS".
	   05  filler			  pic x(28) value spaces.
       01  wk-linha-branco		  pic x(80) value spaces.
       01  wk-linha-colunas.
	   05  filler			  pic x(40)
	       value "RELATORIO GERACAO  PROGRAMA             ".
	   05  filler			  pic x(40)
	       value "EXECUCAO MOVIMENTO DIAS  RETENCAO".
       01  wk-linha-expurgo.
	   05  el-relatorio		  pic x(08).
	   05  filler			  pic x(02) value spaces.
	   05  el-geracao		  pic x(08).
	   05  filler			  pic x(01) value space.
	   05  el-programa		  pic x(20).
	   05  filler			  pic x(01) value space.
	   05  el-data-execucao		  pic 9(08).
	   05  filler			  pic x(01) value space.
	   05  el-data-movimento	  pic 9(08).
	   05  filler			  pic x(01) value space.
	   05  el-idade			  pic zzzz9.
	   05  filler			  pic x(01) value space.
	   05  el-retencao		  pic zzzzzzzz9.
	   05  filler			  pic x(07) value spaces.
       01  wk-linha-total.
	   05  tl-rotulo		  pic x(40).
	   05  tl-contagem		  pic zzzzzz9.
	   05  filler			  pic x(33) value spaces.

      *    Comandos do IDCAMS: a geracao ja descartada pelo limite
      *    da base (LASTCC 8) nao interrompe os demais descartes
       01  wk-comando-delete.
	   05  filler			  pic x(09) value "  DELETE ".
	   05  cd-nome-geracao		  pic x(44).
	   05  filler			  pic x(27)
	       value " NONVSAM PURGE".
       01  wk-comando-lastcc		  pic x(80)
	   value "  IF LASTCC = 8 THEN SET MAXCC = 0".
       01  wk-comando-vazio		  pic x(80)
	   value "  /* NENHUMA GERACAO A EXPURGAR */".


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

      *    cada entrada do catalogo e mantida no catalogo novo ou,
      *    passada a retencao do relatorio dela, expurgada: listada
      *    e com a geracao descartada pelo passo seguinte do job
	   perform until eof-catalogo
	       read catalogo-relatorio
		   at end
		       set eof-catalogo to true
		   not at end
		       perform 0300-confere-entrada
	       end-read
	   end-perform

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


      *    Le os cartoes de retencao, abre os arquivos e imprime o
      *    cabecalho
       0100-inicializa.

	   move function current-date to wk-data-execucao(1:8)
	   move wk-data-dd to hl-dia
	   move wk-data-mm to hl-mes
	   move wk-data-aa to hl-ano
	   compute wk-int-hoje = function integer-of-date
	       (wk-data-aaaammdd)

	   perform 0150-carrega-cartoes
	   move wk-dias-padrao to hl-dias-padrao

	   perform 0200-levanta-ultimas

	   open input catalogo-relatorio
	   if wk-catalogo-status not = "00"
	       move "catalogo-relatorio" to err-arquivo
	       move wk-catalogo-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   open output catalogo-novo
	   if wk-catalogo-novo-status not = "00"
	       move "catalogo-novo" to err-arquivo
	       move wk-catalogo-novo-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   open output comandos-expurgo
	   if wk-comandos-status not = "00"
	       move "comandos-expurgo" to err-arquivo
	       move wk-comandos-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   open output relatorio
	   if wk-relatorio-status not = "00"
	       move "relatorio" to err-arquivo
	       move wk-relatorio-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   write wk-linha-relatorio from wk-linha-titulo
	   write wk-linha-relatorio from wk-linha-data
	   write wk-linha-relatorio from wk-linha-branco
	   write wk-linha-relatorio from wk-linha-colunas

	   .


      *    Carrega os cartoes de retencao (SYSIN opcional: sem
      *    cartao vale o padrao para todo relatorio)
       0150-carrega-cartoes.

	   open input cartao-retencao
	   if wk-cartao-status = "00"
	       perform until eof-cartao
		   read cartao-retencao
		       at end
			   set eof-cartao to true
		       not at end
			   perform 0160-confere-cartao
		   end-read
	       end-perform
	       close cartao-retencao
	   end-if

	   .


      *    Confere o cartao corrente: relatorio preenchido e dias
      *    numericos maiores que zero; o cartao "*" muda o padrao
       0160-confere-cartao.

	   if cr-relatorio = spaces
	       or cr-dias is not numeric
	       or cr-dias = "0000"
	       perform 0170-cartao-invalido
	   end-if

	   if cr-relatorio = "*"
	       move cr-dias to wk-dias-padrao
	   else
	       if wk-total-retencoes >= wk-max-retencoes
		   display "ERRO: mais de 100 cartoes de retencao"
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	       end-if
	       add 1 to wk-total-retencoes
	       move cr-relatorio to tr-relatorio (wk-total-retencoes)
	       move cr-dias to tr-dias (wk-total-retencoes)
	       move zero to tr-expurgadas (wk-total-retencoes)
	   end-if

	   .


      *    Cartao de retencao invalido
       0170-cartao-invalido.

	   display "ERRO: cartao de retencao invalido: "
	       cartao-retencao-record(1:13)
	   close cartao-retencao
	   move 16 to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Primeira leitura do catalogo: a posicao da ultima entrada
      *    de cada relatorio
       0200-levanta-ultimas.

	   open input catalogo-relatorio
	   if wk-catalogo-status not = "00"
	       move "catalogo-relatorio" to err-arquivo
	       move wk-catalogo-status to err-status
	       move "0200-levanta-ultimas" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   move zero to wk-num-entrada
	   perform until eof-catalogo
	       read catalogo-relatorio
		   at end
		       set eof-catalogo to true
		   not at end
		       add 1 to wk-num-entrada
		       perform 0210-registra-ultima
	       end-read
	   end-perform

	   close catalogo-relatorio
	   move "N" to wk-eof-catalogo
	   move zero to wk-num-entrada

	   .


      *    Guarda a posicao da entrada corrente como a ultima do
      *    relatorio dela, incluindo o relatorio na primeira
      *    entrada dele
       0210-registra-ultima.

	   perform varying wk-idx-ultima from 1 by 1
	       until wk-idx-ultima > wk-total-relatorios
	       or tu-relatorio (wk-idx-ultima) = rc-relatorio
	       continue
	   end-perform

	   if wk-idx-ultima > wk-total-relatorios
	       if wk-total-relatorios >= wk-max-relatorios
		   display "ERRO: mais de 100 relatorios no catalogo"
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	       end-if
	       add 1 to wk-total-relatorios
	       move wk-total-relatorios to wk-idx-ultima
	       move rc-relatorio to tu-relatorio (wk-idx-ultima)
	   end-if
	   move wk-num-entrada to tu-posicao (wk-idx-ultima)

	   .


      *    Confere a entrada corrente do catalogo contra a retencao
      *    do relatorio dela, pela idade em dias desde a execucao;
      *    entrada com data de execucao invalida e a ultima entrada
      *    de cada relatorio sao mantidas
       0300-confere-entrada.

	   add 1 to wk-cont-lidas
	   add 1 to wk-num-entrada

	   perform varying wk-idx-ultima from 1 by 1
	       until wk-idx-ultima > wk-total-relatorios
	       or tu-relatorio (wk-idx-ultima) = rc-relatorio
	       continue
	   end-perform

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-retencoes
	       or tr-relatorio (wk-idx) = rc-relatorio
	       continue
	   end-perform
	   if wk-idx > wk-total-retencoes
	       move wk-dias-padrao to wk-dias-retencao
	   else
	       move tr-dias (wk-idx) to wk-dias-retencao
	   end-if

	   move zero to wk-idade
	   if rc-data-execucao is numeric
	       if function test-date-yyyymmdd(rc-data-execucao)
		   = zero
		   compute wk-idade = wk-int-hoje
		       - function integer-of-date(rc-data-execucao)
	       end-if
	   end-if

	   if wk-idade > wk-dias-retencao
	       and tu-posicao (wk-idx-ultima) not = wk-num-entrada
	       perform 0310-expurga-entrada
	   else
	       add 1 to wk-cont-mantidas
	       write catalogo-novo-record
		   from catalogo-relatorio-record
	   end-if

	   .


      *    Expurga a entrada corrente: lista no relatorio e gera o
      *    descarte da geracao dela
       0310-expurga-entrada.

	   add 1 to wk-cont-expurgadas
	   if wk-idx <= wk-total-retencoes
	       add 1 to tr-expurgadas (wk-idx)
	   end-if

	   move spaces to wk-nome-geracao
	   string "PROD.CALC.REL." delimited by size
	       rc-relatorio delimited by space
	       ".G" delimited by size
	       rc-geracao delimited by size
	       "V00" delimited by size
	       into wk-nome-geracao
	   end-string

	   move wk-nome-geracao to cd-nome-geracao
	   write comandos-expurgo-record from wk-comando-delete
	   write comandos-expurgo-record from wk-comando-lastcc

	   move rc-relatorio      to el-relatorio
	   string "G" rc-geracao "V00" delimited by size
	       into el-geracao
	   end-string
	   move rc-programa       to el-programa
	   move rc-data-execucao  to el-data-execucao
	   move rc-data-movimento to el-data-movimento
	   move wk-idade          to el-idade
	   move wk-dias-retencao  to el-retencao
	   write wk-linha-relatorio from wk-linha-expurgo

	   .


      *    Imprime os totais e fecha os arquivos; sem expurgo o
      *    IDCAMS recebe so um comentario
       0900-finaliza.

	   if wk-cont-expurgadas = zero
	       write comandos-expurgo-record from wk-comando-vazio
	       move "  NENHUMA ENTRADA ALEM DA RETENCAO"
		   to wk-linha-relatorio
	       write wk-linha-relatorio
	   end-if

	   write wk-linha-relatorio from wk-linha-branco

	   move "ENTRADAS LIDAS NO CATALOGO:" to tl-rotulo
	   move wk-cont-lidas to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "ENTRADAS MANTIDAS:" to tl-rotulo
	   move wk-cont-mantidas to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "ENTRADAS E GERACOES EXPURGADAS:" to tl-rotulo
	   move wk-cont-expurgadas to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   close catalogo-relatorio
	   close catalogo-novo
	   close comandos-expurgo
	   close relatorio

	   .


      *    Aciona o subprograma comum de tratamento de erros de
      *    arquivo com a area ja preenchida pelo ponto do erro
      *    (arquivo, paragrafo e status) e encerra o programa com
      *    o return-code classificado por ele
       9000-aciona-trata-erro.

	   move "RetencaoRelatorio" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "RetencaoRelatorio" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   move wk-cont-lidas to ex-cont-entrada
	   move wk-cont-mantidas to ex-cont-saida
	   move wk-cont-expurgadas to ex-cont-rejeitados
	   set ex-fim to true
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .
