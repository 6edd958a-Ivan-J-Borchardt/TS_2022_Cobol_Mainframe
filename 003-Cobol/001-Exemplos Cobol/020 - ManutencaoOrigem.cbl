      *Divisao de identificacao
       identification division.
       program-id. "ManutencaoOrigem".
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
	   select origem-master assign to calcorg
	       organization is indexed
	       access mode is random
	       record key is or-codigo
	       file status is wk-origem-master-status.

	   select cartoes-manutencao assign to sysin
	       organization is sequential
	       file status is wk-cartoes-status.

	   select relatorio assign to orgrpt
	       organization is sequential
	       file status is wk-relatorio-status.
       i-o-control.



      *Declaracao de variaveis
       data division.
       file section.

      *    Cadastro de origens (VSAM KSDS por codigo da origem),
      *    mantido exclusivamente por este programa
       fd  origem-master.
	   copy "FDORIGEM".

      *    Cartoes de manutencao do cadastro, um por origem: acao
      *    I (inclusao), A (alteracao) ou D (desativacao), codigo da
      *    origem e os dados cadastrais. Na alteracao os campos em
      *    branco mantem o valor cadastrado; a lista de operacoes,
      *    quando informada, substitui a lista inteira. A situacao
      *    so e informada na alteracao, para reativar uma origem
       fd  cartoes-manutencao
	   recording mode is f.
       01  cartoes-manutencao-record.
	   05  cm-acao			  pic x(01).
	       88  acao-inclusao		  value "I".
	       88  acao-alteracao		  value "A".
	       88  acao-desativacao		  value "D".
	   05  cm-codigo		  pic x(02).
	   05  cm-nome			  pic x(30).
	   05  cm-operacoes.
	       10  cm-operacao		  pic x(03) occurs 7 times.
	   05  cm-envio-diario		  pic x(01).
	   05  cm-volume-usual		  pic x(07).
	   05  cm-volume-usual-num redefines
	       cm-volume-usual		  pic 9(07).
	   05  cm-situacao		  pic x(01).
	   05  filler			  pic x(17).

      *    Listagem de auditoria: cada cartao, o resultado e as
      *    imagens do cadastro antes e depois da manutencao
       fd  relatorio
	   recording mode is f.
       01  wk-linha-relatorio		  pic x(80).


      *Variaveis do programa
       working-storage section.

       77  wk-origem-master-status	  pic x(02) value spaces.
       77  wk-cartoes-status		  pic x(02) value spaces.
       77  wk-relatorio-status		  pic x(02) value spaces.
       77  wk-linhas-catalogo		  pic 9(07) value zero.

       01  wk-flags.
	   05  wk-eof-cartoes		  pic x(01) value "N".
	       88  eof-cartoes			  value "S".
	   05  wk-origem-existe		  pic x(01) value "N".
	       88  origem-existe		  value "S".

      *    Motivo da recusa do cartao corrente; brancos significam
      *    cartao aplicado ao cadastro
       01  wk-motivo-recusa		  pic x(40) value spaces.
	   88  cartao-aplicado		  value spaces.

       77  wk-idx			  pic 9(02) value zero.
       77  wk-jdx			  pic 9(02) value zero.
       77  wk-qtde-operacoes		  pic 9(02) value zero.

      *    Operacoes que podem ser autorizadas a uma origem
       01  wk-operacao-teste		  pic x(03) value spaces.
	   88  operacao-conhecida	  value "POT", "RZN",
	       "DIV", "PCT", "MDC", "JUR", "TOD".

       01  wk-contadores.
	   05  wk-cont-cartoes		  pic 9(07) value zero.
	   05  wk-cont-inclusoes	  pic 9(07) value zero.
	   05  wk-cont-alteracoes	  pic 9(07) value zero.
	   05  wk-cont-desativacoes	  pic 9(07) value zero.
	   05  wk-cont-recusados	  pic 9(07) value zero.

       01  wk-data-execucao.
	   05  wk-data-aaaammdd		  pic 9(08).
	   05  wk-data-aaaa redefines
	       wk-data-aaaammdd.
	       10  wk-data-aa		  pic 9(04).
	       10  wk-data-mm		  pic 9(02).
	       10  wk-data-dd		  pic 9(02).

       01  wk-linha-titulo		  pic x(80)
	   value "MANUTENCAO DO CADASTRO DE ORIGENS - AUDITORIA".
       01  wk-linha-data.
	   05  filler			  pic x(11) value "DATA EXEC.:".
	   05  hl-dia			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-mes			  pic 99.
	   05  filler			  pic x(01) value "/".
	   05  hl-ano			  pic 9999.
	   05  filler			  pic x(46) value spaces.
       01  wk-linha-branco		  pic x(80) value spaces.
       01  wk-linha-cartao.
	   05  filler			  pic x(08) value "CARTAO: ".
	   05  lc-cartao		  pic x(63).
	   05  filler			  pic x(09) value spaces.
       01  wk-linha-resultado.
	   05  filler			  pic x(11) value "RESULTADO: ".
	   05  lr-resultado		  pic x(69).
       01  wk-linha-imagem.
	   05  li-rotulo		  pic x(08).
	   05  li-codigo		  pic x(02).
	   05  filler			  pic x(01) value spaces.
	   05  li-nome			  pic x(30).
	   05  filler			  pic x(06) value " SIT: ".
	   05  li-situacao		  pic x(01).
	   05  filler			  pic x(09) value " DIARIO: ".
	   05  li-envio-diario		  pic x(01).
	   05  filler			  pic x(09) value " VOLUME: ".
	   05  li-volume-usual		  pic zzzzzz9.
	   05  filler			  pic x(06) value spaces.
       01  wk-linha-operacoes.
	   05  filler			  pic x(19)
	       value "        OPERACOES: ".
	   05  lo-operacoes.
	       10  lo-operacao-ocorrencia  occurs 7 times.
		   15  lo-operacao	  pic x(03).
		   15  filler		  pic x(01).
	   05  filler			  pic x(33) value spaces.
       01  wk-linha-total.
	   05  tl-rotulo		  pic x(40).
	   05  tl-contagem		  pic zzzzzz9.
	   05  filler			  pic x(33) value spaces.


      *Area de comunicacao com o subprograma comum de tratamento
      *de erros de arquivo
       01  wk-area-erro.
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


       screen section.




      *Declaracao do corpo do programa
       procedure division.

	   perform 9100-registra-inicio

	   perform 0100-inicializa

      *    aplica cada cartao de manutencao ao cadastro, listando o
      *    cartao, o resultado e as imagens do registro
	   perform until eof-cartoes
	       read cartoes-manutencao
		   at end
		       set eof-cartoes to true
		   not at end
		       perform 0200-processa-cartao
	       end-read
	   end-perform

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


      *    Abre os arquivos e imprime o cabecalho da listagem; status
      *    35 na abertura do cadastro significa cadastro recem
      *    definido e ainda vazio, que e entao carregado pela
      *    abertura em saida antes de ser reaberto para atualizacao
       0100-inicializa.

	   open i-o origem-master
	   if wk-origem-master-status = "35"
	       open output origem-master
	       close origem-master
	       open i-o origem-master
	   end-if
	   if wk-origem-master-status not = "00"
	       move "origem-master" to err-arquivo
	       move wk-origem-master-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   open input cartoes-manutencao
	   if wk-cartoes-status not = "00"
	       move "cartoes-manutencao" to err-arquivo
	       move wk-cartoes-status to err-status
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

	   move function current-date to wk-data-execucao(1:8)
	   move wk-data-dd to hl-dia
	   move wk-data-mm to hl-mes
	   move wk-data-aa to hl-ano

	   write wk-linha-relatorio from wk-linha-titulo
	   write wk-linha-relatorio from wk-linha-data
	   write wk-linha-relatorio from wk-linha-branco

	   .


      *    Lista o cartao corrente, procura a origem no cadastro e
      *    encaminha conforme a acao; o resultado (ou o motivo da
      *    recusa) fecha o bloco do cartao na listagem
       0200-processa-cartao.

	   add 1 to wk-cont-cartoes
	   move spaces to wk-motivo-recusa

	   inspect cartoes-manutencao-record converting
	       "abcdefghijklmnopqrstuvwxyz"
	       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

	   move cartoes-manutencao-record to lc-cartao
	   write wk-linha-relatorio from wk-linha-cartao

	   if cm-codigo = spaces
	       move "CODIGO DA ORIGEM NAO INFORMADO"
		   to wk-motivo-recusa
	   else
	       perform 0210-le-origem
	       evaluate true
		   when acao-inclusao
		       perform 0300-inclui-origem
		   when acao-alteracao
		       perform 0400-altera-origem
		   when acao-desativacao
		       perform 0500-desativa-origem
		   when other
		       move "ACAO INVALIDA (USE I, A OU D)"
			   to wk-motivo-recusa
	       end-evaluate
	   end-if

	   if cartao-aplicado
	       move "APLICADO AO CADASTRO" to lr-resultado
	   else
	       add 1 to wk-cont-recusados
	       move spaces to lr-resultado
	       string "RECUSADO - " delimited by size
		   wk-motivo-recusa delimited by size
		   into lr-resultado
	       end-string
	   end-if
	   write wk-linha-relatorio from wk-linha-resultado
	   write wk-linha-relatorio from wk-linha-branco

	   .


      *    Le a origem do cartao no cadastro; status 23 (chave nao
      *    encontrada) apenas indica origem ainda nao cadastrada
       0210-le-origem.

	   move "N" to wk-origem-existe
	   move cm-codigo to or-codigo
	   read origem-master
	       invalid key
		   continue
	       not invalid key
		   set origem-existe to true
	   end-read

	   if wk-origem-master-status not = "00"
	       and wk-origem-master-status not = "23"
	       move "origem-master" to err-arquivo
	       move wk-origem-master-status to err-status
	       move "0210-le-origem" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   .


      *    Inclusao: a origem nao pode existir no cadastro, o nome e
      *    pelo menos uma operacao autorizada sao obrigatorios; envio
      *    diario em branco vale N e volume usual em branco vale zero
       0300-inclui-origem.

	   if origem-existe
	       move "ORIGEM JA CADASTRADA" to wk-motivo-recusa
	   else
	       if cm-nome = spaces
		   move "NOME DA ORIGEM NAO INFORMADO"
		       to wk-motivo-recusa
	       else
		   if cm-operacoes = spaces
		       move "NENHUMA OPERACAO AUTORIZADA"
			   to wk-motivo-recusa
		   else
		       perform 0600-valida-campos
		   end-if
	       end-if
	   end-if

	   if cartao-aplicado
	       move spaces to origem-record
	       move cm-codigo to or-codigo
	       move cm-nome to or-nome
	       set or-ativa to true
	       move cm-operacoes to or-operacoes-autorizadas
	       if cm-envio-diario = spaces
		   move "N" to or-envio-diario
	       else
		   move cm-envio-diario to or-envio-diario
	       end-if
	       if cm-volume-usual = spaces
		   move zero to or-volume-usual
	       else
		   move cm-volume-usual-num to or-volume-usual
	       end-if
	       move wk-data-aaaammdd to or-data-inclusao
	       move wk-data-aaaammdd to or-data-alteracao

	       write origem-record
		   invalid key
		       move "ORIGEM JA CADASTRADA" to wk-motivo-recusa
	       end-write
	       if wk-origem-master-status not = "00"
		   and wk-origem-master-status not = "22"
		   move "origem-master" to err-arquivo
		   move wk-origem-master-status to err-status
		   move "0300-inclui-origem" to err-paragrafo
		   perform 9000-aciona-trata-erro
	       end-if
	   end-if

	   if cartao-aplicado
	       add 1 to wk-cont-inclusoes
	       move "DEPOIS: " to li-rotulo
	       perform 0700-imprime-imagem
	   end-if

	   .


      *    Alteracao: a origem tem de existir; so os campos
      *    informados no cartao sao substituidos
       0400-altera-origem.

	   if not origem-existe
	       move "ORIGEM NAO CADASTRADA" to wk-motivo-recusa
	   else
	       perform 0600-valida-campos
	   end-if

	   if cartao-aplicado
	       move "ANTES : " to li-rotulo
	       perform 0700-imprime-imagem

	       if cm-nome not = spaces
		   move cm-nome to or-nome
	       end-if
	       if cm-operacoes not = spaces
		   move cm-operacoes to or-operacoes-autorizadas
	       end-if
	       if cm-envio-diario not = spaces
		   move cm-envio-diario to or-envio-diario
	       end-if
	       if cm-volume-usual not = spaces
		   move cm-volume-usual-num to or-volume-usual
	       end-if
	       if cm-situacao not = spaces
		   move cm-situacao to or-situacao
	       end-if
	       move wk-data-aaaammdd to or-data-alteracao

	       perform 0800-regrava-origem

	       add 1 to wk-cont-alteracoes
	       move "DEPOIS: " to li-rotulo
	       perform 0700-imprime-imagem
	   end-if

	   .


      *    Desativacao: a origem tem de existir e estar ativa; o
      *    registro e mantido (o historico continua referenciando a
      *    origem) e so a situacao passa a inativa
       0500-desativa-origem.

	   if not origem-existe
	       move "ORIGEM NAO CADASTRADA" to wk-motivo-recusa
	   else
	       if or-inativa
		   move "ORIGEM JA DESATIVADA" to wk-motivo-recusa
	       end-if
	   end-if

	   if cartao-aplicado
	       move "ANTES : " to li-rotulo
	       perform 0700-imprime-imagem

	       set or-inativa to true
	       move wk-data-aaaammdd to or-data-alteracao

	       perform 0800-regrava-origem

	       add 1 to wk-cont-desativacoes
	       move "DEPOIS: " to li-rotulo
	       perform 0700-imprime-imagem
	   end-if

	   .


      *    Valida os campos informados no cartao: cada operacao da
      *    lista tem de ser conhecida (posicoes em branco sao
      *    ignoradas) e nao repetida, o envio diario S ou N, o
      *    volume usual numerico e a situacao A ou I
       0600-valida-campos.

	   move zero to wk-qtde-operacoes
	   perform varying wk-idx from 1 by 1 until wk-idx > 7
	       if cm-operacao(wk-idx) not = spaces
		   add 1 to wk-qtde-operacoes
		   move cm-operacao(wk-idx) to wk-operacao-teste
		   if not operacao-conhecida
		       move "OPERACAO DESCONHECIDA NA LISTA"
			   to wk-motivo-recusa
		   end-if
		   perform varying wk-jdx from 1 by 1
		       until wk-jdx >= wk-idx
		       if cm-operacao(wk-jdx) = cm-operacao(wk-idx)
			   move "OPERACAO REPETIDA NA LISTA"
			       to wk-motivo-recusa
		       end-if
		   end-perform
	       end-if
	   end-perform

	   if cm-envio-diario not = spaces
	       and cm-envio-diario not = "S"
	       and cm-envio-diario not = "N"
	       move "ENVIO DIARIO INVALIDO (USE S OU N)"
		   to wk-motivo-recusa
	   end-if

	   if cm-volume-usual not = spaces
	       and cm-volume-usual is not numeric
	       move "VOLUME USUAL NAO NUMERICO" to wk-motivo-recusa
	   end-if

	   if cm-situacao not = spaces
	       if acao-inclusao
		   move "SITUACAO SO E INFORMADA NA ALTERACAO"
		       to wk-motivo-recusa
	       else
		   if cm-situacao not = "A"
		       and cm-situacao not = "I"
		       move "SITUACAO INVALIDA (USE A OU I)"
			   to wk-motivo-recusa
		   end-if
	       end-if
	   end-if

	   .


      *    Imprime a imagem do registro corrente do cadastro com o
      *    rotulo ja preenchido (ANTES ou DEPOIS) e a linha com a
      *    lista de operacoes autorizadas
       0700-imprime-imagem.

	   move or-codigo to li-codigo
	   move or-nome to li-nome
	   move or-situacao to li-situacao
	   move or-envio-diario to li-envio-diario
	   move or-volume-usual to li-volume-usual
	   write wk-linha-relatorio from wk-linha-imagem

	   move spaces to lo-operacoes
	   perform varying wk-idx from 1 by 1 until wk-idx > 7
	       move or-operacao-autorizada(wk-idx)
		   to lo-operacao(wk-idx)
	   end-perform
	   write wk-linha-relatorio from wk-linha-operacoes

	   .


      *    Regrava o registro corrente do cadastro, lido na
      *    validacao do cartao
       0800-regrava-origem.

	   rewrite origem-record
	   if wk-origem-master-status not = "00"
	       move "origem-master" to err-arquivo
	       move wk-origem-master-status to err-status
	       move "0800-regrava-origem" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   .


      *    Imprime os totais da manutencao, fecha os arquivos e
      *    sinaliza no return-code a existencia de cartoes recusados
       0900-finaliza.

	   move "CARTOES LIDOS:" to tl-rotulo
	   move wk-cont-cartoes to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "ORIGENS INCLUIDAS:" to tl-rotulo
	   move wk-cont-inclusoes to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "ORIGENS ALTERADAS:" to tl-rotulo
	   move wk-cont-alteracoes to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "ORIGENS DESATIVADAS:" to tl-rotulo
	   move wk-cont-desativacoes to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "CARTOES RECUSADOS:" to tl-rotulo
	   move wk-cont-recusados to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   close origem-master
	   close cartoes-manutencao
	   close relatorio

	   if wk-cont-recusados > zero
	       display "ATENCAO: " wk-cont-recusados " cartoes de "
		   "manutencao recusados - ver a listagem"
	       move 4 to return-code
	   end-if

	   .


      *    Aciona o subprograma comum de tratamento de erros de
      *    arquivo com a area ja preenchida pelo ponto do erro
      *    (arquivo, paragrafo e status) e encerra o programa com
      *    o return-code classificado por ele
       9000-aciona-trata-erro.

	   move "ManutencaoOrigem" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "ManutencaoOrigem" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   move wk-cont-cartoes to ex-cont-entrada
	   compute ex-cont-saida = wk-cont-inclusoes
	       + wk-cont-alteracoes + wk-cont-desativacoes
	   move wk-cont-recusados to ex-cont-rejeitados
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
	   open input relatorio
	   if wk-relatorio-status = "00"
	       perform until wk-relatorio-status not = "00"
		   read relatorio
		       at end
			   continue
		       not at end
			   add 1 to wk-linhas-catalogo
		   end-read
	       end-perform
	       close relatorio
	   end-if

	   move "ORIGRPT" to rr-relatorio
	   move "ManutencaoOrigem" to rr-programa
	   move wk-data-aaaammdd to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move zero to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
