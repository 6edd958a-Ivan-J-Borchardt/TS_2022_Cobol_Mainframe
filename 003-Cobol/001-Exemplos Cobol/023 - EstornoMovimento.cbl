      *Divisao de identificacao
       identification division.
       program-id. "EstornoMovimento".
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
	   select cartoes-estorno assign to sysin
	       organization is sequential
	       file status is wk-cartoes-status.

	   select calc-runctl assign to calcrct
	       organization is sequential
	       file status is wk-calc-runctl-status.

	   select calc-results assign to calcres
	       organization is sequential
	       file status is wk-calc-results-status.

	   select calc-results-novo assign to calcnov
	       organization is sequential
	       file status is wk-calc-results-novo-status.

	   select calc-hist assign to calchist
	       organization is indexed
	       access mode is random
	       record key is hs-chave
	       file status is wk-calc-hist-status.

	   select estorno-entrada assign to estorno
	       organization is sequential
	       file status is wk-estorno-entrada-status.

	   select estorno-log assign to estlog
	       organization is sequential
	       file status is wk-estorno-log-status.

	   select export-ajuste assign to calcaju
	       organization is sequential
	       file status is wk-export-ajuste-status.

	   select controle-totais assign to ctltot
	       organization is sequential
	       file status is wk-controle-totais-status.

	   select relatorio assign to estrpt
	       organization is sequential
	       file status is wk-relatorio-status.
       i-o-control.



      *Declaracao de variaveis
       data division.
       file section.

      *    Cartao de estorno: o movimento (data mais origem), o
      *    codigo do motivo, quem pediu, quem autorizou (outra
      *    pessoa, obrigatoriamente) e a justificativa que fica no
      *    log de estornos
       fd  cartoes-estorno
	   recording mode is f.
       01  cartoes-estorno-record.
	   05  ce-data-movimento	  pic 9(08).
	   05  ce-origem		  pic x(02).
	   05  ce-motivo		  pic x(02).
	       88  ce-motivo-valido		  value "VE", "OE",
		   "DU", "OR", "DM", "OU".
	   05  ce-solicitante		  pic x(10).
	   05  ce-autorizador		  pic x(10).
	   05  ce-justificativa		  pic x(30).
	   05  filler			  pic x(18).

      *    Controle de execucao, o mesmo do calculo: so um movimento
      *    registrado pode ser estornado, e o estorno o reabre
      *    regravando a linha dele com a data zerada (que nao casa
      *    com movimento algum) - o bloco corrigido volta a ser
      *    aceito pela critica, pela digitacao e pelo calculo
       fd  calc-runctl
	   recording mode is f.
       01  calc-runctl-record.
	   05  rc-data-processada	  pic 9(08).
	   05  rc-origem-processada	  pic x(02).

       fd  calc-results
	   recording mode is f.
	   copy "FDCALCRS".

      *    Acumulado de resultados regravado sem os movimentos
      *    estornados; o job o renomeia para o nome de producao
      *    depois do passo
       fd  calc-results-novo
	   recording mode is f.
       01  calc-results-novo-record	  pic x(80).

      *    Historico de calculos em VSAM KSDS: a chave e o conjunto
      *    data do movimento + origem + par de entrada + operacao, o
      *    mesmo que identifica cada registro de calc-results
       fd  calc-hist.
	   copy "FDCALCHS".

      *    Lancamentos de estorno: a imagem de cada resultado
      *    estornado, precedida da data e do motivo do estorno
       fd  estorno-entrada
	   recording mode is f.
       01  estorno-entrada-record.
	   05  ee-data-estorno		  pic 9(08).
	   05  ee-motivo		  pic x(02).
	   05  ee-resultado		  pic x(80).

       fd  estorno-log
	   recording mode is f.
	   copy "FDESTLOG".

      *    Exportacao de ajuste para o sistema destinatario, no
      *    layout da exportacao do calculo, com header e trailer de
      *    tipo proprio: o header "A" identifica o movimento a
      *    desfazer (data, origem, motivo e data do estorno), os
      *    detalhes repetem os valores exportados originalmente e o
      *    trailer "Z" traz a contagem e o hash total - os mesmos da
      *    exportacao original do movimento. O header leva tambem a
      *    versao do layout do movimento
       fd  export-ajuste
	   recording mode is f.
       01  export-ajuste-record.
	   05  xp-tipo			  pic x(01).
	   05  xp-operacao		  pic x(20).
	   05  xp-valor-inteiro		  pic -(14)9.
	   05  xp-ponto-decimal		  pic x(01) value ".".
	   05  xp-valor-fracionario	  pic 9(04).

       01  export-ajuste-header.
	   05  xa-tipo			  pic x(01).
	   05  xa-data			  pic 9(08).
	   05  xa-origem		  pic x(02).
	   05  xa-motivo		  pic x(02).
	   05  xa-data-estorno		  pic 9(08).
	   05  xa-versao		  pic x(01).
	   05  filler			  pic x(19).

       01  export-ajuste-trailer.
	   05  xz-tipo			  pic x(01).
	   05  xz-contagem		  pic 9(07).
	   05  xz-hash			  pic 9(12).
	   05  filler			  pic x(21).

      *    Totais de controle do estorno, confrontados pelo passo
      *    de balanco do proprio job
       fd  controle-totais
	   recording mode is f.
	   copy "FDCTLTOT".

       fd  relatorio
	   recording mode is f.
       01  wk-linha-relatorio		  pic x(80).


      *Variaveis do programa
       working-storage section.

       77  wk-cartoes-status		  pic x(02) value spaces.
       77  wk-calc-runctl-status	  pic x(02) value spaces.
       77  wk-calc-results-status	  pic x(02) value spaces.
       77  wk-calc-results-novo-status	  pic x(02) value spaces.
       77  wk-calc-hist-status		  pic x(02) value spaces.
       77  wk-estorno-entrada-status	  pic x(02) value spaces.
       77  wk-estorno-log-status	  pic x(02) value spaces.
       77  wk-export-ajuste-status	  pic x(02) value spaces.
       77  wk-controle-totais-status	  pic x(02) value spaces.
       77  wk-relatorio-status		  pic x(02) value spaces.
       77  wk-linhas-catalogo		  pic 9(07) value zero.

       01  wk-flags.
	   05  wk-eof-cartoes		  pic x(01) value "N".
	       88  eof-cartoes			  value "S".
	   05  wk-eof-calc-runctl	  pic x(01) value "N".
	       88  eof-calc-runctl		  value "S".
	   05  wk-eof-calc-results	  pic x(01) value "N".
	       88  eof-calc-results		  value "S".
	   05  wk-bloco-ajuste		  pic x(01) value "N".
	       88  bloco-ajuste-aberto		  value "S".

      *    Motivo da recusa do cartao corrente; brancos significam
      *    cartao aceito para o estorno
       01  wk-motivo-recusa		  pic x(50) value spaces.
	   88  cartao-aceito		  value spaces.

      *    Estornos aceitos nesta execucao, um por cartao: o
      *    movimento, o pedido e o que foi desfeito dele
       77  wk-total-estornos		  pic 9(02) value zero.
       77  wk-idx			  pic 9(02) value zero.
       77  wk-idx-bloco			  pic 9(02) value zero.
       01  wk-tabela-estornos.
	   05  wk-estorno-ocorrencia	  occurs 20 times.
	       10  te-data-movimento	  pic 9(08).
	       10  te-origem		  pic x(02).
	       10  te-motivo		  pic x(02).
	       10  te-solicitante	  pic x(10).
	       10  te-autorizador	  pic x(10).
	       10  te-justificativa	  pic x(30).
	       10  te-no-run-control	  pic x(01).
		   88  te-processado		  value "S".
	       10  te-qtde-resultados	  pic 9(07).
	       10  te-qtde-historico	  pic 9(07).
	       10  te-qtde-ausentes	  pic 9(07).

      *    Movimento do bloco de ajuste aberto na exportacao e o
      *    controle do embrulho (contagem e hash total dos valores
      *    inteiros, soma modulo 10**12 - o calculo do trailer da
      *    exportacao original)
       01  wk-bloco-corrente.
	   05  wk-data-bloco		  pic 9(08) value zero.
	   05  wk-origem-bloco		  pic x(02) value spaces.
	   05  wk-cont-ajuste		  pic 9(07) value zero.
	   05  wk-hash-ajuste		  pic 9(12) value zero.

       77  wk-xp-fonte			  pic s9(14)v9(04).
       77  wk-xp-inteiro		  pic s9(14).
       77  wk-xp-fracionario		  pic 9(04).

       01  wk-contadores.
	   05  wk-cont-cartoes		  pic 9(07) value zero.
	   05  wk-cont-recusados	  pic 9(07) value zero.
	   05  wk-cont-lidos		  pic 9(07) value zero.
	   05  wk-cont-mantidos		  pic 9(07) value zero.
	   05  wk-cont-estornados	  pic 9(07) value zero.
	   05  wk-cont-entradas		  pic 9(07) value zero.
	   05  wk-cont-export-ajuste	  pic 9(07) value zero.
	   05  wk-cont-hist-removidos	  pic 9(07) value zero.
	   05  wk-cont-hist-ausentes	  pic 9(07) value zero.
	   05  wk-cont-reabertos	  pic 9(07) value zero.

       01  wk-data-execucao.
	   05  wk-data-aaaammdd		  pic 9(08).
	   05  wk-data-aaaa redefines
	       wk-data-aaaammdd.
	       10  wk-data-aa		  pic 9(04).
	       10  wk-data-mm		  pic 9(02).
	       10  wk-data-dd		  pic 9(02).
       77  wk-hora-execucao		  pic 9(06) value zero.

       01  wk-linha-titulo		  pic x(80)
	   value "ESTORNO DE MOVIMENTO PROCESSADO - AUDITORIA".
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
	   05  lc-cartao		  pic x(62).
	   05  filler			  pic x(10) value spaces.
       01  wk-linha-resultado.
	   05  filler			  pic x(11) value "RESULTADO: ".
	   05  lr-resultado		  pic x(69).
       01  wk-linha-estorno.
	   05  filler			  pic x(12)
	       value "MOVIMENTO:  ".
	   05  le-data			  pic 9(08).
	   05  filler			  pic x(01) value "/".
	   05  le-origem		  pic x(02).
	   05  filler			  pic x(09) value "  MOTIVO ".
	   05  le-motivo		  pic x(02).
	   05  filler			  pic x(08) value " RESULT:".
	   05  le-resultados		  pic zzzzzz9.
	   05  filler			  pic x(08) value "  HIST: ".
	   05  le-historico		  pic zzzzzz9.
	   05  filler			  pic x(09) value "  AUSENT:".
	   05  le-ausentes		  pic zzzzzz9.
       01  wk-linha-pedido.
	   05  filler			  pic x(12)
	       value "  PEDIDO:   ".
	   05  lp-solicitante		  pic x(10).
	   05  filler			  pic x(13)
	       value "  AUTORIZOU: ".
	   05  lp-autorizador		  pic x(10).
	   05  filler			  pic x(02) value spaces.
	   05  lp-justificativa		  pic x(30).
	   05  filler			  pic x(03) value spaces.
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

      *    critica cada cartao de estorno e guarda os aceitos na
      *    tabela da execucao, listando o cartao e o resultado
	   perform until eof-cartoes
	       read cartoes-estorno
		   at end
		       set eof-cartoes to true
		   not at end
		       perform 0200-processa-cartao
	       end-read
	   end-perform

	   perform 0300-confere-run-control

	   perform 0400-estorna-resultados

	   perform 0600-reabre-run-control

	   perform 0700-grava-log

	   perform 0800-grava-controle-totais

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


      *    Abre os cartoes e o relatorio de auditoria do estorno e
      *    imprime o cabecalho datado
       0100-inicializa.

	   open input cartoes-estorno
	   if wk-cartoes-status not = "00"
	       move "cartoes-estorno" to err-arquivo
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
	   move function current-date(9:6) to wk-hora-execucao
	   move wk-data-dd to hl-dia
	   move wk-data-mm to hl-mes
	   move wk-data-aa to hl-ano

	   write wk-linha-relatorio from wk-linha-titulo
	   write wk-linha-relatorio from wk-linha-data
	   write wk-linha-relatorio from wk-linha-branco

	   .


      *    Lista o cartao corrente e o critica: movimento numerico e
      *    identificado, motivo conhecido, solicitante, autorizador
      *    (diferente do solicitante) e justificativa informados, e
      *    um so cartao por movimento na execucao
       0200-processa-cartao.

	   add 1 to wk-cont-cartoes
	   move spaces to wk-motivo-recusa

	   inspect cartoes-estorno-record(1:12) converting
	       "abcdefghijklmnopqrstuvwxyz"
	       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

	   move cartoes-estorno-record to lc-cartao
	   write wk-linha-relatorio from wk-linha-cartao

	   evaluate true
	       when ce-data-movimento is not numeric
		   move "DATA DO MOVIMENTO NAO NUMERICA"
		       to wk-motivo-recusa
	       when ce-origem = spaces
		   move "ORIGEM NAO INFORMADA" to wk-motivo-recusa
	       when not ce-motivo-valido
		   move "MOTIVO DESCONHECIDO (VE, OE, DU, OR, DM, OU)"
		       to wk-motivo-recusa
	       when ce-solicitante = spaces
		   move "SOLICITANTE NAO INFORMADO" to wk-motivo-recusa
	       when ce-autorizador = spaces
		   move "AUTORIZADOR NAO INFORMADO" to wk-motivo-recusa
	       when ce-autorizador = ce-solicitante
		   move "AUTORIZADOR DEVE SER OUTRO QUE O SOLICITANTE"
		       to wk-motivo-recusa
	       when ce-justificativa = spaces
		   move "JUSTIFICATIVA NAO INFORMADA"
		       to wk-motivo-recusa
	       when other
		   perform 0210-guarda-estorno
	   end-evaluate

	   if not cartao-aceito
	       perform 0220-lista-recusa
	   end-if

	   .


      *    Guarda o estorno do cartao na tabela da execucao, depois
      *    de conferir que o movimento nao foi pedido por outro
      *    cartao
       0210-guarda-estorno.

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-estornos
	       or (te-data-movimento (wk-idx) = ce-data-movimento
	       and te-origem (wk-idx) = ce-origem)
	       continue
	   end-perform

	   evaluate true
	       when wk-idx <= wk-total-estornos
		   move "MOVIMENTO REPETIDO NESTA EXECUCAO"
		       to wk-motivo-recusa
	       when wk-total-estornos >= 20
		   move "LIMITE DE 20 ESTORNOS POR EXECUCAO"
		       to wk-motivo-recusa
	       when other
		   add 1 to wk-total-estornos
		   move wk-total-estornos to wk-idx
		   move ce-data-movimento to te-data-movimento (wk-idx)
		   move ce-origem         to te-origem (wk-idx)
		   move ce-motivo         to te-motivo (wk-idx)
		   move ce-solicitante    to te-solicitante (wk-idx)
		   move ce-autorizador    to te-autorizador (wk-idx)
		   move ce-justificativa  to te-justificativa (wk-idx)
		   move "N"               to te-no-run-control (wk-idx)
		   move zero to te-qtde-resultados (wk-idx)
		   move zero to te-qtde-historico (wk-idx)
		   move zero to te-qtde-ausentes (wk-idx)
	   end-evaluate

	   .


      *    Lista a recusa do cartao corrente
       0220-lista-recusa.

	   add 1 to wk-cont-recusados
	   move spaces to lr-resultado
	   string "RECUSADO - " delimited by size
	       wk-motivo-recusa delimited by size
	       into lr-resultado
	   end-string
	   write wk-linha-relatorio from wk-linha-resultado
	   write wk-linha-relatorio from wk-linha-branco

	   .


      *    So um movimento ja processado pelo calculo (registrado no
      *    controle de execucao) pode ser estornado: o pedido de um
      *    movimento que nao consta dele e recusado e sai da tabela
       0300-confere-run-control.

	   if wk-total-estornos > zero
	       open input calc-runctl
	       if wk-calc-runctl-status not = "00"
		   move "calc-runctl" to err-arquivo
		   move wk-calc-runctl-status to err-status
		   move "0300-confere-run-control" to err-paragrafo
		   perform 9000-aciona-trata-erro
	       end-if

	       perform until eof-calc-runctl
		   read calc-runctl
		       at end
			   set eof-calc-runctl to true
		       not at end
			   perform 0310-marca-processado
		   end-read
	       end-perform

	       close calc-runctl

	       perform 0320-descarta-nao-processados
	   end-if

	   .


      *    Marca na tabela o estorno do movimento da linha corrente
      *    do controle de execucao
       0310-marca-processado.

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-estornos
	       if te-data-movimento (wk-idx) = rc-data-processada
		   and te-origem (wk-idx) = rc-origem-processada
		   move "S" to te-no-run-control (wk-idx)
	       end-if
	   end-perform

	   .


      *    Recusa e tira da tabela os estornos de movimento ausente
      *    do controle de execucao (nunca processado, ou ja
      *    estornado e ainda nao reenviado)
       0320-descarta-nao-processados.

	   move 1 to wk-idx
	   perform until wk-idx > wk-total-estornos
	       if te-processado (wk-idx)
		   add 1 to wk-idx
	       else
		   move spaces to lc-cartao
		   string te-data-movimento (wk-idx) delimited by size
		       te-origem (wk-idx) delimited by size
		       into lc-cartao
		   end-string
		   write wk-linha-relatorio from wk-linha-cartao
		   move "MOVIMENTO NAO CONSTA DO CONTROLE DE EXECUCAO"
		       to wk-motivo-recusa
		   perform 0220-lista-recusa
		   perform varying wk-idx-bloco from wk-idx by 1
		       until wk-idx-bloco >= wk-total-estornos
		       move wk-estorno-ocorrencia (wk-idx-bloco + 1)
			   to wk-estorno-ocorrencia (wk-idx-bloco)
		   end-perform
		   subtract 1 from wk-total-estornos
	       end-if
	   end-perform

	   .


      *    Regrava o acumulado de resultados sem os movimentos
      *    estornados: cada resultado de movimento estornado vira um
      *    lancamento de estorno, sai na exportacao de ajuste e tem
      *    a chave removida do historico. Sem estorno aceito o
      *    acumulado e apenas copiado, e a troca feita pelo job e
      *    inocua
       0400-estorna-resultados.

	   open input calc-results
	   if wk-calc-results-status not = "00"
	       move "calc-results" to err-arquivo
	       move wk-calc-results-status to err-status
	       move "0400-estorna-resultados" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   open output calc-results-novo
	   if wk-calc-results-novo-status not = "00"
	       move "calc-results-novo" to err-arquivo
	       move wk-calc-results-novo-status to err-status
	       move "0400-estorna-resultados" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   open output export-ajuste
	   if wk-export-ajuste-status not = "00"
	       move "export-ajuste" to err-arquivo
	       move wk-export-ajuste-status to err-status
	       move "0400-estorna-resultados" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   if wk-total-estornos > zero
	       open i-o calc-hist
	       if wk-calc-hist-status not = "00"
		   move "calc-hist" to err-arquivo
		   move wk-calc-hist-status to err-status
		   move "0400-estorna-resultados" to err-paragrafo
		   perform 9000-aciona-trata-erro
	       end-if
	       open extend estorno-entrada
	       if wk-estorno-entrada-status = "35"
		   open output estorno-entrada
	       end-if
	       if wk-estorno-entrada-status not = "00"
		   move "estorno-entrada" to err-arquivo
		   move wk-estorno-entrada-status to err-status
		   move "0400-estorna-resultados" to err-paragrafo
		   perform 9000-aciona-trata-erro
	       end-if
	   end-if

	   perform until eof-calc-results
	       read calc-results
		   at end
		       set eof-calc-results to true
		   not at end
		       perform 0410-trata-resultado
	       end-read
	   end-perform

	   if bloco-ajuste-aberto
	       perform 0440-fecha-bloco-ajuste
	   end-if

	   close calc-results
	   close calc-results-novo
	   close export-ajuste
	   if wk-total-estornos > zero
	       close calc-hist
	       close estorno-entrada
	   end-if

	   .


      *    Resultado corrente do acumulado: mantido quando o
      *    movimento dele nao foi estornado, estornado quando foi
       0410-trata-resultado.

	   add 1 to wk-cont-lidos

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-estornos
	       or (te-data-movimento (wk-idx) = cr-data
	       and te-origem (wk-idx) = cr-origem)
	       continue
	   end-perform

	   if wk-idx > wk-total-estornos
	       if bloco-ajuste-aberto
		   perform 0440-fecha-bloco-ajuste
	       end-if
	       write calc-results-novo-record from calc-results-record
	       add 1 to wk-cont-mantidos
	   else
	       perform 0420-estorna-resultado
	   end-if

	   .


      *    Estorna o resultado corrente (do estorno wk-idx da
      *    tabela): grava o lancamento de estorno, exporta o valor
      *    no bloco de ajuste do movimento e remove a chave do
      *    historico - status 23 e o movimento ainda nao postado
      *    pela carga, contado como ausente
       0420-estorna-resultado.

	   add 1 to wk-cont-estornados
	   add 1 to te-qtde-resultados (wk-idx)

	   move wk-data-aaaammdd to ee-data-estorno
	   move te-motivo (wk-idx) to ee-motivo
	   move calc-results-record to ee-resultado
	   write estorno-entrada-record
	   add 1 to wk-cont-entradas

	   if bloco-ajuste-aberto
	       and (wk-data-bloco not = cr-data
	       or wk-origem-bloco not = cr-origem)
	       perform 0440-fecha-bloco-ajuste
	   end-if
	   if not bloco-ajuste-aberto
	       perform 0430-abre-bloco-ajuste
	   end-if
	   perform 0450-grava-detalhe-ajuste

	   move cr-data     to hs-data
	   move cr-origem   to hs-origem
	   move cr-num1     to hs-num1
	   move cr-num2     to hs-num2
	   move cr-operacao to hs-operacao
	   delete calc-hist record
	       invalid key
		   add 1 to wk-cont-hist-ausentes
		   add 1 to te-qtde-ausentes (wk-idx)
	       not invalid key
		   add 1 to wk-cont-hist-removidos
		   add 1 to te-qtde-historico (wk-idx)
	   end-delete
	   if wk-calc-hist-status not = "00"
	       and wk-calc-hist-status not = "23"
	       move "calc-hist" to err-arquivo
	       move wk-calc-hist-status to err-status
	       move "0420-estorna-resultado" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   .


      *    Abre na exportacao de ajuste o bloco do movimento do
      *    resultado corrente, com o header de tipo A
       0430-abre-bloco-ajuste.

	   set bloco-ajuste-aberto to true
	   move cr-data   to wk-data-bloco
	   move cr-origem to wk-origem-bloco
	   move zero to wk-cont-ajuste
	   move zero to wk-hash-ajuste

	   move spaces to export-ajuste-header
	   move "A" to xa-tipo
	   move cr-data to xa-data
	   move cr-origem to xa-origem
	   move te-motivo (wk-idx) to xa-motivo
	   move wk-data-aaaammdd to xa-data-estorno
	   move cr-versao to xa-versao
	   write export-ajuste-header

	   .


      *    Fecha o bloco de ajuste aberto com o trailer de tipo Z
       0440-fecha-bloco-ajuste.

	   move spaces to export-ajuste-trailer
	   move "Z" to xz-tipo
	   move wk-cont-ajuste to xz-contagem
	   move wk-hash-ajuste to xz-hash
	   write export-ajuste-trailer

	   move "N" to wk-bloco-ajuste

	   .


      *    Exporta no bloco de ajuste o valor do resultado corrente,
      *    com parte inteira e fracionaria separadas por ponto (o
      *    mesmo tratamento da exportacao do calculo, para que o
      *    hash total bata com o da exportacao original)
       0450-grava-detalhe-ajuste.

	   move cr-valor to wk-xp-fonte

	   move "D"         to xp-tipo
	   move cr-operacao to xp-operacao
	   compute wk-xp-inteiro = function integer-part(wk-xp-fonte)
	   compute wk-xp-fracionario =
	       function rem(wk-xp-fonte * 10000, 10000)
	   move wk-xp-inteiro     to xp-valor-inteiro
	   if wk-xp-fonte < zero and wk-xp-inteiro = zero
	       move "-0" to xp-valor-inteiro(14:2)
	   end-if
	   move "."               to xp-ponto-decimal
	   move wk-xp-fracionario to xp-valor-fracionario
	   write export-ajuste-record

	   add 1 to wk-cont-ajuste
	   add 1 to wk-cont-export-ajuste
	   compute wk-hash-ajuste =
	       function mod(wk-hash-ajuste + wk-xp-inteiro,
	       1000000000000)

	   .


      *    Reabre no controle de execucao cada movimento estornado,
      *    regravando a linha dele com a data zerada: a linha deixa
      *    de casar com o movimento e o bloco corrigido volta a
      *    passar pela critica e pelo calculo
       0600-reabre-run-control.

	   if wk-total-estornos > zero
	       move "N" to wk-eof-calc-runctl
	       open i-o calc-runctl
	       if wk-calc-runctl-status not = "00"
		   move "calc-runctl" to err-arquivo
		   move wk-calc-runctl-status to err-status
		   move "0600-reabre-run-control" to err-paragrafo
		   perform 9000-aciona-trata-erro
	       end-if

	       perform until eof-calc-runctl
		   read calc-runctl
		       at end
			   set eof-calc-runctl to true
		       not at end
			   perform 0610-reabre-linha
		   end-read
	       end-perform

	       close calc-runctl
	   end-if

	   .


      *    Regrava a linha corrente do controle de execucao quando o
      *    movimento dela foi estornado nesta execucao
       0610-reabre-linha.

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-estornos
	       or (te-data-movimento (wk-idx) = rc-data-processada
	       and te-origem (wk-idx) = rc-origem-processada)
	       continue
	   end-perform

	   if wk-idx <= wk-total-estornos
	       move zero to rc-data-processada
	       rewrite calc-runctl-record
	       if wk-calc-runctl-status not = "00"
		   move "calc-runctl" to err-arquivo
		   move wk-calc-runctl-status to err-status
		   move "0610-reabre-linha" to err-paragrafo
		   perform 9000-aciona-trata-erro
	       end-if
	       add 1 to wk-cont-reabertos
	   end-if

	   .


      *    Registra cada estorno no log de estornos (quem pediu,
      *    quem autorizou, por que e o que foi desfeito), com o
      *    movimento reaberto para o reenvio, e o lista no relatorio;
      *    status 35 na abertura em extensao significa que o log
      *    ainda nao existe
       0700-grava-log.

	   if wk-total-estornos > zero
	       open extend estorno-log
	       if wk-estorno-log-status = "35"
		   open output estorno-log
	       end-if
	       if wk-estorno-log-status not = "00"
		   move "estorno-log" to err-arquivo
		   move wk-estorno-log-status to err-status
		   move "0700-grava-log" to err-paragrafo
		   perform 9000-aciona-trata-erro
	       end-if

	       perform varying wk-idx from 1 by 1
		   until wk-idx > wk-total-estornos
		   perform 0710-registra-estorno
	       end-perform

	       close estorno-log
	   end-if

	   .


      *    Grava a linha do log e a do relatorio do estorno wk-idx
       0710-registra-estorno.

	   move spaces to estorno-log-record
	   move te-data-movimento (wk-idx) to es-data-movimento
	   move te-origem (wk-idx)         to es-origem
	   move te-motivo (wk-idx)         to es-motivo
	   move te-solicitante (wk-idx)    to es-solicitante
	   move te-autorizador (wk-idx)    to es-autorizador
	   move wk-data-aaaammdd           to es-data-estorno
	   move wk-hora-execucao           to es-hora-estorno
	   move te-qtde-resultados (wk-idx) to es-qtde-resultados
	   move te-qtde-historico (wk-idx) to es-qtde-historico
	   move te-justificativa (wk-idx)  to es-justificativa
	   set es-reaberto to true
	   write estorno-log-record

	   move te-data-movimento (wk-idx)  to le-data
	   move te-origem (wk-idx)          to le-origem
	   move te-motivo (wk-idx)          to le-motivo
	   move te-qtde-resultados (wk-idx) to le-resultados
	   move te-qtde-historico (wk-idx)  to le-historico
	   move te-qtde-ausentes (wk-idx)   to le-ausentes
	   write wk-linha-relatorio from wk-linha-estorno
	   move te-solicitante (wk-idx)    to lp-solicitante
	   move te-autorizador (wk-idx)    to lp-autorizador
	   move te-justificativa (wk-idx)  to lp-justificativa
	   write wk-linha-relatorio from wk-linha-pedido
	   move "ESTORNADO - MOVIMENTO REABERTO PARA O REENVIO"
	       to lr-resultado
	   write wk-linha-relatorio from wk-linha-resultado
	   write wk-linha-relatorio from wk-linha-branco

	   .


      *    Grava as contagens do estorno no arquivo de totais de
      *    controle, para o confronto do passo de balanco do job;
      *    status 35 na abertura em extensao significa que o arquivo
      *    ainda nao existe
       0800-grava-controle-totais.

	   open extend controle-totais
	   if wk-controle-totais-status = "35"
	       open output controle-totais
	   end-if
	   if wk-controle-totais-status not = "00"
	       move "controle-totais" to err-arquivo
	       move wk-controle-totais-status to err-status
	       move "0800-grava-controle-totais" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   move spaces to controle-totais-record
	   move "EstornoMovimento"    to tt-programa
	   move "MOVIMENTOS-ESTORNO"  to tt-rotulo
	   move wk-total-estornos     to tt-contagem
	   write controle-totais-record

	   move "RUNCTL-REABERTOS"    to tt-rotulo
	   move wk-cont-reabertos     to tt-contagem
	   write controle-totais-record

	   move "RESULTADOS-LIDOS"    to tt-rotulo
	   move wk-cont-lidos         to tt-contagem
	   write controle-totais-record

	   move "RESULTADOS-MANTIDOS" to tt-rotulo
	   move wk-cont-mantidos      to tt-contagem
	   write controle-totais-record

	   move "RESULTADOS-ESTORNO"  to tt-rotulo
	   move wk-cont-estornados    to tt-contagem
	   write controle-totais-record

	   move "LANCAMENTOS-ESTORNO" to tt-rotulo
	   move wk-cont-entradas      to tt-contagem
	   write controle-totais-record

	   move "EXPORT-AJUSTE"       to tt-rotulo
	   move wk-cont-export-ajuste to tt-contagem
	   write controle-totais-record

	   move "HISTORIA-REMOVIDOS"  to tt-rotulo
	   move wk-cont-hist-removidos to tt-contagem
	   write controle-totais-record

	   move "HISTORIA-AUSENTES"   to tt-rotulo
	   move wk-cont-hist-ausentes to tt-contagem
	   write controle-totais-record

	   close controle-totais

	   .


      *    Imprime os totais, fecha os arquivos e sinaliza no
      *    return-code os cartoes recusados
       0900-finaliza.

	   move "CARTOES LIDOS:" to tl-rotulo
	   move wk-cont-cartoes to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "CARTOES RECUSADOS:" to tl-rotulo
	   move wk-cont-recusados to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "MOVIMENTOS ESTORNADOS:" to tl-rotulo
	   move wk-total-estornos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "RESULTADOS LIDOS NO ACUMULADO:" to tl-rotulo
	   move wk-cont-lidos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "RESULTADOS MANTIDOS:" to tl-rotulo
	   move wk-cont-mantidos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "RESULTADOS ESTORNADOS:" to tl-rotulo
	   move wk-cont-estornados to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "CHAVES REMOVIDAS DO HISTORICO:" to tl-rotulo
	   move wk-cont-hist-removidos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "CHAVES AINDA NAO POSTADAS NO HISTORICO:" to tl-rotulo
	   move wk-cont-hist-ausentes to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "DETALHES NA EXPORTACAO DE AJUSTE:" to tl-rotulo
	   move wk-cont-export-ajuste to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   close cartoes-estorno
	   close relatorio

	   if wk-cont-recusados > zero
	       display "ATENCAO: cartoes de estorno recusados - ver "
		   "o relatorio de auditoria"
	       move 4 to return-code
	   end-if

	   .


      *    Aciona o subprograma comum de tratamento de erros de
      *    arquivo com a area ja preenchida pelo ponto do erro
      *    (arquivo, paragrafo e status) e encerra o programa com
      *    o return-code classificado por ele
       9000-aciona-trata-erro.

	   move "EstornoMovimento" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "EstornoMovimento" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   move wk-cont-lidos to ex-cont-entrada
	   move wk-cont-estornados to ex-cont-saida
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

	   move "ESTORRPT" to rr-relatorio
	   move "EstornoMovimento" to rr-programa
	   move wk-data-aaaammdd to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move zero to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
