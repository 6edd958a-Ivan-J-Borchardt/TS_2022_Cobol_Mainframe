      *Divisao de identificacao
       identification division.
       program-id. "ManutencaoCalendario".
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
	   select calendario assign to calend
	       organization is indexed
	       access mode is dynamic
	       record key is cl-data
	       file status is wk-calendario-status.

	   select cartoes-calendario assign to sysin
	       organization is sequential
	       file status is wk-cartoes-status.

	   select relatorio assign to calrpt
	       organization is sequential
	       file status is wk-relatorio-status.
       i-o-control.



      *Declaracao de variaveis
       data division.
       file section.

      *    Calendario de dias uteis (VSAM KSDS pela data), mantido
      *    exclusivamente por este programa
       fd  calendario.
	   copy "FDCALEND".

      *    Cartoes de manutencao do calendario: acao A (gera o ano
      *    informado nas colunas 3-6, todo dia de segunda a sexta
      *    como util e sabado e domingo como fim de semana, sem
      *    tocar nos dias ja existentes), F (marca como feriado a
      *    data das colunas 3-10, com a descricao das colunas 12-41)
      *    ou U (desfaz o feriado da data, que volta ao tipo do dia
      *    da semana)
       fd  cartoes-calendario
	   recording mode is f.
       01  cartoes-calendario-record.
	   05  cc-acao			  pic x(01).
	       88  acao-gera-ano		  value "A".
	       88  acao-feriado			  value "F".
	       88  acao-desfaz-feriado		  value "U".
	   05  filler			  pic x(01).
	   05  cc-data			  pic x(08).
	   05  cc-data-num redefines
	       cc-data			  pic 9(08).
	   05  cc-data-ano redefines
	       cc-data.
	       10  cc-ano		  pic x(04).
	       10  cc-ano-num redefines
		   cc-ano		  pic 9(04).
	       10  filler		  pic x(04).
	   05  filler			  pic x(01).
	   05  cc-descricao		  pic x(30).
	   05  filler			  pic x(39).

      *    Listagem de auditoria: cada cartao, o resultado e as
      *    imagens do dia antes e depois da manutencao
       fd  relatorio
	   recording mode is f.
       01  wk-linha-relatorio		  pic x(80).


      *Variaveis do programa
       working-storage section.

       77  wk-calendario-status		  pic x(02) value spaces.
       77  wk-cartoes-status		  pic x(02) value spaces.
       77  wk-relatorio-status		  pic x(02) value spaces.
       77  wk-linhas-catalogo		  pic 9(07) value zero.

       01  wk-flags.
	   05  wk-eof-cartoes		  pic x(01) value "N".
	       88  eof-cartoes			  value "S".
	   05  wk-eof-calendario	  pic x(01) value "N".
	       88  eof-calendario		  value "S".
	   05  wk-dia-existe		  pic x(01) value "N".
	       88  dia-existe			  value "S".
	   05  wk-recalcular		  pic x(01) value "N".
	       88  recalcular			  value "S".

      *    Motivo da recusa do cartao corrente; brancos significam
      *    cartao aplicado ao calendario
       01  wk-motivo-recusa		  pic x(40) value spaces.
	   88  cartao-aplicado		  value spaces.

      *    Datas da geracao de um ano, em dias corridos (contagem
      *    das funcoes intrinsecas de data)
       77  wk-dia-inteiro		  pic 9(07) value zero.
       77  wk-dia-final			  pic 9(07) value zero.
       77  wk-data-gerada		  pic 9(08) value zero.
       77  wk-semanas			  pic 9(07) value zero.
       77  wk-resto-semana		  pic 9(01) value zero.
       77  wk-incluidos-ano		  pic 9(03) value zero.

      *    Recalculo dos campos apurados: o ultimo dia util lido no
      *    percurso do calendario e os ultimos dias uteis de mes,
      *    marcados depois do percurso
       01  wk-ultimo-util.
	   05  wk-ultimo-util-data	  pic 9(08) value zero.
	   05  wk-ultimo-util-aaaamm redefines
	       wk-ultimo-util-data.
	       10  wk-ultimo-util-mes	  pic 9(06).
	       10  filler		  pic 9(02).
       01  wk-dia-lido.
	   05  wk-dia-lido-data		  pic 9(08) value zero.
	   05  wk-dia-lido-aaaamm redefines
	       wk-dia-lido-data.
	       10  wk-dia-lido-mes	  pic 9(06).
	       10  filler		  pic 9(02).
       77  wk-max-fim-mes		  pic 9(04) value 1200.
       77  wk-qtde-fim-mes		  pic 9(04) value zero.
       77  wk-idx			  pic 9(04) value zero.
       01  wk-tabela-fim-mes.
	   05  wk-data-fim-mes		  pic 9(08)
					  occurs 1200 times.

       01  wk-contadores.
	   05  wk-cont-cartoes		  pic 9(07) value zero.
	   05  wk-cont-anos		  pic 9(07) value zero.
	   05  wk-cont-dias-incluidos	  pic 9(07) value zero.
	   05  wk-cont-feriados		  pic 9(07) value zero.
	   05  wk-cont-desfeitos	  pic 9(07) value zero.
	   05  wk-cont-recusados	  pic 9(07) value zero.
	   05  wk-cont-recalculados	  pic 9(07) value zero.

       01  wk-data-execucao.
	   05  wk-data-aaaammdd		  pic 9(08).
	   05  wk-data-aaaa redefines
	       wk-data-aaaammdd.
	       10  wk-data-aa		  pic 9(04).
	       10  wk-data-mm		  pic 9(02).
	       10  wk-data-dd		  pic 9(02).

       01  wk-linha-titulo		  pic x(80)
	   value "MANUTENCAO DO CALENDARIO DE DIAS UTEIS - AUDITORIA".
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
	   05  lc-cartao		  pic x(41).
	   05  filler			  pic x(31) value spaces.
       01  wk-linha-resultado.
	   05  filler			  pic x(11) value "RESULTADO: ".
	   05  lr-resultado		  pic x(69).
       01  wk-linha-imagem.
	   05  li-rotulo		  pic x(08).
	   05  li-data			  pic 9(08).
	   05  filler			  pic x(06) value " SEM: ".
	   05  li-dia-semana		  pic 9(01).
	   05  filler			  pic x(07) value " TIPO: ".
	   05  li-tipo-dia		  pic x(01).
	   05  filler			  pic x(01) value spaces.
	   05  li-descricao		  pic x(30).
	   05  filler			  pic x(18) value spaces.
       01  wk-linha-ano.
	   05  filler			  pic x(04) value "ANO ".
	   05  la-ano			  pic 9(04).
	   05  filler			  pic x(10) value " GERADO - ".
	   05  la-incluidos		  pic zz9.
	   05  filler			  pic x(27)
	       value " DIAS INCLUIDOS NO CADASTRO".
	   05  filler			  pic x(32) value spaces.
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

      *    aplica cada cartao de manutencao ao calendario, listando o
      *    cartao, o resultado e as imagens do dia
	   perform until eof-cartoes
	       read cartoes-calendario
		   at end
		       set eof-cartoes to true
		   not at end
		       perform 0200-processa-cartao
	       end-read
	   end-perform

      *    qualquer alteracao refaz o dia util anterior e as marcas
      *    de fim de mes do calendario inteiro
	   if recalcular
	       perform 0700-recalcula-calendario
	   end-if

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


      *    Abre os arquivos e imprime o cabecalho da listagem; status
      *    35 na abertura do calendario significa cluster recem
      *    definido e ainda vazio, que e entao carregado pela
      *    abertura em saida antes de ser reaberto para atualizacao
       0100-inicializa.

	   open i-o calendario
	   if wk-calendario-status = "35"
	       open output calendario
	       close calendario
	       open i-o calendario
	   end-if
	   if wk-calendario-status not = "00"
	       move "calendario" to err-arquivo
	       move wk-calendario-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   open input cartoes-calendario
	   if wk-cartoes-status not = "00"
	       move "cartoes-calendario" to err-arquivo
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


      *    Lista o cartao corrente e encaminha conforme a acao; o
      *    resultado (ou o motivo da recusa) fecha o bloco do cartao
      *    na listagem
       0200-processa-cartao.

	   add 1 to wk-cont-cartoes
	   move spaces to wk-motivo-recusa

	   inspect cartoes-calendario-record converting
	       "abcdefghijklmnopqrstuvwxyz"
	       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

	   move cartoes-calendario-record to lc-cartao
	   write wk-linha-relatorio from wk-linha-cartao

	   evaluate true
	       when acao-gera-ano
		   perform 0300-gera-ano
	       when acao-feriado
		   perform 0400-marca-feriado
	       when acao-desfaz-feriado
		   perform 0500-desfaz-feriado
	       when other
		   move "ACAO INVALIDA (USE A, F OU U)"
		       to wk-motivo-recusa
	   end-evaluate

	   if cartao-aplicado
	       set recalcular to true
	       move "APLICADO AO CALENDARIO" to lr-resultado
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


      *    Le no calendario a data do cartao; status 23 (chave nao
      *    encontrada) apenas indica dia ainda nao gerado
       0210-le-dia.

	   move "N" to wk-dia-existe
	   read calendario
	       invalid key
		   continue
	       not invalid key
		   set dia-existe to true
	   end-read

	   if wk-calendario-status not = "00"
	       and wk-calendario-status not = "23"
	       move "calendario" to err-arquivo
	       move wk-calendario-status to err-status
	       move "0210-le-dia" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   .


      *    Geracao de um ano: inclui cada dia corrido ainda ausente
      *    do calendario com o tipo dado pelo dia da semana; os dias
      *    ja existentes (e os feriados ja marcados neles) ficam
      *    como estao, para que o cartao possa ser repetido
       0300-gera-ano.

	   if cc-ano is not numeric
	       or cc-ano-num < 1601
	       move "ANO INVALIDO (COLUNAS 3-6, AAAA)"
		   to wk-motivo-recusa
	   else
	       move zero to wk-incluidos-ano
	       compute wk-dia-inteiro = function integer-of-date
		   (cc-ano-num * 10000 + 0101)
	       compute wk-dia-final = function integer-of-date
		   (cc-ano-num * 10000 + 1231)
	       perform until wk-dia-inteiro > wk-dia-final
		   compute wk-data-gerada = function date-of-integer
		       (wk-dia-inteiro)
		   move wk-data-gerada to cl-data
		   perform 0210-le-dia
		   if not dia-existe
		       perform 0310-inclui-dia
		   end-if
		   add 1 to wk-dia-inteiro
	       end-perform
	       add 1 to wk-cont-anos
	       move cc-ano-num to la-ano
	       move wk-incluidos-ano to la-incluidos
	       write wk-linha-relatorio from wk-linha-ano
	   end-if

	   .


      *    Inclui o dia corrente da geracao: o dia da semana sai da
      *    contagem de dias corridos (o dia 1 dessa contagem foi uma
      *    segunda-feira); os campos apurados sao preenchidos no
      *    recalculo ao final do processamento
       0310-inclui-dia.

	   move spaces to calendario-record
	   move wk-data-gerada to cl-data
	   divide wk-dia-inteiro by 7 giving wk-semanas
	       remainder wk-resto-semana
	   add 1 to wk-resto-semana giving cl-dia-semana
	   if cl-dia-semana = 1 or cl-dia-semana = 7
	       set cl-fim-de-semana to true
	   else
	       set cl-dia-util to true
	   end-if
	   move "N" to cl-fim-mes
	   move zero to cl-dia-util-anterior
	   move wk-data-aaaammdd to cl-data-alteracao

	   write calendario-record
	   if wk-calendario-status not = "00"
	       move "calendario" to err-arquivo
	       move wk-calendario-status to err-status
	       move "0310-inclui-dia" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   add 1 to wk-incluidos-ano
	   add 1 to wk-cont-dias-incluidos

	   .


      *    Feriado: a data tem de existir no calendario (ano ja
      *    gerado) e a descricao e obrigatoria; um feriado em fim de
      *    semana tambem e marcado, para constar da listagem
       0400-marca-feriado.

	   if cc-data is not numeric
	       move "DATA INVALIDA (COLUNAS 3-10, AAAAMMDD)"
		   to wk-motivo-recusa
	   else
	       if cc-descricao = spaces
		   move "DESCRICAO DO FERIADO NAO INFORMADA"
		       to wk-motivo-recusa
	       else
		   move cc-data-num to cl-data
		   perform 0210-le-dia
		   if not dia-existe
		       move "DATA FORA DO CALENDARIO - GERAR O ANO"
			   to wk-motivo-recusa
		   else
		       move "ANTES:  " to li-rotulo
		       perform 0600-imprime-imagem
		       set cl-feriado to true
		       move cc-descricao to cl-descricao
		       move wk-data-aaaammdd to cl-data-alteracao
		       perform 0800-regrava-dia
		       add 1 to wk-cont-feriados
		       move "DEPOIS: " to li-rotulo
		       perform 0600-imprime-imagem
		   end-if
	       end-if
	   end-if

	   .


      *    Desfaz um feriado: o dia volta a util ou a fim de semana
      *    conforme o dia da semana, sem descricao
       0500-desfaz-feriado.

	   if cc-data is not numeric
	       move "DATA INVALIDA (COLUNAS 3-10, AAAAMMDD)"
		   to wk-motivo-recusa
	   else
	       move cc-data-num to cl-data
	       perform 0210-le-dia
	       if not dia-existe
		   move "DATA FORA DO CALENDARIO" to wk-motivo-recusa
	       else
		   if not cl-feriado
		       move "DATA NAO ESTA MARCADA COMO FERIADO"
			   to wk-motivo-recusa
		   else
		       move "ANTES:  " to li-rotulo
		       perform 0600-imprime-imagem
		       if cl-dia-semana = 1 or cl-dia-semana = 7
			   set cl-fim-de-semana to true
		       else
			   set cl-dia-util to true
		       end-if
		       move spaces to cl-descricao
		       move wk-data-aaaammdd to cl-data-alteracao
		       perform 0800-regrava-dia
		       add 1 to wk-cont-desfeitos
		       move "DEPOIS: " to li-rotulo
		       perform 0600-imprime-imagem
		   end-if
	       end-if
	   end-if

	   .


      *    Imprime a imagem do dia corrente do calendario com o
      *    rotulo ja preenchido (ANTES ou DEPOIS)
       0600-imprime-imagem.

	   move cl-data to li-data
	   move cl-dia-semana to li-dia-semana
	   move cl-tipo-dia to li-tipo-dia
	   move cl-descricao to li-descricao
	   write wk-linha-relatorio from wk-linha-imagem

	   .


      *    Percorre o calendario inteiro na ordem das datas refazendo
      *    o dia util anterior de cada dia; um dia util de mes
      *    diferente do ultimo dia util lido fecha o mes deste, que
      *    e guardado e marcado como ultimo dia util do mes depois
      *    do percurso (o ultimo dia util do calendario fecha o
      *    ultimo mes gerado)
       0700-recalcula-calendario.

	   move "N" to wk-eof-calendario
	   move zero to wk-ultimo-util-data
	   move zero to wk-qtde-fim-mes

	   move zero to cl-data
	   start calendario key is >= cl-data
	       invalid key
		   set eof-calendario to true
	   end-start

	   perform until eof-calendario
	       read calendario next record
		   at end
		       set eof-calendario to true
		   not at end
		       perform 0710-recalcula-dia
	       end-read
	   end-perform

	   if wk-ultimo-util-data not = zero
	       perform 0720-guarda-fim-mes
	   end-if

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-qtde-fim-mes
	       move wk-data-fim-mes(wk-idx) to cl-data
	       perform 0210-le-dia
	       move "S" to cl-fim-mes
	       perform 0800-regrava-dia
	   end-perform

	   .


      *    Refaz os campos apurados do dia lido e o regrava
       0710-recalcula-dia.

	   move cl-data to wk-dia-lido-data
	   move wk-ultimo-util-data to cl-dia-util-anterior
	   move "N" to cl-fim-mes

	   if cl-dia-util
	       if wk-ultimo-util-data not = zero
		   and wk-ultimo-util-mes not = wk-dia-lido-mes
		   perform 0720-guarda-fim-mes
	       end-if
	       move wk-dia-lido-data to wk-ultimo-util-data
	   end-if

	   perform 0800-regrava-dia
	   add 1 to wk-cont-recalculados

	   .


      *    Guarda o ultimo dia util lido como fim do mes dele
       0720-guarda-fim-mes.

	   if wk-qtde-fim-mes not < wk-max-fim-mes
	       display "ERRO: calendario com mais de " wk-max-fim-mes
		   " meses - ampliar a tabela de fins de mes"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	   add 1 to wk-qtde-fim-mes
	   move wk-ultimo-util-data to wk-data-fim-mes(wk-qtde-fim-mes)

	   .


      *    Regrava o dia corrente do calendario, lido na validacao
      *    do cartao ou no percurso do recalculo
       0800-regrava-dia.

	   rewrite calendario-record
	   if wk-calendario-status not = "00"
	       move "calendario" to err-arquivo
	       move wk-calendario-status to err-status
	       move "0800-regrava-dia" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   .


      *    Imprime os totais da manutencao, fecha os arquivos e
      *    sinaliza no return-code a existencia de cartoes recusados
       0900-finaliza.

	   move "CARTOES LIDOS:" to tl-rotulo
	   move wk-cont-cartoes to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "ANOS GERADOS:" to tl-rotulo
	   move wk-cont-anos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "DIAS INCLUIDOS:" to tl-rotulo
	   move wk-cont-dias-incluidos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "FERIADOS MARCADOS:" to tl-rotulo
	   move wk-cont-feriados to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "FERIADOS DESFEITOS:" to tl-rotulo
	   move wk-cont-desfeitos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "CARTOES RECUSADOS:" to tl-rotulo
	   move wk-cont-recusados to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "DIAS RECALCULADOS:" to tl-rotulo
	   move wk-cont-recalculados to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "ULTIMOS DIAS UTEIS DE MES MARCADOS:" to tl-rotulo
	   move wk-qtde-fim-mes to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   close calendario
	   close cartoes-calendario
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

	   move "ManutencaoCalendario" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "ManutencaoCalendario" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   move wk-cont-cartoes to ex-cont-entrada
	   move wk-cont-dias-incluidos to ex-cont-saida
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

	   move "CALENRPT" to rr-relatorio
	   move "ManutencaoCalendario" to rr-programa
	   move wk-data-aaaammdd to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move zero to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
