      *    Geracao de exportacao da noite, no layout gravado pelo
      *    calculo: header de controle (data e origem do movimento),
      *    detalhes com ponto decimal e trailer de controle com a
      *    contagem e o hash total dos valores inteiros. A geracao
      *    de ajuste do estorno de movimento usa o mesmo layout, com
      *    header "A" e trailer "Z" em lugar de "H" e "T". O header
      *    leva tambem a versao do layout do movimento
       fd  calc-export
	   recording mode is f.
       01  calc-export-record.
	       88  xp-tipo-header		  value "H".
	       88  xp-tipo-detalhe		  value "D".
	       88  xp-tipo-trailer		  value "T".
	       88  xp-tipo-header-ajuste	  value "A".
	       88  xp-tipo-trailer-ajuste	  value "Z".
	   05  xp-operacao		  pic x(20).
	   05  xp-valor-inteiro		  pic -(14)9.
	   05  xp-ponto-decimal		  pic x(01).
	   05  xp-valor-fracionario	  pic 9(04).

       01  calc-export-header.
	   05  xh-tipo			  pic x(01).
	   05  xh-data			  pic 9(08).
	   05  xh-origem		  pic x(02).
	   05  xh-versao		  pic x(01).
	   05  filler			  pic x(29).

       01  calc-export-trailer.
	   05  xt-tipo			  pic x(01).
	   05  xt-contagem		  pic 9(07).
	   05  xt-hash			  pic 9(12).
	   05  filler			  pic x(21).

      *    Acknowledgment devolvido pelo sistema destinatario: um
      *    registro por movimento recebido, com a contagem e o hash
      *    total apurados do lado de la; o ultimo byte vem "A" no
      *    acknowledgment de um bloco de ajuste (estorno)
       fd  export-ack
	   recording mode is f.
       01  export-ack-record.
	   05  ak-origem		  pic x(02).
	   05  ak-contagem		  pic 9(07).
	   05  ak-hash			  pic 9(12).
	   05  ak-tipo			  pic x(01).
	       88  ak-ajuste			  value "A".

       fd  relatorio
	   recording mode is f.
       77  wk-calc-export-status	  pic x(02) value spaces.
       77  wk-export-ack-status	  pic x(02) value spaces.
       77  wk-relatorio-status	  pic x(02) value spaces.
       77  wk-linhas-catalogo	  pic 9(07) value zero.

       01  wk-flags.
	   05  wk-eof-calc-export	  pic x(01) value "N".
	       88  conciliacao-fechada		  value "S".
	       88  conciliacao-divergente	  value "N".

       77  wk-valor-inteiro		  pic s9(14) value zero.

      *    Bloco corrente da leitura da exportacao: a identificacao
      *    do header de controle e a contagem e o hash refeitos dos
      *    detalhes, confrontados com o trailer de controle
       01  wk-bloco-corrente.
	   05  wk-tipo-bloco		  pic x(01) value spaces.
	       88  bloco-ajuste			  value "A".
	   05  wk-data-bloco		  pic 9(08) value zero.
	   05  wk-origem-bloco		  pic x(02) value spaces.
	   05  wk-cont-bloco		  pic 9(07) value zero.
	   05  wk-hash-bloco		  pic 9(12) value zero.

      *    Tabela dos movimentos exportados na noite, um por header
      *    de controle, com o tipo do header (H ou A) e a marca de
      *    conferencia do acknowledgment
       77  wk-total-blocos		  pic 9(02) value zero.
       77  wk-idx			  pic 9(02) value zero.
       77  wk-tipo-ack			  pic x(01) value spaces.
       01  wk-tabela-blocos.
	   05  wk-bloco-ocorrencia	  occurs 20 times.
	       10  tb-tipo		  pic x(01).
	       10  tb-data		  pic 9(08).
	       10  tb-origem		  pic x(02).
	       10  tb-contagem		  pic 9(07).
	   05  wk-cont-acks-lidos	  pic 9(07) value zero.
	   05  wk-cont-conferidos	  pic 9(07) value zero.
	   05  wk-cont-divergencias	  pic 9(07) value zero.
	   05  wk-cont-estornos		  pic 9(07) value zero.

       01  wk-data-execucao.
	   05  wk-data-aaaammdd		  pic 9(08).
	   05  filler			  pic x(46) value spaces.
       01  wk-linha-branco		  pic x(80) value spaces.
       01  wk-linha-movimento.
	   05  ml-rotulo		  pic x(12).
	   05  ml-data			  pic 9(08).
	   05  filler			  pic x(01) value "/".
	   05  ml-origem		  pic x(02).
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

      *    le a geracao de exportacao da noite refazendo a contagem

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.




      *    Encaminha o registro corrente da exportacao conforme o
      *    tipo de controle: header (normal ou de ajuste) abre um
      *    movimento, detalhe acumula contagem e hash, trailer fecha
      *    e confere
       0200-processa-export.

	   add 1 to wk-cont-export-lidos

	   evaluate true
	       when xp-tipo-header
	       when xp-tipo-header-ajuste
		   perform 0210-abre-bloco
	       when xp-tipo-detalhe
		   perform 0220-acumula-detalhe
	       when xp-tipo-trailer
	       when xp-tipo-trailer-ajuste
		   perform 0230-fecha-bloco
	       when other
		   move "TIPO DE REGISTRO INVALIDO NA EXPORTACAO"
	   end-if

	   set bloco-aberto to true
	   move xh-tipo   to wk-tipo-bloco
	   move xh-data   to wk-data-bloco
	   move xh-origem to wk-origem-bloco
	   move zero      to wk-cont-bloco

      *    Fecha o movimento aberto confrontando a contagem e o hash
      *    refeitos com o trailer de controle, e guarda o movimento
      *    na tabela para o confronto com o acknowledgment; um bloco
      *    de ajuste (A) fecha com trailer Z e um normal (H) com T
       0230-fecha-bloco.

	   if not bloco-aberto
		   to dl-descricao
	       perform 0600-registra-divergencia
	   else
	       if (bloco-ajuste and xp-tipo-trailer)
		   or (not bloco-ajuste and xp-tipo-trailer-ajuste)
		   move "TRAILER DE CONTROLE DE TIPO DIVERSO DO HEADER"
		       to dl-descricao
		   perform 0600-registra-divergencia
	       end-if
	       if xt-contagem not = wk-cont-bloco
		   move "CONTAGEM DO TRAILER DIVERGE DOS DETALHES"
		       to dl-descricao
	       if wk-total-blocos >= 20
		   display "ERRO: tabela de movimentos esgotada"
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	       end-if
	       add 1 to wk-total-blocos
	       if bloco-ajuste
		   add 1 to wk-cont-estornos
	       end-if
	       move wk-tipo-bloco   to tb-tipo (wk-total-blocos)
	       move wk-data-bloco   to tb-data (wk-total-blocos)
	       move wk-origem-bloco to tb-origem (wk-total-blocos)
	       move xt-contagem     to tb-contagem (wk-total-blocos)


      *    Confronta o acknowledgment corrente com o movimento
      *    exportado de mesma data, origem e tipo (normal ou
      *    ajuste): contagem e hash recebidos la devem bater com os
      *    gravados aqui
       0400-confronta-ack.

	   add 1 to wk-cont-acks-lidos

	   if ak-ajuste
	       move "A" to wk-tipo-ack
	   else
	       move "H" to wk-tipo-ack
	   end-if

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-blocos
	       or (tb-data (wk-idx) = ak-data
	       and tb-origem (wk-idx) = ak-origem
	       and tb-tipo (wk-idx) = wk-tipo-ack)
	       continue
	   end-perform

	       perform 0600-registra-divergencia
	   else
	       move "S" to tb-conferido (wk-idx)
	       perform 0450-rotulo-movimento
	       move ak-data     to ml-data
	       move ak-origem   to ml-origem
	       move ak-contagem to ml-contagem
	   .


      *    Rotula a linha do movimento da tabela corrente conforme
      *    o tipo do bloco exportado
       0450-rotulo-movimento.

	   if tb-tipo (wk-idx) = "A"
	       move "ESTORNO:" to ml-rotulo
	   else
	       move "MOVIMENTO:" to ml-rotulo
	   end-if

	   .


      *    Aponta os movimentos exportados que nao receberam
      *    acknowledgment do destinatario: a transmissao nao se
      *    evidencia completa e a conciliacao nao fecha
	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-blocos
	       if tb-conferido (wk-idx) = "N"
		   perform 0450-rotulo-movimento
		   move tb-data (wk-idx)     to ml-data
		   move tb-origem (wk-idx)   to ml-origem
		   move tb-contagem (wk-idx) to ml-contagem
	   move wk-total-blocos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "ESTORNOS EXPORTADOS (AJUSTE):" to tl-rotulo
	   move wk-cont-estornos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total

	   move "ACKNOWLEDGMENTS LIDOS:" to tl-rotulo
	   move wk-cont-acks-lidos to tl-contagem
	   write wk-linha-relatorio from wk-linha-total
	   move "ConciliaExport" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "ConciliaExport" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   move wk-cont-export-lidos to ex-cont-entrada
	   move wk-cont-conferidos to ex-cont-saida
	   move wk-cont-divergencias to ex-cont-rejeitados
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

	   move "CONCRPT" to rr-relatorio
	   move "ConciliaExport" to rr-programa
	   move wk-data-aaaammdd to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move zero to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
