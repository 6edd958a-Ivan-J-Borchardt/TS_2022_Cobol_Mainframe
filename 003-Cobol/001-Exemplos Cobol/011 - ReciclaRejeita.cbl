	   select relatorio assign to rcyrpt
	       organization is sequential
	       file status is wk-relatorio-status.

	   select vinculo-reciclo assign to recvinc
	       organization is sequential
	       file status is wk-vinculo-reciclo-status.
       i-o-control.



      *    Acumulado de rejeitados da critica de entrada: o registro
      *    original na integra, o motivo da rejeicao e a data em que
      *    a critica o rejeitou, e a linha enviada pelo departamento
      *    (data do movimento, origem e posicao no bloco)
       fd  calc-rejeita
	   recording mode is f.
       01  calc-rejeita-record.
	   05  rj-registro		  pic x(30).
	   05  rj-motivo		  pic x(02).
	   05  rj-data-rejeicao		  pic 9(08).
	   05  rj-data-movimento	  pic 9(08).
	   05  rj-origem		  pic x(02).
	   05  rj-sequencia		  pic 9(07).

      *    Cartoes de correcao enviados pelo departamento de origem:
      *    o registro rejeitado original (as 14 posicoes do detalhe
      *    da versao 1) seguido do par e da operacao corrigidos que o
      *    substituem no movimento de reciclo. O rejeitado da versao
      *    2 do layout vem no cartao da versao 2: as 30 posicoes
      *    gravadas em calc-rejeita (a ultima = "2") seguidas do par
      *    com sinal e 4 decimais e da operacao corrigidos
       fd  cartoes-correcao
	   recording mode is f.
       01  cartoes-correcao-record.
	   05  cc-num1-novo		  pic 9(05).
	   05  cc-num2-novo		  pic 9(05).
	   05  cc-operacao-nova		  pic x(03).
	   05  filler			  pic x(02).
	   05  cc-versao-cartao		  pic x(01).
	       88  cc-cartao-v2			  value "2".
	   05  filler			  pic x(50).

       01  cartoes-correcao-v2.
	   05  cc2-registro-original	  pic x(30).
	   05  cc2-par-novo.
	       10  cc2-num1-novo	  pic s9(07)v9(04)
					  sign leading separate.
	       10  cc2-num2-novo	  pic s9(07)v9(04)
					  sign leading separate.
	   05  cc2-operacao-nova	  pic x(03).
	   05  filler			  pic x(23).

      *    Cartao de parametro opcional: o limite de dias de espera
      *    por correcao; rejeitados pendentes ha mais dias que o

      *    Movimento de reciclo gerado no layout de calc-input
      *    (header, detalhes corrigidos e trailer), pronto para ser
      *    concatenado ao movimento de entrada do proximo calculo;
      *    o movimento sai sempre na versao 2 do layout, que comporta
      *    tanto as correcoes da versao 1 quanto as da versao 2
       fd  calc-reciclo
	   recording mode is f.
	   copy "FDCALCIN".
      *    acumulado, que assim so retem o que ainda aguarda correcao
       fd  rejeita-saldo
	   recording mode is f.
       01  rejeita-saldo-record		  pic x(57).

       fd  relatorio
	   recording mode is f.
       01  wk-linha-relatorio		  pic x(80).

      *    Vinculo do reciclo, acumulado: uma linha por detalhe
      *    corrigido do movimento de reciclo, com a linha original do
      *    departamento, para a critica devolver o resultado do
      *    reciclo a origem do rejeitado
       fd  vinculo-reciclo
	   recording mode is f.
	   copy "FDRECVIN".


      *Variaveis do programa
       working-storage section.
       77  wk-calc-reciclo-status	  pic x(02) value spaces.
       77  wk-rejeita-saldo-status	  pic x(02) value spaces.
       77  wk-relatorio-status	  pic x(02) value spaces.
       77  wk-linhas-catalogo	  pic 9(07) value zero.
       77  wk-vinculo-reciclo-status	  pic x(02) value spaces.

       01  wk-flags.
	   05  wk-eof-calc-rejeita	  pic x(01) value "N".
       77  wk-idx			  pic 9(03) value zero.
       01  wk-tabela-cartoes.
	   05  wk-cartao-ocorrencia	  occurs 200 times.
	       10  tb-registro		  pic x(30).
	       10  tb-par.
		   15  tb-num1		  pic s9(07)v9(04)
					  sign leading separate.
		   15  tb-num2		  pic s9(07)v9(04)
					  sign leading separate.
	       10  tb-operacao		  pic x(03).
	       10  tb-usado		  pic x(01).

       77  wk-total-motivos		  pic 9(02) value zero.
       77  wk-idx-motivo		  pic 9(02) value zero.
       01  wk-tabela-motivos.
	   05  wk-motivo-ocorrencia	  occurs 20 times.
	       10  tb-motivo		  pic x(02).
	       10  tb-pendentes		  pic 9(07).
	       10  tb-vencidos		  pic 9(07).
       01  wk-linha-branco		  pic x(80) value spaces.
       01  wk-linha-vencido.
	   05  filler			  pic x(09) value "VENCIDO: ".
	   05  vl-registro		  pic x(30).
	   05  filler			  pic x(09) value " MOTIVO: ".
	   05  vl-motivo		  pic x(02).
	   05  filler			  pic x(07) value " DIAS: ".
	   05  vl-dias			  pic zzzz9.
	   05  filler			  pic x(18) value spaces.
       01  wk-linha-motivo.
	   05  filler			  pic x(07) value "MOTIVO ".
	   05  ml-motivo		  pic x(02).
       01  wk-linha-sobra.
	   05  filler			  pic x(37)
	       value "CARTAO SEM REJEITADO CORRESPONDENTE: ".
	   05  sl-registro		  pic x(30).
	   05  filler			  pic x(13) value spaces.
       01  wk-linha-total.
	   05  tl-rotulo		  pic x(40).
	   05  tl-contagem		  pic zzzzzz9.
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

	   perform 0150-carrega-cartoes

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   open extend vinculo-reciclo
	   if wk-vinculo-reciclo-status = "35"
	       open output vinculo-reciclo
	   end-if
	   if wk-vinculo-reciclo-status not = "00"
	       move "vinculo-reciclo" to err-arquivo
	       move wk-vinculo-reciclo-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   move function current-date to wk-data-execucao(1:8)
	   move wk-data-dd to hl-dia
		       display "ERRO: limite de dias do cartao de "
			   "parametro nao numerico"
		       move 16 to return-code
		       perform 9110-registra-fim
		       stop run
		   end-if
	       end-if
	   if wk-total-cartoes >= 200
	       display "ERRO: tabela de cartoes de correcao esgotada"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	   add 1 to wk-total-cartoes
      *    o par corrigido e guardado no formato da versao 2; o par
      *    nao numerico do cartao da versao 1 fica em brancos para
      *    ser apontado como cartao invalido na aplicacao
	   if cc-cartao-v2
	       move cc2-registro-original
		   to tb-registro (wk-total-cartoes)
	       move cc2-par-novo to tb-par (wk-total-cartoes)
	       move cc2-operacao-nova
		   to tb-operacao (wk-total-cartoes)
	   else
	       move cc-registro-original
		   to tb-registro (wk-total-cartoes)
	       if cc-num1-novo is numeric
		   and cc-num2-novo is numeric
		   move cc-num1-novo to tb-num1 (wk-total-cartoes)
		   move cc-num2-novo to tb-num2 (wk-total-cartoes)
	       else
		   move spaces to tb-par (wk-total-cartoes)
	       end-if
	       move cc-operacao-nova
		   to tb-operacao (wk-total-cartoes)
	   end-if
	   move "N"		to tb-usado (wk-total-cartoes)

	   .


      *    Abre o movimento de reciclo com o header no layout de
      *    calc-input: data corrente, origem "RC", a origem
      *    convencionada dos movimentos gerados pelo reciclo, e a
      *    versao 2 do layout dos detalhes. So e
      *    acionado na primeira correcao aplicada: uma execucao sem
      *    correcao alguma nao gera movimento vazio (que queimaria
      *    a data+origem RC no controle de execucao do calculo)
	   move "H" to ci-tipo-registro
	   move wk-data-aaaammdd to ch-data-movimento
	   move "RC" to ch-origem
	   move "2" to ch-versao
	   write calc-input-header
	   set movimento-aberto to true

	       end-if
	       move spaces to calc-input-record
	       move "D" to ci-tipo-registro
	       move tb-operacao (wk-idx) to ci2-operacao
	       move tb-num1 (wk-idx) to ci2-num1
	       move tb-num2 (wk-idx) to ci2-num2
	       move "2" to ci-versao-detalhe
	       write calc-input-record
	       move "S" to tb-usado (wk-idx)
	       add 1 to wk-cont-corrigidos
	       perform 0320-grava-vinculo
	   end-if

	   .


      *    Grava no vinculo do reciclo a posicao do detalhe corrigido
      *    no movimento de reciclo e a linha do departamento de onde
      *    o rejeitado veio
       0320-grava-vinculo.

	   move spaces to vinculo-reciclo-record
	   move wk-data-aaaammdd   to rv-data-reciclo
	   move wk-cont-corrigidos to rv-sequencia
	   move rj-origem          to rv-origem
	   move rj-data-movimento  to rv-data-movimento
	   move rj-sequencia       to rv-sequencia-original
	   move rj-registro        to rv-registro-original
	   move rj-motivo          to rv-motivo
	   move rj-data-rejeicao   to rv-data-rejeicao
	   write vinculo-reciclo-record

	   .


      *    Regrava o rejeitado corrente no saldo de pendentes, apura
      *    a idade em dias desde a rejeicao e acumula a pendencia na
      *    faixa de idade e na entrada da tabela do seu motivo
	   end-perform

	   if wk-idx-motivo > wk-total-motivos
	       if wk-total-motivos >= 20
		   display "ERRO: tabela de motivos esgotada para "
		       rj-motivo
		   move 16 to return-code
		   perform 9110-registra-fim
		   stop run
	       end-if
	       add 1 to wk-total-motivos
	   close calc-reciclo
	   close rejeita-saldo
	   close relatorio
	   close vinculo-reciclo

	   if wk-cont-vencidos > zero
	       display "ATENCAO: " wk-cont-vencidos " rejeitados "
	   move "ReciclaRejeita" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "ReciclaRejeita" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   move wk-cont-lidos to ex-cont-entrada
	   move wk-cont-corrigidos to ex-cont-saida
	   move wk-cont-pendentes to ex-cont-rejeitados
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

	   move "RECICRPT" to rr-relatorio
	   move "ReciclaRejeita" to rr-programa
	   move wk-data-aaaammdd to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move zero to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
