	   select controle-totais assign to ctltot
	       organization is sequential
	       file status is wk-controle-totais-status.

	   select origem-master assign to calcorg
	       organization is indexed
	       access mode is random
	       record key is or-codigo
	       file status is wk-origem-master-status.

	   select estorno-log assign to estlog
	       organization is sequential
	       file status is wk-estorno-log-status.

	   select atraso-log assign to atrasos
	       organization is sequential
	       file status is wk-atraso-log-status.

	   select calc-retido assign to calcret
	       organization is sequential
	       file status is wk-calc-retido-status.

	   select trilha-devolucao assign to devtrl
	       organization is sequential
	       file status is wk-trilha-devolucao-status.

	   select vinculo-reciclo assign to recvinc
	       organization is sequential
	       file status is wk-vinculo-reciclo-status.
       i-o-control.


      *    trailer regravado com a contagem dos detalhes aceitos
       fd  calc-aceito
	   recording mode is f.
       01  calc-aceito-record		  pic x(30).

      *    Registro rejeitado: o registro original e preservado na
      *    integra, seguido do codigo do motivo da rejeicao e da data
      *    em que a critica o rejeitou, para que o departamento de
      *    origem possa corrigir e reenviar e para que o reciclo
      *    apure ha quantos dias cada rejeitado aguarda correcao; a
      *    data do movimento, a origem e a posicao da linha no bloco
      *    identificam a linha enviada pelo departamento (no detalhe
      *    do reciclo, a linha original do rejeitado corrigido), para
      *    a devolucao do reciclo ao departamento de origem
       fd  calc-rejeita
	   recording mode is f.
       01  calc-rejeita-record.
	   05  rj-registro		  pic x(30).
	   05  rj-motivo		  pic x(02).
	   05  rj-data-rejeicao		  pic 9(08).
	   05  rj-data-movimento	  pic 9(08).
	   05  rj-origem		  pic x(02).
	   05  rj-sequencia		  pic 9(07).

       fd  relatorio-critica
	   recording mode is f.
	   recording mode is f.
	   copy "FDCTLTOT".

      *    Cadastro de origens (VSAM KSDS por codigo da origem): so
      *    origens cadastradas e ativas enviam movimento, e cada uma
      *    so pode pedir as operacoes que o cadastro autoriza
       fd  origem-master.
	   copy "FDORIGEM".

      *    Log de estornos de movimento: um movimento estornado e
      *    ainda nao recarregado (situacao P) volta com a data
      *    original e nao passa pela verificacao de atraso
       fd  estorno-log
	   recording mode is f.
	   copy "FDESTLOG".

      *    Log de movimentos em atraso: uma linha por movimento de
      *    data diferente da noite - retido, autorizado ou liberado
       fd  atraso-log
	   recording mode is f.
	   copy "FDATRASO".

      *    Movimentos retidos: o bloco inteiro (header, detalhes e
      *    trailer na integra) do movimento em atraso sem
      *    autorizacao, com o motivo e a data da retencao. O bloco
      *    volta sozinho para a critica na primeira noite em que
      *    houver cartao de autorizacao para ele
       fd  calc-retido
	   recording mode is f.
       01  calc-retido-record.
	   05  rt-registro		  pic x(30).
	   05  rt-motivo		  pic x(02).
	   05  rt-data-retencao		  pic 9(08).

      *    Trilha de devolucao da noite: uma linha por detalhe
      *    aceito ou rejeitado, na ordem de calc-input, para a
      *    montagem do retorno por origem depois do calculo
       fd  trilha-devolucao
	   recording mode is f.
	   copy "FDDEVTRL".

      *    Vinculo do reciclo: de onde veio cada detalhe corrigido
      *    do movimento de reciclo (origem RC)
       fd  vinculo-reciclo
	   recording mode is f.
	   copy "FDRECVIN".


      *Variaveis do programa
       working-storage section.
       77  wk-calc-aceito-status	  pic x(02) value spaces.
       77  wk-calc-rejeita-status	  pic x(02) value spaces.
       77  wk-relatorio-status	  pic x(02) value spaces.
       77  wk-linhas-catalogo	  pic 9(07) value zero.
       77  wk-calc-runctl-status	  pic x(02) value spaces.
       77  wk-ckpt-calc-status	  pic x(02) value spaces.
       77  wk-controle-totais-status	  pic x(02) value spaces.
       77  wk-origem-master-status	  pic x(02) value spaces.
       77  wk-estorno-log-status	  pic x(02) value spaces.
       77  wk-atraso-log-status		  pic x(02) value spaces.
       77  wk-calc-retido-status	  pic x(02) value spaces.
       77  wk-trilha-devolucao-status	  pic x(02) value spaces.
       77  wk-vinculo-reciclo-status	  pic x(02) value spaces.

       01  wk-flags.
	   05  wk-eof-calc-input	  pic x(01) value "N".
	       88  eof-ckpt-calc		  value "S".
	   05  wk-checkpoint-existe	  pic x(01) value "N".
	       88  checkpoint-existe		  value "S".
	   05  wk-motivo-origem		  pic x(02) value spaces.
	       88  origem-aceita		  value spaces.
	       88  origem-rejeitada		  value "OR", "OI".
	       88  origem-desconhecida		  value "OR".
	   05  wk-eof-estorno-log	  pic x(01) value "N".
	       88  eof-estorno-log		  value "S".
	   05  wk-movimento-reaberto	  pic x(01) value "N".
	       88  movimento-reaberto		  value "S".
	   05  wk-bloco-retido		  pic x(01) value "N".
	       88  bloco-retido			  value "S".
	   05  wk-registrar-atraso	  pic x(01) value "N".
	       88  registrar-atraso		  value "S".
	   05  wk-listar-atraso		  pic x(01) value "N".
	       88  listar-atraso		  value "S".
	   05  wk-eof-calc-retido	  pic x(01) value "N".
	       88  eof-calc-retido		  value "S".
	   05  wk-liberando-retido	  pic x(01) value "N".
	       88  liberando-retido		  value "S".
	   05  wk-liberado-achado	  pic x(01) value "N".
	       88  liberado-achado		  value "S".
	   05  wk-eof-vinculo-reciclo	  pic x(01) value "N".
	       88  eof-vinculo-reciclo		  value "S".
	   05  wk-bloco-reciclo		  pic x(01) value "N".
	       88  bloco-reciclo		  value "S".

       01  wk-motivo-rejeicao		  pic x(02) value spaces.
	   88  registro-aceito		  value spaces.
	   88  motivo-num2-fora-faixa	  value "F2".
	   88  motivo-ambos-zero	  value "ZZ".
	   88  motivo-op-invalida	  value "OP".
	   88  motivo-origem-desconhecida  value "OR".
	   88  motivo-origem-inativa	  value "OI".
	   88  motivo-op-nao-autorizada	  value "OA".

       01  wk-contadores.
	   05  wk-cont-registros	  pic 9(07) value zero.
	   05  wk-cont-mot-f2		  pic 9(07) value zero.
	   05  wk-cont-mot-zz		  pic 9(07) value zero.
	   05  wk-cont-mot-op		  pic 9(07) value zero.
	   05  wk-cont-mot-or		  pic 9(07) value zero.
	   05  wk-cont-mot-oi		  pic 9(07) value zero.
	   05  wk-cont-mot-oa		  pic 9(07) value zero.

      *    Contadores do bloco corrente (o arquivo pode trazer varios
      *    movimentos consecutivos, um por origem): detalhes lidos do
      *    para o trailer regravado nos aceitos
       01  wk-contadores-bloco.
	   05  wk-cont-blocos		  pic 9(07) value zero.
	   05  wk-cont-blocos-rejeitados  pic 9(07) value zero.
	   05  wk-cont-detalhes-bloco	  pic 9(07) value zero.
	   05  wk-cont-aceitos-bloco	  pic 9(07) value zero.
	   05  wk-cont-linhas-bloco	  pic 9(07) value zero.

      *    Movimentos de data diferente da noite: retidos (blocos e
      *    detalhes), autorizados no dia util seguinte e retidos de
      *    noites anteriores liberados por autorizacao
       01  wk-contadores-atraso.
	   05  wk-cont-blocos-retidos	  pic 9(07) value zero.
	   05  wk-cont-retidos		  pic 9(07) value zero.
	   05  wk-cont-blocos-atrasados	  pic 9(07) value zero.
	   05  wk-cont-blocos-liberados	  pic 9(07) value zero.

      *    Movimentos retidos ja devolvidos a critica nesta execucao:
      *    uma segunda copia do mesmo movimento (retido mais de uma
      *    vez, ou reenviado pelo departamento) e ignorada
       77  wk-total-liberados		  pic 9(02) value zero.
       77  wk-max-liberados		  pic 9(02) value 50.
       77  wk-idx			  pic 9(02) value zero.
       77  wk-descricao-atraso		  pic x(40) value spaces.
       01  wk-tabela-liberados.
	   05  wk-liberado-ocorrencia	  occurs 50 times.
	       10  tl-data		  pic 9(08).
	       10  tl-origem		  pic x(02).

      *    Vinculo do movimento de reciclo da noite, pela posicao do
      *    detalhe no bloco RC (o reciclo gera no maximo 200)
       77  wk-max-vinculos		  pic 9(03) value 200.
       01  wk-tabela-vinculos.
	   05  wk-vinculo-ocorrencia	  occurs 200 times.
	       10  vn-origem		  pic x(02).
	       10  vn-data		  pic 9(08).
	       10  vn-sequencia		  pic 9(07).
	       10  vn-registro		  pic x(30).

      *    A quem a linha corrente e devolvida: a propria linha do
      *    bloco ou, no movimento de reciclo, a linha original do
      *    departamento que teve o rejeitado corrigido
       01  wk-devolucao-linha.
	   05  wk-dev-origem		  pic x(02) value spaces.
	   05  wk-dev-data		  pic 9(08) value zero.
	   05  wk-dev-sequencia		  pic 9(07) value zero.
	   05  wk-dev-registro		  pic x(30) value spaces.
	   05  wk-dev-reciclado		  pic x(01) value "N".

       01  wk-dados-header.
	   05  wk-data-movimento	  pic 9(08) value zero.
	   05  wk-origem-movimento	  pic x(02) value spaces.
      *    versao do layout dos detalhes do bloco corrente, gravada
      *    na ultima posicao de cada detalhe
	   05  wk-versao-bloco		  pic x(01) value spaces.
	       88  bloco-versao-2		  value "2".
       77  wk-contagem-trailer		  pic 9(07) value zero.
       77  wk-ckpt-data		  pic 9(08) value zero.

       01  wk-trailer-aceito.
	   05  filler			  pic x(01) value "T".
	   05  wk-ta-contagem		  pic 9(07).
	   05  filler			  pic x(22) value spaces.

       01  wk-data-execucao.
	   05  wk-data-aaaammdd		  pic 9(08).
	   05  filler			  pic x(18)
	       value "ERRO ESTRUTURAL - ".
	   05  el-descricao		  pic x(62).
       01  wk-linha-atraso.
	   05  filler			  pic x(09) value "ATRASO - ".
	   05  al-descricao		  pic x(71).


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

      *Area de comunicacao com o subprograma comum de critica de
      *detalhe, o mesmo usado pela digitacao online do movimento
       01  wk-area-critica.
	   copy "WKCRITDT".

      *Area de comunicacao com o subprograma comum de verificacao
      *de movimento em atraso, o mesmo usado pelo calculo
       01  wk-area-atraso.
	   copy "WKATRASO".


       linkage section.


      *Declaracao do corpo do programa
       procedure division.

	   perform 9100-registra-inicio

	   perform 0100-inicializa

      *    devolve a critica os movimentos retidos em noites
      *    anteriores que ja tem cartao de autorizacao, antes do
      *    movimento da noite
	   perform 0160-libera-retidos

      *    le e critica um registro por vez de calc-input - o arquivo
      *    pode trazer varios movimentos consecutivos (um bloco
      *    header/detalhes/trailer por origem) - destinando cada um

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   open input  origem-master
	   if wk-origem-master-status not = "00"
	       move "origem-master" to err-arquivo
	       move wk-origem-master-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if
	   open output trilha-devolucao
	   if wk-trilha-devolucao-status not = "00"
	       move "trilha-devolucao" to err-arquivo
	       move wk-trilha-devolucao-status to err-status
	       move "0100-inicializa" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   move function current-date to wk-data-execucao(1:8)
	   move wk-data-dd to hl-dia
	   .


      *    Percorre os movimentos retidos: cada bloco liberavel (o
      *    retido ainda pendente no log de atrasos, com cartao de
      *    autorizacao) passa pela critica registro a registro como
      *    se viesse de calc-input. Em seguida o arquivo de retidos
      *    e reaberto em extensao para as retencoes da noite; status
      *    35 significa que nenhum movimento foi retido ate hoje
       0160-libera-retidos.

	   open input calc-retido
	   evaluate wk-calc-retido-status
	       when "00"
		   perform until eof-calc-retido
		       read calc-retido
			   at end
			       set eof-calc-retido to true
			   not at end
			       perform 0165-trata-retido
		       end-read
		   end-perform
		   close calc-retido
	       when "35"
		   continue
	       when other
		   move "calc-retido" to err-arquivo
		   move wk-calc-retido-status to err-status
		   move "0160-libera-retidos" to err-paragrafo
		   perform 9000-aciona-trata-erro
	   end-evaluate
	   move "N" to wk-liberando-retido

	   open extend calc-retido
	   if wk-calc-retido-status = "35"
	       open output calc-retido
	   end-if
	   if wk-calc-retido-status not = "00"
	       move "calc-retido" to err-arquivo
	       move wk-calc-retido-status to err-status
	       move "0160-libera-retidos" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   .


      *    Registro corrente dos retidos: o header decide se o bloco
      *    e devolvido a critica, e os registros do bloco devolvido
      *    seguem o caminho normal de calc-input
       0165-trata-retido.

	   move rt-registro to calc-input-record

	   if ci-tipo-header
	       perform 0167-decide-liberacao
	   end-if

	   if liberando-retido
	       perform 0200-processa-registro
	   end-if

	   .


      *    Um bloco retido e devolvido uma so vez por execucao e so
      *    quando o subprograma de atraso o da como liberavel
       0167-decide-liberacao.

	   move "N" to wk-liberando-retido
	   move ch-data-movimento to wk-data-movimento
	   move ch-origem to wk-origem-movimento
	   perform 0168-procura-liberado

	   if not liberado-achado
	       move "L"                 to va-funcao
	       move wk-data-movimento   to va-data-movimento
	       move wk-origem-movimento to va-origem
	       move wk-data-aaaammdd    to va-data-corrente
	       call "VerificaAtraso" using wk-area-atraso
	       perform 0169-confere-retorno-atraso
	       if va-pode-liberar
		   if wk-total-liberados >= wk-max-liberados
		       display "AVISO: movimento retido de "
			   wk-data-movimento "/" wk-origem-movimento
			   " autorizado - liberacao adiada para a "
			   "proxima noite (tabela de liberados "
			   "esgotada)"
		   else
		       add 1 to wk-total-liberados
		       move wk-data-movimento
			   to tl-data (wk-total-liberados)
		       move wk-origem-movimento
			   to tl-origem (wk-total-liberados)
		       set liberando-retido to true
		       display "LIBERACAO: movimento retido de "
			   wk-data-movimento "/" wk-origem-movimento
			   " autorizado por " va-autorizador
			   " - devolvido a critica"
		   end-if
	       end-if
	   end-if

	   .


      *    Procura o movimento corrente na tabela de retidos ja
      *    devolvidos a critica nesta execucao
       0168-procura-liberado.

	   move "N" to wk-liberado-achado
	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-liberados
	       or liberado-achado
	       if tl-data (wk-idx) = wk-data-movimento
		   and tl-origem (wk-idx) = wk-origem-movimento
		   set liberado-achado to true
	       end-if
	   end-perform

	   .


      *    Erro de arquivo no subprograma de atraso (calendario,
      *    cartoes de autorizacao ou log de atrasos) encerra a
      *    execucao pelo tratamento de erro deste programa
       0169-confere-retorno-atraso.

	   if va-retorno-erro
	       move va-erro-arquivo to err-arquivo
	       move va-erro-status to err-status
	       move va-erro-paragrafo to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   .


      *    Encaminha o registro corrente conforme o tipo: header e
      *    trailer passam pelas validacoes estruturais, detalhes vao
      *    para a critica de negocio e tipos desconhecidos sao

	   add 1 to wk-cont-registros

	   if not ci-tipo-header and not ci-tipo-trailer
	       perform 0205-marca-versao-detalhe
	   end-if

	   evaluate true
	       when ci-tipo-header
		   perform 0220-trata-header
		   perform 0240-trata-detalhe
	       when other
		   add 1 to wk-cont-detalhes
		   add 1 to wk-cont-linhas-bloco
		   perform 0265-resolve-devolucao
		   set motivo-tipo-invalido to true
		   perform 0260-rejeita-registro
	   end-evaluate
	   .


      *    Grava na ultima posicao do detalhe a versao do layout do
      *    bloco corrente ("2", ou branco na versao 1, que tem ainda
      *    a reserva da versao 1 limpa), antes da critica e de toda
      *    gravacao: o detalhe guardado fora do bloco - rejeitados,
      *    trilha de devolucao - e interpretado sozinho por ela
       0205-marca-versao-detalhe.

	   if bloco-versao-2
	       move "2" to ci-versao-detalhe
	   else
	       move spaces to ci-reserva-v1
	       move spaces to ci-versao-detalhe
	   end-if

	   .


      *    Header de movimento: abre um bloco novo, e so e aceito com
      *    o bloco anterior ja fechado pelo seu trailer; guarda data,
      *    origem e versao do layout dos detalhes (versao desconhecida
      *    e erro estrutural), procura o movimento no controle de
      *    execucao (um bloco ja processado e pulado com aviso, para
      *    que o restart nao duplique rejeitados), verifica a data
      *    diferente da noite contra o calendario de dias uteis e
      *    repassa o registro na integra para o arquivo de aceitos -
      *    ou, no movimento em atraso sem autorizacao, para os retidos
       0220-trata-header.

	   move spaces to wk-motivo-origem

	   if header-lido
	       move "HEADER SEM TRAILER DO BLOCO ANTERIOR"
		   to el-descricao
	       add 1 to wk-cont-blocos
	       move zero to wk-cont-detalhes-bloco
	       move zero to wk-cont-aceitos-bloco
	       move zero to wk-cont-linhas-bloco
	       move "N" to wk-bloco-reciclo
	       move "N" to wk-pular-bloco
	       move "N" to wk-bloco-recompoe
	       move "N" to wk-bloco-retido
	       move "N" to wk-registrar-atraso
	       move "N" to wk-listar-atraso
	       move spaces to wk-versao-bloco
	       if ch-versao-valida
		   move ch-versao to wk-versao-bloco
	       else
		   move "VERSAO DE LAYOUT DO HEADER INVALIDA"
		       to el-descricao
		   perform 0250-registra-erro-estrutural
	       end-if
	       if ch-data-movimento is not numeric
		   move "DATA DO HEADER NAO NUMERICA" to el-descricao
		   perform 0250-registra-erro-estrutural
			       " ja processado - bloco ignorado na "
			       "critica"
		       end-if
		   else
      *    data diferente da noite: fora da noite de restart, so o
      *    reenvio de movimento reaberto ou o atraso autorizado
      *    seguem para o calculo - o resto vai para os retidos
		       if (wk-data-movimento not = wk-data-aaaammdd
			   and not (checkpoint-existe
			   and wk-ckpt-data = wk-data-movimento))
			   or liberando-retido
			   perform 0290-verifica-atraso
		       end-if
		   end-if
	       end-if
	       move ch-origem         to wk-origem-movimento
	       move wk-data-movimento   to hl-data-movimento
	       move wk-origem-movimento to hl-origem
	       write wk-linha-relatorio from wk-linha-movimento
	       if listar-atraso
		   write wk-linha-relatorio from wk-linha-atraso
	       end-if

	       if bloco-retido
		   perform 0295-grava-retido
	       else
		   if not pular-bloco
		       perform 0280-verifica-origem
		       if wk-origem-movimento = "RC"
			   perform 0287-carrega-vinculo
		       end-if
		   end-if

		   if not pular-bloco and origem-aceita
		       write calc-aceito-record from calc-input-record
		   end-if
	       end-if
	   end-if

      *    Trailer de movimento: fecha o bloco corrente - a contagem
      *    declarada e confrontada com os detalhes lidos do bloco e,
      *    nao sendo um bloco pulado, o trailer e regravado nos
      *    aceitos com a contagem dos detalhes aceitos do bloco (o
      *    bloco retido leva o trailer original para os retidos);
      *    o movimento de data diferente da noite e registrado no
      *    log de atrasos com a contagem de detalhes do bloco
       0230-trata-trailer.

	   if not header-lido
		   end-if
	       end-if

	       if bloco-retido
		   perform 0295-grava-retido
	       else
		   if not pular-bloco and origem-aceita
		       move wk-cont-aceitos-bloco to wk-ta-contagem
		       write calc-aceito-record from wk-trailer-aceito
		   end-if
	       end-if

	       if registrar-atraso
		   perform 0292-grava-log-atraso
	       end-if

	       move "N" to wk-header-lido
	   .


      *    Aplica as criticas de negocio ao detalhe corrente, via o
      *    subprograma comum CriticaDetalhe: os dois numeros devem
      *    ser numericos, dentro da faixa acordada e o par nao pode
      *    ser todo zerado, e a operacao tem de estar autorizada para
      *    a origem. A primeira critica violada define o motivo;
      *    registro sem motivo segue para os aceitos. Num bloco de
      *    origem recusada todo detalhe e rejeitado com o motivo da
      *    origem, sem passar pelas demais criticas; num bloco
      *    retido o detalhe vai na integra para os retidos e so e
      *    criticado quando o bloco for liberado
       0240-trata-detalhe.

	   add 1 to wk-cont-detalhes
	       perform 0250-registra-erro-estrutural
	   end-if

	   evaluate true
	       when pular-bloco
		   continue
	       when bloco-retido
		   add 1 to wk-cont-retidos
		   perform 0295-grava-retido
	       when other
		   add 1 to wk-cont-linhas-bloco
		   perform 0265-resolve-devolucao
		   if origem-rejeitada
		       move wk-motivo-origem to wk-motivo-rejeicao
		   else
		       move calc-input-record to cd-detalhe
		       call "CriticaDetalhe" using wk-area-critica
		       move cd-motivo to wk-motivo-rejeicao
		   end-if

		   if registro-aceito
		       add 1 to wk-cont-aceitos
		       add 1 to wk-cont-aceitos-bloco
		       write calc-aceito-record from calc-input-record
		       perform 0266-grava-trilha
		   else
		       perform 0260-rejeita-registro
		   end-if
	   end-evaluate

	   .

	       move calc-input-record to rj-registro
	       move wk-motivo-rejeicao to rj-motivo
	       move wk-data-aaaammdd to rj-data-rejeicao
	       move wk-dev-data to rj-data-movimento
	       move wk-dev-origem to rj-origem
	       move wk-dev-sequencia to rj-sequencia
	       write calc-rejeita-record
	   end-if
	   perform 0266-grava-trilha

	   evaluate true
	       when motivo-tipo-invalido
		   add 1 to wk-cont-mot-zz
	       when motivo-op-invalida
		   add 1 to wk-cont-mot-op
	       when motivo-origem-desconhecida
		   add 1 to wk-cont-mot-or
	       when motivo-origem-inativa
		   add 1 to wk-cont-mot-oi
	       when motivo-op-nao-autorizada
		   add 1 to wk-cont-mot-oa
	   end-evaluate

	   .


      *    Resolve a quem a linha corrente e devolvida: no bloco de
      *    reciclo, a linha original do departamento pelo vinculo
      *    (sem vinculo, a linha fica com o proprio bloco RC); nos
      *    demais, a propria linha do bloco
       0265-resolve-devolucao.

	   move wk-origem-movimento  to wk-dev-origem
	   move wk-data-movimento    to wk-dev-data
	   move wk-cont-linhas-bloco to wk-dev-sequencia
	   move calc-input-record    to wk-dev-registro
	   move "N"                  to wk-dev-reciclado

	   if bloco-reciclo
	       move "S" to wk-dev-reciclado
	       if wk-cont-linhas-bloco <= wk-max-vinculos
		   if vn-origem (wk-cont-linhas-bloco) not = spaces
		       move vn-origem (wk-cont-linhas-bloco)
			   to wk-dev-origem
		       move vn-data (wk-cont-linhas-bloco)
			   to wk-dev-data
		       move vn-sequencia (wk-cont-linhas-bloco)
			   to wk-dev-sequencia
		       move vn-registro (wk-cont-linhas-bloco)
			   to wk-dev-registro
		   end-if
	       end-if
	   end-if

	   .


      *    Grava na trilha de devolucao a situacao da linha corrente
      *    na critica, com o bloco e a linha a quem ela e devolvida
       0266-grava-trilha.

	   move spaces to trilha-devolucao-record
	   move wk-data-movimento    to tv-data-movimento
	   move wk-origem-movimento  to tv-origem
	   move wk-cont-linhas-bloco to tv-sequencia
	   move calc-input-record    to tv-registro
	   if registro-aceito
	       set tv-aceito to true
	   else
	       set tv-rejeitado to true
	       move wk-motivo-rejeicao to tv-motivo
	   end-if
	   move wk-dev-reciclado     to tv-reciclado
	   move wk-dev-origem        to tv-origem-devolucao
	   move wk-dev-data          to tv-data-original
	   move wk-dev-sequencia     to tv-sequencia-original
	   move wk-dev-registro      to tv-registro-original
	   write trilha-devolucao-record
	   if wk-trilha-devolucao-status not = "00"
	       move "trilha-devolucao" to err-arquivo
	       move wk-trilha-devolucao-status to err-status
	       move "0266-grava-trilha" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   .


      *    Procura a data e a origem do movimento no arquivo de
      *    controle de execucao, como faz o programa de calculo;
      *    status 35 na abertura significa que o controle ainda nao
	   .


      *    Procura a origem do bloco no cadastro de origens: origem
      *    nao cadastrada ou desativada recusa o bloco inteiro (header
      *    e trailer nao seguem para os aceitos e cada detalhe e
      *    rejeitado com o motivo da origem); origem ativa fornece a
      *    lista de operacoes autorizadas para a critica dos detalhes
       0280-verifica-origem.

	   move ch-origem to or-codigo
	   read origem-master
	       invalid key
		   move "OR" to wk-motivo-origem
	       not invalid key
		   if or-inativa
		       move "OI" to wk-motivo-origem
		   else
		       move or-operacoes-autorizadas
			   to cd-operacoes-autorizadas
		   end-if
	   end-read

	   if wk-origem-master-status not = "00"
	       and wk-origem-master-status not = "23"
	       move "origem-master" to err-arquivo
	       move wk-origem-master-status to err-status
	       move "0280-verifica-origem" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   if origem-rejeitada
	       add 1 to wk-cont-blocos-rejeitados
	       if origem-desconhecida
		   display "AVISO: movimento de " wk-data-movimento
		       "/" ch-origem " recusado - origem nao "
		       "cadastrada"
	       else
		   display "AVISO: movimento de " wk-data-movimento
		       "/" ch-origem " recusado - origem desativada"
	       end-if
	   end-if

	   .


      *    Procura o movimento corrente no log de estornos: uma
      *    linha ainda reaberta (situacao P) e o estorno autorizado
      *    cujo reenvio corrigido este bloco traz; status 35 na
      *    abertura significa que nenhum estorno foi feito ate hoje
       0285-verifica-reabertura.

	   move "N" to wk-eof-estorno-log
	   move "N" to wk-movimento-reaberto

	   open input estorno-log
	   evaluate wk-estorno-log-status
	       when "00"
		   perform until eof-estorno-log
		       read estorno-log
			   at end
			       set eof-estorno-log to true
			   not at end
			       if es-data-movimento = wk-data-movimento
				   and es-origem = wk-origem-movimento
				   and es-reaberto
				   set movimento-reaberto to true
			       end-if
		       end-read
		   end-perform
		   close estorno-log
	       when "35"
		   continue
	       when other
		   move "estorno-log" to err-arquivo
		   move wk-estorno-log-status to err-status
		   move "0285-verifica-reabertura" to err-paragrafo
		   perform 9000-aciona-trata-erro
	   end-evaluate

	   .


      *    Carrega o vinculo do movimento de reciclo do bloco
      *    corrente (a data do bloco RC e a data em que o reciclo
      *    rodou), pela posicao de cada detalhe corrigido; uma
      *    linha repetida vale a ultima, a do reciclo que gerou o
      *    movimento. Status 35 na abertura significa que o reciclo
      *    nunca rodou
       0287-carrega-vinculo.

	   set bloco-reciclo to true
	   move spaces to wk-tabela-vinculos
	   move "N" to wk-eof-vinculo-reciclo

	   open input vinculo-reciclo
	   evaluate wk-vinculo-reciclo-status
	       when "00"
		   perform until eof-vinculo-reciclo
		       read vinculo-reciclo
			   at end
			       set eof-vinculo-reciclo to true
			   not at end
			       if rv-data-reciclo = wk-data-movimento
				   and rv-sequencia > zero
				   and rv-sequencia <= wk-max-vinculos
				   perform 0288-guarda-vinculo
			       end-if
		       end-read
		   end-perform
		   close vinculo-reciclo
	       when "35"
		   continue
	       when other
		   move "vinculo-reciclo" to err-arquivo
		   move wk-vinculo-reciclo-status to err-status
		   move "0287-carrega-vinculo" to err-paragrafo
		   perform 9000-aciona-trata-erro
	   end-evaluate

	   .


      *    Guarda a linha corrente do vinculo na posicao do detalhe
       0288-guarda-vinculo.

	   move rv-origem             to vn-origem (rv-sequencia)
	   move rv-data-movimento     to vn-data (rv-sequencia)
	   move rv-sequencia-original to vn-sequencia (rv-sequencia)
	   move rv-registro-original  to vn-registro (rv-sequencia)

	   .


      *    Movimento de data diferente da noite (ou retido devolvido
      *    a critica): a copia de um retido ja devolvido nesta
      *    execucao e ignorada; o reenvio de movimento reaberto
      *    segue com a data original; os demais sao decididos pelo
      *    subprograma comum de atraso - autorizado ou liberado
      *    segue para o calculo, retido vai para os retidos (uma so
      *    vez por noite) com o motivo no relatorio e no log
       0290-verifica-atraso.

	   move ch-origem to wk-origem-movimento
	   perform 0168-procura-liberado

	   if liberado-achado and not liberando-retido
	       set pular-bloco to true
	       display "AVISO: movimento de " wk-data-movimento "/"
		   ch-origem " ja devolvido dos retidos nesta "
		   "execucao - bloco ignorado na critica"
	   else
	       perform 0285-verifica-reabertura
	       if movimento-reaberto
		   display "AVISO: movimento de " wk-data-movimento
		       "/" ch-origem " estornado e reaberto - "
		       "reenvio aceito com a data original"
	       else
		   move "D"                 to va-funcao
		   move wk-data-movimento   to va-data-movimento
		   move wk-origem-movimento to va-origem
		   move wk-data-aaaammdd    to va-data-corrente
		   call "VerificaAtraso" using wk-area-atraso
		   perform 0169-confere-retorno-atraso
		   perform 0291-trata-decisao-atraso
	       end-if
	   end-if

	   .


      *    Aplica ao bloco a decisao do subprograma de atraso e
      *    monta a linha do relatorio de critica
       0291-trata-decisao-atraso.

	   move spaces to al-descricao
	   evaluate true
	       when va-retido and va-decisao-registrada
		   set pular-bloco to true
		   display "AVISO: movimento de " wk-data-movimento
		       "/" ch-origem " ja retido nesta noite - bloco "
		       "ignorado na critica"
	       when va-retido
		   set bloco-retido to true
		   set registrar-atraso to true
		   set listar-atraso to true
		   add 1 to wk-cont-blocos-retidos
		   evaluate true
		       when va-motivo-sem-autorizacao
			   move "SEM CARTAO DE AUTORIZACAO"
			       to wk-descricao-atraso
		       when va-motivo-vencido
			   move "ANTERIOR AO DIA UTIL ANTERIOR"
			       to wk-descricao-atraso
		       when va-motivo-futuro
			   move "DATA FUTURA" to wk-descricao-atraso
		       when other
			   move "NOITE FORA DO CALENDARIO"
			       to wk-descricao-atraso
		   end-evaluate
		   string "MOVIMENTO RETIDO - MOTIVO " delimited by size
		       va-motivo delimited by size
		       " - " delimited by size
		       wk-descricao-atraso delimited by size
		       into al-descricao
		   end-string
		   display "AVISO: movimento de " wk-data-movimento
		       "/" ch-origem " retido (motivo " va-motivo
		       ") - bloco desviado para os retidos"
	       when other
		   if not va-decisao-registrada
		       set registrar-atraso to true
		   end-if
		   set listar-atraso to true
		   if va-liberado
		       add 1 to wk-cont-blocos-liberados
		       string "RETIDO LIBERADO - AUTORIZADO POR "
			   delimited by size
			   va-autorizador delimited by size
			   into al-descricao
		       end-string
		   else
		       add 1 to wk-cont-blocos-atrasados
		       string "ATRASO AUTORIZADO POR "
			   delimited by size
			   va-autorizador delimited by size
			   into al-descricao
		       end-string
		   end-if
		   display "AVISO: movimento de " wk-data-movimento
		       "/" ch-origem " em atraso autorizado por "
		       va-autorizador " - aceito com a data original"
	   end-evaluate

	   .


      *    Registra o movimento de data diferente da noite no log de
      *    atrasos, no fechamento do bloco; status 35 na abertura em
      *    extensao significa que o log ainda nao existe
       0292-grava-log-atraso.

	   open extend atraso-log
	   if wk-atraso-log-status = "35"
	       open output atraso-log
	   end-if
	   if wk-atraso-log-status not = "00"
	       move "atraso-log" to err-arquivo
	       move wk-atraso-log-status to err-status
	       move "0292-grava-log-atraso" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   move spaces to atraso-log-record
	   move wk-data-movimento    to at-data-movimento
	   move wk-origem-movimento  to at-origem
	   move va-situacao          to at-situacao
	   move va-motivo            to at-motivo
	   move va-tipo-dia          to at-tipo-dia
	   move va-dia-util-anterior to at-dia-util-anterior
	   move wk-data-aaaammdd     to at-data-lancamento
	   move function current-date(9:6) to at-hora-lancamento
	   move wk-cont-detalhes-bloco to at-detalhes
	   move va-autorizador       to at-autorizador
	   write atraso-log-record
	   close atraso-log

	   .


      *    Grava o registro corrente do bloco retido, na integra,
      *    no arquivo de retidos
       0295-grava-retido.

	   move calc-input-record to rt-registro
	   move va-motivo         to rt-motivo
	   move wk-data-aaaammdd  to rt-data-retencao
	   write calc-retido-record
	   if wk-calc-retido-status not = "00"
	       move "calc-retido" to err-arquivo
	       move wk-calc-retido-status to err-status
	       move "0295-grava-retido" to err-paragrafo
	       perform 9000-aciona-trata-erro
	   end-if

	   .


      *    Confronta a estrutura do arquivo apos o fim da leitura:
      *    pelo menos um bloco lido e o ultimo bloco fechado pelo
      *    seu trailer (a contagem de cada bloco ja foi confrontada


      *    Imprime o quadro de totais do relatorio de critica (lidos,
      *    aceitos e rejeitados por motivo, movimentos em atraso),
      *    fecha os arquivos e sinaliza no return-code a existencia
      *    de rejeitados, de retidos ou de erro estrutural - o
      *    trailer dos aceitos de cada bloco ja foi regravado no
      *    fechamento do proprio bloco
       0900-finaliza.

	   write wk-linha-relatorio from wk-linha-branco
	   move wk-cont-mot-op to dl-contagem
	   write wk-linha-relatorio from wk-linha-contagem

	   move "  MOTIVO OR - ORIGEM NAO CADASTRADA:" to dl-rotulo
	   move wk-cont-mot-or to dl-contagem
	   write wk-linha-relatorio from wk-linha-contagem

	   move "  MOTIVO OI - ORIGEM DESATIVADA:" to dl-rotulo
	   move wk-cont-mot-oi to dl-contagem
	   write wk-linha-relatorio from wk-linha-contagem

	   move "  MOTIVO OA - OPERACAO NAO AUTORIZADA:" to dl-rotulo
	   move wk-cont-mot-oa to dl-contagem
	   write wk-linha-relatorio from wk-linha-contagem

	   write wk-linha-relatorio from wk-linha-branco

	   move "MOVIMENTOS RECUSADOS PELA ORIGEM:" to dl-rotulo
	   move wk-cont-blocos-rejeitados to dl-contagem
	   write wk-linha-relatorio from wk-linha-contagem

	   write wk-linha-relatorio from wk-linha-branco

	   move "MOVIMENTOS RETIDOS (ATRASO):" to dl-rotulo
	   move wk-cont-blocos-retidos to dl-contagem
	   write wk-linha-relatorio from wk-linha-contagem

	   move "DETALHES RETIDOS:" to dl-rotulo
	   move wk-cont-retidos to dl-contagem
	   write wk-linha-relatorio from wk-linha-contagem

	   move "MOVIMENTOS EM ATRASO AUTORIZADOS:" to dl-rotulo
	   move wk-cont-blocos-atrasados to dl-contagem
	   write wk-linha-relatorio from wk-linha-contagem

	   move "MOVIMENTOS LIBERADOS DOS RETIDOS:" to dl-rotulo
	   move wk-cont-blocos-liberados to dl-contagem
	   write wk-linha-relatorio from wk-linha-contagem

	   perform 0950-grava-controle-totais

	   close calc-input
	   close calc-aceito
	   close calc-rejeita
	   close relatorio-critica
	   close origem-master
	   close calc-retido
	   close trilha-devolucao

	   evaluate true
	       when estrutura-invalida
		   move 16 to return-code
	       when wk-cont-rejeitados > zero
		   or wk-cont-blocos-retidos > zero
		   move 4 to return-code
	   end-evaluate

	   move wk-cont-rejeitados   to tt-contagem
	   write controle-totais-record

	   move "DETALHES-RETIDOS"   to tt-rotulo
	   move wk-cont-retidos      to tt-contagem
	   write controle-totais-record

	   close controle-totais

	   .
	   move "CriticaEntrada" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "CriticaEntrada" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   move wk-cont-detalhes to ex-cont-entrada
	   move wk-cont-aceitos to ex-cont-saida
	   move wk-cont-rejeitados to ex-cont-rejeitados
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
	   open input relatorio-critica
	   if wk-relatorio-status = "00"
	       perform until wk-relatorio-status not = "00"
		   read relatorio-critica
		       at end
			   continue
		       not at end
			   add 1 to wk-linhas-catalogo
		   end-read
	       end-perform
	       close relatorio-critica
	   end-if

	   move "CRITRPT" to rr-relatorio
	   move "CriticaEntrada" to rr-programa
	   move wk-data-aaaammdd to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move zero to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
