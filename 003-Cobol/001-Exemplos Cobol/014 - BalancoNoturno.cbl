
       77  wk-controle-totais-status	  pic x(02) value spaces.
       77  wk-relatorio-status	  pic x(02) value spaces.
       77  wk-linhas-catalogo	  pic 9(07) value zero.

       01  wk-flags.
	   05  wk-eof-controle-totais	  pic x(01) value "N".
	   05  wk-balanco		  pic x(01) value "S".
	       88  balanco-fechado		  value "S".
	       88  balanco-aberto		  value "N".
	   05  wk-passos-cadeia		  pic x(01) value "N".
	       88  passos-cadeia-presentes	  value "S".
	   05  wk-passos-estorno	  pic x(01) value "N".
	       88  passos-estorno-presentes	  value "S".
	   05  wk-passos-auditoria	  pic x(01) value "N".
	       88  passos-auditoria-presentes	  value "S".

      *    Tabela das contagens da noite, uma entrada por linha do
      *    arquivo de totais de controle
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

      *    carrega as contagens gravadas pelos passos da noite

	   perform 0300-imprime-contagens

      *    o mesmo balanco fecha o job noturno e o job de estorno de
      *    movimento: cada cadeia e confrontada quando os seus
      *    passos gravaram totais (a do job noturno tambem quando
      *    nenhuma das duas gravou, apontando as contagens ausentes)
	   perform 0350-identifica-cadeias

	   if passos-cadeia-presentes
	       or not passos-estorno-presentes
	       perform 0400-confronta-cadeia
	   end-if

	   if passos-estorno-presentes
	       perform 0450-confronta-estorno
	   end-if

      *    a auditoria de recalculo e passo opcional do job noturno:
      *    so e amarrada quando gravou os seus totais
	   if passos-auditoria-presentes
	       perform 0470-confronta-auditoria
	   end-if

	   perform 0900-finaliza

	   perform 9110-registra-fim

	   stop run.


	   if wk-total-contagens >= 50
	       display "ERRO: tabela de contagens esgotada"
	       move 16 to return-code
	       perform 9110-registra-fim
	       stop run
	   end-if

	   .


      *    Identifica pelas contagens lidas quais cadeias gravaram
      *    totais: a do job noturno (critica, calculo e carga), a
      *    do estorno de movimento e a da auditoria de recalculo
       0350-identifica-cadeias.

	   perform varying wk-idx from 1 by 1
	       until wk-idx > wk-total-contagens
	       evaluate tb-programa (wk-idx)
		   when "CriticaEntrada"
		   when "CalculosAritmeticos"
		   when "CargaHistorico"
		       set passos-cadeia-presentes to true
		   when "EstornoMovimento"
		       set passos-estorno-presentes to true
		   when "AuditoriaCalculos"
		       set passos-auditoria-presentes to true
	       end-evaluate
	   end-perform

	   .


      *    Amarra a cadeia da noite de ponta a ponta: os aceitos da
      *    critica devem ter sido todos calculados, cada resultado
      *    gravado deve ter saido na exportacao e cada resultado
	   .


      *    Amarra o estorno de movimento: todo resultado lido do
      *    acumulado foi mantido ou estornado, e cada resultado
      *    estornado foi guardado no arquivo de estornos, saiu na
      *    exportacao de ajuste e foi tirado do historico (ou ja
      *    nao estava la); cada movimento estornado foi reaberto no
      *    controle de execucao
       0450-confronta-estorno.

	   move "EstornoMovimento"    to wk-busca-programa
	   move "RESULTADOS-LIDOS"    to wk-busca-rotulo
	   perform 0600-busca-contagem
	   move wk-valor-achado to wk-conf-valor-a

	   move "RESULTADOS-MANTIDOS" to wk-busca-rotulo
	   perform 0600-busca-contagem
	   move wk-valor-achado to wk-conf-valor-b
	   move "RESULTADOS-ESTORNO"  to wk-busca-rotulo
	   perform 0600-busca-contagem
	   add wk-valor-achado to wk-conf-valor-b

	   move "LIDOS X MANTIDOS + ESTORNADOS:" to fl-descricao
	   perform 0500-confronta-valores

	   move "RESULTADOS-ESTORNO"  to wk-busca-rotulo
	   perform 0600-busca-contagem
	   move wk-valor-achado to wk-conf-valor-a

	   move "LANCAMENTOS-ESTORNO" to wk-busca-rotulo
	   perform 0600-busca-contagem
	   move wk-valor-achado to wk-conf-valor-b

	   move "ESTORNADOS X GUARDADOS NOS ESTORNOS:"
	       to fl-descricao
	   perform 0500-confronta-valores

	   move "EXPORT-AJUSTE"       to wk-busca-rotulo
	   perform 0600-busca-contagem
	   move wk-valor-achado to wk-conf-valor-b

	   move "ESTORNADOS X EXPORT DE AJUSTE:" to fl-descricao
	   perform 0500-confronta-valores

	   move "HISTORIA-REMOVIDOS"  to wk-busca-rotulo
	   perform 0600-busca-contagem
	   move wk-valor-achado to wk-conf-valor-b
	   move "HISTORIA-AUSENTES"   to wk-busca-rotulo
	   perform 0600-busca-contagem
	   add wk-valor-achado to wk-conf-valor-b

	   move "ESTORNADOS X TIRADOS DO HISTORICO:" to fl-descricao
	   perform 0500-confronta-valores

	   move "MOVIMENTOS-ESTORNO"  to wk-busca-rotulo
	   perform 0600-busca-contagem
	   move wk-valor-achado to wk-conf-valor-a

	   move "RUNCTL-REABERTOS"    to wk-busca-rotulo
	   perform 0600-busca-contagem
	   move wk-valor-achado to wk-conf-valor-b

	   move "MOVIMENTOS X REABERTOS NO CONTROLE:" to fl-descricao
	   perform 0500-confronta-valores

	   .


      *    Amarra a auditoria de recalculo: todo registro do periodo
      *    foi auditado ou apontado como nao auditavel, e todo
      *    auditado ficou dentro ou fora da tolerancia
       0470-confronta-auditoria.

	   move "AuditoriaCalculos"   to wk-busca-programa
	   move "SELECIONADOS"        to wk-busca-rotulo
	   perform 0600-busca-contagem
	   move wk-valor-achado to wk-conf-valor-a

	   move "AUDITADOS"           to wk-busca-rotulo
	   perform 0600-busca-contagem
	   move wk-valor-achado to wk-conf-valor-b
	   move "NAO-AUDITAVEIS"      to wk-busca-rotulo
	   perform 0600-busca-contagem
	   add wk-valor-achado to wk-conf-valor-b

	   move "PERIODO X AUDITADOS + NAO AUDITAVEIS:"
	       to fl-descricao
	   perform 0500-confronta-valores

	   move "AUDITADOS"           to wk-busca-rotulo
	   perform 0600-busca-contagem
	   move wk-valor-achado to wk-conf-valor-a

	   move "DENTRO-TOLERANCIA"   to wk-busca-rotulo
	   perform 0600-busca-contagem
	   move wk-valor-achado to wk-conf-valor-b
	   move "FORA-TOLERANCIA"     to wk-busca-rotulo
	   perform 0600-busca-contagem
	   add wk-valor-achado to wk-conf-valor-b

	   move "AUDITADOS X DENTRO + FORA DA TOLERANCIA:"
	       to fl-descricao
	   perform 0500-confronta-valores

	   .


      *    Imprime a linha do confronto corrente e aponta a
      *    divergencia quando os dois lados nao batem
       0500-confronta-valores.
	   move "BalancoNoturno" to err-programa
	   call "TrataErro" using wk-area-erro
	   move err-retorno to return-code
	   perform 9110-registra-fim
	   stop run

	   .


      *    Registra o inicio da execucao no historico de execucoes
      *    (subprograma comum RegistraExecucao)
       9100-registra-inicio.

	   set ex-inicio to true
	   move "BalancoNoturno" to ex-programa
	   move return-code to ex-retorno
	   call "RegistraExecucao" using wk-area-execucao

	   .


      *    Registra o fim da execucao no historico de execucoes,
      *    com o return-code de encerramento e as contagens de
      *    entrada, de saida e de rejeitados do programa
       9110-registra-fim.

	   perform 9120-cataloga-relatorio

	   move wk-cont-lidos to ex-cont-entrada
	   move zero to ex-cont-saida
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

	   move "BALRPT" to rr-relatorio
	   move "BalancoNoturno" to rr-programa
	   move wk-data-aaaammdd to rr-data-movimento
	   move wk-linhas-catalogo to rr-linhas
	   move zero to rr-paginas
	   move return-code to rr-retorno
	   call "RegistraRelatorio" using wk-area-relatorio

	   .
