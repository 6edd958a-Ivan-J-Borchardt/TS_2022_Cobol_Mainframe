      *----------------------------------------------------------------
      *Copybook WKRELCAT
      *Area de comunicacao com o subprograma RegistraRelatorio, para
      *ser incluida via COPY sob um item de grupo 01 tanto no
      *programa chamador (working-storage) quanto no subprograma
      *(linkage). O chamador aciona o subprograma no encerramento,
      *depois de fechar o relatorio, com o identificador do
      *relatorio (o qualificador da base de geracoes), a data do
      *movimento (zero = data da execucao), as linhas impressas e as
      *paginas (zero = calculadas pelas linhas, 60 por pagina); o
      *subprograma grava a entrada do catalogo de relatorios.
      *O return-code do chamador e preservado pela chamada.
      *----------------------------------------------------------------
	   05  rr-relatorio		  pic x(08).
	   05  rr-programa		  pic x(20).
	   05  rr-data-movimento	  pic 9(08).
	   05  rr-paginas		  pic 9(05).
	   05  rr-linhas		  pic 9(07).
	   05  rr-retorno		  pic 9(04).
