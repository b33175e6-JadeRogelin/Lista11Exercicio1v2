      *>              diaria estranha deixa de exigir abrir o arquivo
      *>              bruto no editor. Sem o arquivo de horas, a opcao
      *>              avisa e volta ao menu.
      *> 15/10/2026 - Consulta de um dia passa a exibir a origem da
      *>              leitura (carga, sumarizacao, correcao manual,
      *>              restaurada) e a data em que foi gravada; a consulta
      *>              de intervalo mostra quantas leituras validas vieram
      *>              de cada origem.
      *> 15/10/2026 - arqOperadores passa a abrir em I-O: o sign-on conta
      *>              as tentativas recusadas e bloqueia o operador, exige
      *>              a troca da senha vencida e grava cada tentativa em
      *>              arqLogSeguranca.txt (parametros em
      *>              arqSeguranca.txt).
      *> 15/10/2026 - Linha de arqLimites lida em 60 posicoes (a
      *>              ManutencaoLimites acrescenta operador e data no
      *>              fim); a tabela de limites passa a ter uma entrada
      *>              por estacao possivel e linha ignorada na carga sai
      *>              com aviso.


      *>Divisão para configuração do ambiente
           record key is fd-oper-codigo
           file status is ws-fs-arqOperadores.

           select arqSeguranca assign to "arqSeguranca.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqSeguranca.

           select arqLogSeguranca assign to "arqLogSeguranca.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogSeguranca.

           select arqTempHoras assign to "arqTempHoras.txt"
           organization is indexed
           access mode is dynamic
           COPY FDEST.

       fd arqLimites.
       01  lim-linha                                pic x(60).

       fd arqControle.
       01  ctl-linha                                pic x(130).
       fd arqOperadores.
           COPY FDOPER.

       fd arqSeguranca.
       01  seg-linha                                pic x(40).

       fd arqLogSeguranca.
       01  slg-linha                                pic x(100).

       fd arqTempHoras.
           COPY FDHORA.

       01 ws-temepraturas occurs 31.
          05 ws-temp                               pic S9(02)V99.
          05 ws-temp-valido                        pic 9(01) value 0.
          05 ws-temp-origem                        pic x(01).
          05 ws-temp-gravacao                      pic 9(08).

      *>--Origem das leituras exibidas (carga, sumarizacao, correcao,
      *>  restauracao) e a contagem por origem do intervalo consultado
           COPY ORIGEMTB.
       77 ws-valor-origem                          pic zz9.

       01 ws-variaveis_num.
          05 ws-temp-tt                            pic S9(04)V99.
      *>-------------------------------------------------------------------
       identifica-operador section.

           open i-o arqOperadores
           if ws-fs-arqOperadores = 35 then
               display "Cadastro de operadores inexistente"
               display "Cadastre o primeiro operador em ManutencaoOperadores"
           end-if

           move '1' to ws-nivel-exigido
           move "Lista11Exercicio1v2" to ws-signon-programa
           perform efetua-sign-on

           if ws-signon-resultado = 'V' then
           perform varying ws-ind from 1 by 1 until ws-ind > 31
               move 0 to ws-temp(ws-ind)
               move 0 to ws-temp-valido(ws-ind)
               move spaces to ws-temp-origem(ws-ind)
               move 0 to ws-temp-gravacao(ws-ind)
           end-perform

      *>--Poe em vigor os limites de plausibilidade da estacao consultada
                               add 1 to ctl-validos
                               move fd-temp to ws-temp(fd-dia)
                               move 1 to ws-temp-valido(fd-dia)
                               move fd-origem to ws-temp-origem(fd-dia)
                               move fd-data-gravacao
                                   to ws-temp-gravacao(fd-dia)
                           end-if
                       else
                           move 10 to ws-fs-arqTemp
                   perform converte-unidade-exibicao
                   display "Media do Mes: " ws-valor-exibicao ws-unidade-exibicao

                   move ws-temp-origem(ws-dia) to ws-origem-busca
                   perform obtem-descricao-origem
                   display "Origem: " ws-origem-descricao
                           " - gravada em "
                           ws-temp-gravacao(ws-dia)(7:2) "/"
                           ws-temp-gravacao(ws-dia)(5:2) "/"
                           ws-temp-gravacao(ws-dia)(1:4)

                   perform registra-auditoria-consulta
               end-if
           end-if
               move 0 to ws-int-qtd-temp
               move 0 to ws-int-temp-min
               move 0 to ws-int-temp-max
               perform zera-contagem-origem

      *>--Percorre so os dias validos do intervalo; um dia descartado por
      *>  registra-excecao-temp na carga nao entra na media/minima/maxima
                       add 1 to ws-int-qtd-temp
                       compute ws-int-temp-tt = ws-int-temp-tt + ws-temp(ws-ind)

                       move ws-temp-origem(ws-ind) to ws-origem-busca
                       perform conta-origem-leitura

                       if ws-temp(ws-ind) < ws-int-temp-min then
                           move ws-temp(ws-ind) to ws-int-temp-min
                       end-if
                   move ws-int-temp-max to ws-valor-celsius
                   perform converte-unidade-exibicao
                   display "Maxima do Intervalo: " ws-valor-exibicao ws-unidade-exibicao

                   perform exibe-origem-intervalo
               end-if
           end-if

       consulta-intervalo-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Exibe quantas leituras validas do intervalo vieram de cada
      *> origem; origem sem leitura no intervalo nao aparece
      *>-------------------------------------------------------------------
       exibe-origem-intervalo section.

           display "Origem das leituras do intervalo:"

           if ws-org-qtd-carga > 0 then
               move ws-org-qtd-carga to ws-valor-origem
               display "  Carga diaria.........: " ws-valor-origem
           end-if

           if ws-org-qtd-sumarizada > 0 then
               move ws-org-qtd-sumarizada to ws-valor-origem
               display "  Sumarizacao horaria..: " ws-valor-origem
           end-if

           if ws-org-qtd-corrigida > 0 then
               move ws-org-qtd-corrigida to ws-valor-origem
               display "  Correcao manual......: " ws-valor-origem
           end-if

           if ws-org-qtd-restaurada > 0 then
               move ws-org-qtd-restaurada to ws-valor-origem
               display "  Restaurada...........: " ws-valor-origem
           end-if

           if ws-org-qtd-anterior > 0 then
               move ws-org-qtd-anterior to ws-valor-origem
               display "  Anterior ao controle.: " ws-valor-origem
           end-if

           .
       exibe-origem-intervalo-exit.
           exit.
      *>-------------------------------------------------------------------
      *>  Calculo da media das temperaturas
      *>-------------------------------------------------------------------
       calculo-temp-media-section.

           COPY SIGNONPROC.

           COPY ORIGEMPROC.

      *>-------------------------------------------------------------------
      *> Finaliza Normal
      *>-------------------------------------------------------------------
