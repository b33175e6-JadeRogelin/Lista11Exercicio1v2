      *>              nada valido foi processado, 4 quando houve excecao e
      *>              12 em erro de arquivo, para o escalonador enxergar
      *>              uma rodada vazia.
      *> 15/10/2026 - Relatorio passa a contar as leituras validas do mes
      *>              por origem (carga, sumarizacao, correcao manual,
      *>              restauracao, anterior ao controle) e a listar os
      *>              dias corrigidos ou restaurados com a data de
      *>              gravacao.
      *> 15/10/2026 - Com a opcao ESTIMADOS no parametro (AAAAMM[EEE]
      *>              ESTIMADOS) os dias sem leitura que tem estimativa em
      *>              arqEstimativas.txt entram nas estatisticas com
      *>              origem Estimativa; o cabecalho avisa quantos dias
      *>              foram estimados. Sem a opcao o relatorio sai como
      *>              antes.
      *> 15/10/2026 - Linha de arqLimites lida em 60 posicoes (a
      *>              ManutencaoLimites acrescenta operador e data no
      *>              fim); a tabela de limites passa a ter uma entrada
      *>              por estacao possivel e linha ignorada na carga sai
      *>              com aviso.

      *>Divisão para configuração do ambiente
       Environment Division.
           lock mode is automatic
           file status is ws-fs-arqControle.

           select arqEstimativas assign to "arqEstimativas.txt"
           organization is indexed
           access mode is dynamic
           record key is fde-chave
           file status is ws-fs-arqEstimativas.

       I-O-Control.

      *>Declaração de variáveis
           COPY FDEST.

       fd arqLimites.
       01  lim-linha                                pic x(60).

       fd arqControle.
       01  ctl-linha                                pic x(130).

       fd arqEstimativas.
           COPY FDESTIM.

      *>--Variáveis de trabalho
       Working-storage section.

       77 ws-nome-estacao                          pic x(30).

       77 ws-parametro                             pic x(20).
      *>--Parametro em duas partes: "AAAAMM[EEE]" e a opcao ESTIMADOS
       77 ws-parametro-periodo                     pic x(09).
       77 ws-parametro-opcao                       pic x(10).
       77 ws-estacao-consulta                      pic 9(03).
       77 ws-ano-consulta                          pic 9(04).
       77 ws-mes-consulta                          pic 9(02).
       01 ws-temepraturas occurs 31.
          05 ws-temp                               pic S9(02)V99.
          05 ws-temp-valido                        pic 9(01) value 0.
          05 ws-temp-origem                        pic x(01).
          05 ws-temp-gravacao                      pic 9(08).

      *>--Origem das leituras validas do mes (carga, sumarizacao,
      *>  correcao, restauracao)
           COPY ORIGEMTB.

      *>--Estimativas dos dias sem leitura (so com a opcao ESTIMADOS)
           COPY ESTIMTB.

       01 ws-variaveis_num.
          05 ws-temp-tt                            pic S9(04)V99.
           05 cab-ano                              pic 9(04).
           05 filler                               pic x(09) value spaces.

       01 ws-linha-origem.
           05 org-rotulo                           pic x(28).
           05 org-valor                            pic zzzz9.
           05 filler                               pic x(47) value spaces.

       01 ws-linha-dia-origem.
           05 filler                               pic x(06) value "  Dia ".
           05 org-dia                              pic 9(02).
           05 filler                               pic x(03) value " - ".
           05 org-descricao                        pic x(20).
           05 filler                               pic x(12) value " gravada em ".
           05 org-data-dia                         pic 9(02).
           05 filler                               pic x(01) value '/'.
           05 org-data-mes                         pic 9(02).
           05 filler                               pic x(01) value '/'.
           05 org-data-ano                         pic 9(04).
           05 filler                               pic x(27) value spaces.

       01 ws-linha-aviso-estimativa.
           05 filler                               pic x(46)
              value "Inclui dias sem leitura estimados por metodo: ".
           05 avi-qtd-estimados                    pic z9.
           05 filler                               pic x(32) value spaces.

      *>--Variáveis para comunicação entre programas
       Linkage section.

           perform inicializa.
           perform obtem-periodo.
           perform carrega-temperaturas.
           perform inclui-estimativas.
           perform calcula-estatisticas.
           perform emite-relatorio.
           perform finaliza.
           accept ws-parametro from command-line
           move ws-parametro to ctl-parametros

      *>--"ESTIMADOS" como segunda palavra (ou unica, para o mes
      *>  corrente) preenche os dias sem leitura com as estimativas
           move spaces to ws-parametro-periodo
           move spaces to ws-parametro-opcao
           unstring ws-parametro delimited by all space
               into ws-parametro-periodo ws-parametro-opcao
           end-unstring
           if ws-parametro-periodo = "ESTIMADOS" then
               move ws-parametro-periodo to ws-parametro-opcao
               move spaces to ws-parametro-periodo
           end-if
           if ws-parametro-opcao = "ESTIMADOS" then
               move 'S' to ws-incluir-estimativas
           end-if

           if ws-parametro-periodo = spaces then
               move function current-date(1:4) to ws-ano-consulta
               move function current-date(5:2) to ws-mes-consulta
               move 1                          to ws-estacao-consulta
           else
               move ws-parametro-periodo(1:4) to ws-ano-consulta
               move ws-parametro-periodo(5:2) to ws-mes-consulta

               if ws-parametro-periodo(7:3) = spaces then
                   move 1 to ws-estacao-consulta
               else
                   move ws-parametro-periodo(7:3) to ws-estacao-consulta
               end-if
           end-if

           perform abre-arquivo-estimativas

           perform valida-estacao-consulta
           if ws-estacao-cadastrada = 'N' then
               display "Estacao nao cadastrada: " ws-estacao-consulta
           perform varying ws-ind from 1 by 1 until ws-ind > 31
               move 0 to ws-temp(ws-ind)
               move 0 to ws-temp-valido(ws-ind)
               move spaces to ws-temp-origem(ws-ind)
               move 0 to ws-temp-gravacao(ws-ind)
           end-perform

           perform zera-contagem-origem

      *>--Poe em vigor os limites de plausibilidade da estacao relatada
           move ws-estacao-consulta to ws-estacao-limite
           perform obtem-limites-estacao
                               add 1 to ctl-validos
                               move fd-temp to ws-temp(fd-dia)
                               move 1 to ws-temp-valido(fd-dia)
                               move fd-origem to ws-temp-origem(fd-dia)
                               move fd-data-gravacao
                                   to ws-temp-gravacao(fd-dia)
                               move fd-origem to ws-origem-busca
                               perform conta-origem-leitura
                           end-if
                       else
                           move 10 to ws-fs-arqTemp
       carrega-temperaturas-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Com a opcao ESTIMADOS, preenche os dias sem leitura que tem
      *> estimativa em arqEstimativas; entram nas estatisticas como dia
      *> lido e aparecem com origem "Estimativa"
      *>-------------------------------------------------------------------
       inclui-estimativas section.

           move ws-estacao-consulta to ws-estim-estacao-busca
           move ws-ano-consulta     to ws-estim-ano-busca
           move ws-mes-consulta     to ws-estim-mes-busca
           perform carrega-estimativas-mes

           perform varying ws-ind from 1 by 1 until ws-ind > 31
               if ws-estim-tem(ws-ind) = 'S'
               and ws-temp-valido(ws-ind) = 0 then
                   add 1 to ws-qtd-lida
                   move ws-estim-temp(ws-ind) to ws-temp(ws-ind)
                   move 1                     to ws-temp-valido(ws-ind)
                   move 'E'                   to ws-temp-origem(ws-ind)
                   move ws-estim-data-gravacao(ws-ind)
                       to ws-temp-gravacao(ws-ind)
                   move 'E' to ws-origem-busca
                   perform conta-origem-leitura
                   if ws-ind > ws-ultimo-dia then
                       move ws-ind to ws-ultimo-dia
                   end-if
               end-if
           end-perform

           .
       inclui-estimativas-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava em arqExcecoes uma leitura fora da faixa plausivel, sem
      *> deixa-la corromper as estatisticas do mes
      *>-------------------------------------------------------------------
           move ws-linha-cabecalho  to rel-linha
           write rel-linha

           if ws-incluir-estimativas = 'S' then
               move ws-org-qtd-estimada to avi-qtd-estimados
               move ws-linha-aviso-estimativa to rel-linha
               write rel-linha
           end-if

           move spaces to rel-linha
           write rel-linha

           move ws-linha-relatorio to rel-linha
           write rel-linha

           perform emite-origem-leituras

           .
       emite-relatorio-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava a contagem das leituras validas por origem e lista os dias
      *> cujo valor nao veio direto da carga ou da sumarizacao, com a data
      *> em que foi gravado
      *>-------------------------------------------------------------------
       emite-origem-leituras section.

           move spaces to rel-linha
           write rel-linha

           move spaces to rel-linha
           move "Origem das leituras validas:" to rel-linha
           write rel-linha

           move "  Carga diaria..........: " to org-rotulo
           move ws-org-qtd-carga to org-valor
           move ws-linha-origem to rel-linha
           write rel-linha

           move "  Sumarizacao horaria...: " to org-rotulo
           move ws-org-qtd-sumarizada to org-valor
           move ws-linha-origem to rel-linha
           write rel-linha

           move "  Correcao manual.......: " to org-rotulo
           move ws-org-qtd-corrigida to org-valor
           move ws-linha-origem to rel-linha
           write rel-linha

           move "  Restaurada............: " to org-rotulo
           move ws-org-qtd-restaurada to org-valor
           move ws-linha-origem to rel-linha
           write rel-linha

           move "  Anterior ao controle..: " to org-rotulo
           move ws-org-qtd-anterior to org-valor
           move ws-linha-origem to rel-linha
           write rel-linha

           if ws-incluir-estimativas = 'S' then
               move "  Estimativa............: " to org-rotulo
               move ws-org-qtd-estimada to org-valor
               move ws-linha-origem to rel-linha
               write rel-linha
           end-if

           perform varying ws-ind from 1 by 1 until ws-ind > ws-ultimo-dia
               if ws-temp-valido(ws-ind) = 1
               and ws-temp-origem(ws-ind) <> 'C'
               and ws-temp-origem(ws-ind) <> 'S' then
                   move ws-temp-origem(ws-ind) to ws-origem-busca
                   perform obtem-descricao-origem
                   move ws-ind              to org-dia
                   move ws-origem-descricao to org-descricao
                   move ws-temp-gravacao(ws-ind)(7:2) to org-data-dia
                   move ws-temp-gravacao(ws-ind)(5:2) to org-data-mes
                   move ws-temp-gravacao(ws-ind)(1:4) to org-data-ano
                   move ws-linha-dia-origem to rel-linha
                   write rel-linha
               end-if
           end-perform

           .
       emite-origem-leituras-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Finaliza Anormal
      *>-------------------------------------------------------------------
       finaliza-anormal section.

           COPY CONTROLEPROC.

           COPY ORIGEMPROC.

           COPY ESTIMPROC.

      *>-------------------------------------------------------------------
      *> Finaliza Normal
      *>-------------------------------------------------------------------
               perform finaliza-anormal
           end-if

           perform fecha-arquivo-estimativas

           stop run.
            .
       finaliza-exit.
