      *>              nada valido foi processado, 4 quando houve excecao e
      *>              12 em erro de arquivo, para o escalonador enxergar
      *>              uma exportacao vazia.
      *> 15/10/2026 - Linha do CSV ganha duas colunas ao final: a origem
      *>              da leitura (C carga, S sumarizacao, M correcao
      *>              manual, R restaurada, I anterior ao controle) e a
      *>              data AAAAMMDD da ultima gravacao.
      *> 15/10/2026 - Com a opcao ESTIMADOS no parametro (AAAAMM[EEE]
      *>              ESTIMADOS) os dias sem leitura que tem estimativa em
      *>              arqEstimativas.txt tambem sao exportados, com origem
      *>              E e a data da estimativa.
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

      *>--Estimativas dos dias sem leitura (so com a opcao ESTIMADOS)
           COPY ESTIMTB.

       01 ws-variaveis_num.
          05 ws-temp-tt                            pic S9(04)V99.
           05 csv-temp                             pic ---9,99.
           05 filler                               pic x(01) value ';'.
           05 csv-flag                             pic x(06).
      *>--Origem da leitura (C/S/M/R/I, E estimativa) e data da ultima
      *>  gravacao
           05 filler                               pic x(01) value ';'.
           05 csv-origem                           pic x(01).
           05 filler                               pic x(01) value ';'.
           05 csv-data-gravacao                    pic 9(08).

      *>--Variáveis para comunicação entre programas
       Linkage section.
           perform inicializa.
           perform obtem-periodo.
           perform carrega-temperaturas.
           perform inclui-estimativas.
           perform calculo-temp-media-section.
           perform exporta-csv.
           perform finaliza.
           accept ws-parametro from command-line
           move ws-parametro to ctl-parametros

      *>--"ESTIMADOS" como segunda palavra (ou unica, para o mes
      *>  corrente) exporta tambem os dias estimados, com origem 'E'
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

      *>--Poe em vigor os limites de plausibilidade da estacao exportada
                               add 1 to ctl-validos
                               move fd-temp to ws-temp(fd-dia)
                               move 1 to ws-temp-valido(fd-dia)
                               move fd-origem to ws-temp-origem(fd-dia)
                               move fd-data-gravacao
                                   to ws-temp-gravacao(fd-dia)
                           end-if
                       else
                           move 10 to ws-fs-arqTemp
       carrega-temperaturas-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Com a opcao ESTIMADOS, preenche os dias sem leitura que tem
      *> estimativa em arqEstimativas; saem no CSV com origem 'E'
      *>-------------------------------------------------------------------
       inclui-estimativas section.

           move ws-estacao-consulta to ws-estim-estacao-busca
           move ws-ano-consulta     to ws-estim-ano-busca
           move ws-mes-consulta     to ws-estim-mes-busca
           perform carrega-estimativas-mes

           perform varying ws-ind from 1 by 1 until ws-ind > 31
               if ws-estim-tem(ws-ind) = 'S'
               and ws-temp-valido(ws-ind) = 0 then
                   add 1 to ws-qtd-temp
                   move ws-estim-temp(ws-ind) to ws-temp(ws-ind)
                   move 1                     to ws-temp-valido(ws-ind)
                   move 'E'                   to ws-temp-origem(ws-ind)
                   move ws-estim-data-gravacao(ws-ind)
                       to ws-temp-gravacao(ws-ind)
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
      *> deixa-la entrar no CSV exportado
      *>-------------------------------------------------------------------
               if ws-temp-valido(ws-ind) = 1 then
                   move ws-ind to csv-dia
                   move ws-temp(ws-ind) to csv-temp
                   move ws-temp-origem(ws-ind)   to csv-origem
                   move ws-temp-gravacao(ws-ind) to csv-data-gravacao

                   if ws-temp(ws-ind) > ws-media-temp then
                       move "ACIMA" to csv-flag

           COPY CONTROLEPROC.

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
