      *>              contadores) e a devolver codigo de retorno 8 quando
      *>              nenhum dia valido foi lido, 4 quando houve leitura
      *>              ignorada e 12 em erro de arquivo.
      *> 15/10/2026 - Com a opcao ESTIMADOS por ultimo no parametro os
      *>              dias sem leitura que tem estimativa em
      *>              arqEstimativas.txt contribuem para os graus-dia e
      *>              saem marcados (estimado) na linha do dia; sem a
      *>              opcao o relatorio sai como antes.
      *> 15/10/2026 - Linha de arqLimites lida em 60 posicoes (a
      *>              ManutencaoLimites acrescenta operador e data no
      *>              fim); a tabela de limites passa a ter uma entrada
      *>              por estacao possivel e linha ignorada na carga sai
      *>              com aviso.
      *> 15/10/2026 - Parametro lido em 40 posicoes: "AAAAMMEEE 20,0
      *>              ESTIMADOS" passava de 20 e perdia a opcao.

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
       01  gra-linha                                pic x(80).

       fd arqLimites.
       01  lim-linha                                pic x(60).

       fd arqControle.
       01  ctl-linha                                pic x(130).

       fd arqEstimativas.
           COPY FDESTIM.

      *>--Variáveis de trabalho
       Working-storage section.

       77 ws-fs-arqEstacoes                        pic 9(02).
       77 ws-fs-relaGraus                          pic 9(02).

       77 ws-parametro                             pic x(40).
       77 ws-par-consulta                          pic x(09).
       77 ws-par-base                              pic x(10).
       77 ws-par-opcao                             pic x(10).
       77 ws-estacao-consulta                      pic 9(03).
       77 ws-ano-consulta                          pic 9(04).
       77 ws-mes-consulta                          pic 9(02).
       01 ws-temepraturas occurs 31.
          05 ws-temp                               pic S9(02)V99.
          05 ws-temp-valido                        pic 9(01) value 0.
      *>--'S' quando o valor do dia veio de arqEstimativas
          05 ws-temp-estimado                      pic x(01).

       77 ws-qtd-temp                              pic 9(02) value 0.
      *>--Maior dia carregado no periodo, valido ou nao

       77 ws-ind                                   pic 9(02).

      *>--Estimativas dos dias sem leitura (so com a opcao ESTIMADOS)
           COPY ESTIMTB.

      *>--Registro de controle de processamento da rodada
           COPY CONTROLETB.

           05 gra-aquecimento                      pic zzz9,99.
           05 filler                               pic x(11) value "  GD Refr: ".
           05 gra-refrigeracao                     pic zzz9,99.
           05 filler                               pic x(02) value spaces.
           05 gra-marca-estimado                   pic x(11).
           05 filler                               pic x(09) value spaces.

       01 ws-linha-aviso-estimativa.
           05 filler                               pic x(46)
              value "Inclui dias sem leitura estimados por metodo: ".
           05 avi-qtd-estimados                    pic z9.
           05 filler                               pic x(32) value spaces.

       01 ws-linha-total.
           05 tot-rotulo                           pic x(32).

      *>--Parametro "AAAAMMEEE" (mesmo formato dos outros relatorios) com
      *>  a temperatura base opcional em seguida: "AAAAMMEEE 20,0"; sem
      *>  base informada, vale o padrao de 18 C. "ESTIMADOS" por ultimo
      *>  (com ou sem a base) inclui os dias estimados: "AAAAMMEEE
      *>  ESTIMADOS" ou "AAAAMMEEE 20,0 ESTIMADOS"
           accept ws-parametro from command-line
           move ws-parametro to ctl-parametros

           move spaces to ws-par-opcao
           unstring ws-parametro delimited by all space
               into ws-par-consulta ws-par-base ws-par-opcao
           end-unstring

           if ws-par-base = "ESTIMADOS" then
               move ws-par-base to ws-par-opcao
               move spaces to ws-par-base
           end-if
           if ws-par-opcao = "ESTIMADOS" then
               move 'S' to ws-incluir-estimativas
           end-if

           if ws-par-consulta = spaces then
               move function current-date(1:4) to ws-ano-consulta
               move function current-date(5:2) to ws-mes-consulta
               stop run
           end-if

           perform abre-arquivo-estimativas

           .
       inicializa-exit.
           exit.
           perform varying ws-ind from 1 by 1 until ws-ind > 31
               move 0 to ws-temp(ws-ind)
               move 0 to ws-temp-valido(ws-ind)
               move 'N' to ws-temp-estimado(ws-ind)
           end-perform

      *>--Poe em vigor os limites de plausibilidade da estacao relatada

           end-perform

           perform inclui-estimativas

           .
       carrega-temperaturas-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Com a opcao ESTIMADOS, preenche os dias sem leitura que tem
      *> estimativa em arqEstimativas; o dia estimado contribui para os
      *> totais e sai marcado no relatorio
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
                   move 'S'                   to ws-temp-estimado(ws-ind)
                   if ws-ind > ws-ultimo-dia then
                       move ws-ind to ws-ultimo-dia
                   end-if
               end-if
           end-perform

           .
       inclui-estimativas-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava o relatorio: contribuicao de graus-dia de cada dia valido
      *> contra a base e os totais do mes
      *>-------------------------------------------------------------------
           move ws-linha-base  to gra-linha
           write gra-linha

           if ws-incluir-estimativas = 'S' then
               move ws-estim-qtd to avi-qtd-estimados
               move ws-linha-aviso-estimativa to gra-linha
               write gra-linha
           end-if

           move spaces to gra-linha
           write gra-linha

                   move ws-temp(ws-ind)     to gra-temp
                   move ws-gd-aquecimento   to gra-aquecimento
                   move ws-gd-refrigeracao  to gra-refrigeracao
                   if ws-temp-estimado(ws-ind) = 'S' then
                       move "(estimado)" to gra-marca-estimado
                   else
                       move spaces to gra-marca-estimado
                   end-if
                   move ws-linha-dia        to gra-linha
                   write gra-linha
                   add 1 to ctl-gravados

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
