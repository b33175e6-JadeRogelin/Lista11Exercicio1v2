      *>              etc.): o leitor fica sabendo que a media daquele
      *>              mes atravessa uma quebra de serie. Sem o arquivo
      *>              de historico, o relatorio sai como sempre.
      *> 15/10/2026 - Resumo do ano passa a contar as leituras validas por
      *>              origem (carga, sumarizacao, correcao manual,
      *>              restauracao, anterior ao controle).
      *> 15/10/2026 - Com a opcao ESTIMADOS no parametro (AAAA[EEE]
      *>              ESTIMADOS) os dias sem leitura que tem estimativa em
      *>              arqEstimativas.txt entram nas linhas dos meses e no
      *>              resumo, contados com origem Estimativa; o cabecalho
      *>              avisa a inclusao.
      *> 15/10/2026 - Linha de arqLimites lida em 60 posicoes (a
      *>              ManutencaoLimites acrescenta operador e data no
      *>              fim); a tabela de limites passa a ter uma entrada
      *>              por estacao possivel e linha ignorada na carga sai
      *>              com aviso.

      *>Divisão para configuração do ambiente
       Environment Division.
           record key is fd-evt-chave
           file status is ws-fs-arqEventosEstacao.

           select arqEstimativas assign to "arqEstimativas.txt"
           organization is indexed
           access mode is dynamic
           record key is fde-chave
           file status is ws-fs-arqEstimativas.

       I-O-Control.

      *>Declaração de variáveis
       01  rel-linha                                pic x(80).

       fd arqLimites.
       01  lim-linha                                pic x(60).

       fd arqControle.
       01  ctl-linha                                pic x(130).
       fd arqEventosEstacao.
           COPY FDEVEST.

       fd arqEstimativas.
           COPY FDESTIM.

      *>--Variáveis de trabalho
       Working-storage section.

       77 ws-fs-relaAnual                          pic 9(02).

       77 ws-parametro                             pic x(20).
      *>--Parametro em duas partes: "AAAA[EEE]" e a opcao ESTIMADOS
       77 ws-parametro-periodo                     pic x(09).
       77 ws-parametro-opcao                       pic x(10).
       77 ws-estacao-consulta                      pic 9(03).
       77 ws-ano-consulta                          pic 9(04).
       77 ws-mes-consulta                          pic 9(02).
          05 ws-temp                               pic S9(02)V99.
          05 ws-temp-valido                        pic 9(01) value 0.

      *>--Origem das leituras validas do ano (carga, sumarizacao,
      *>  correcao, restauracao)
           COPY ORIGEMTB.

      *>--Estimativas dos dias sem leitura (so com a opcao ESTIMADOS)
           COPY ESTIMTB.

       77 ws-qtd-lida                              pic 9(02) value 0.
      *>--Maior dia carregado no mes corrente, valido ou nao
       77 ws-ultimo-dia                            pic 9(02) value 0.
           05 cab-ano                              pic 9(04).
           05 filler                               pic x(25) value spaces.

       01 ws-linha-aviso-estimativa.
           05 filler                               pic x(80)
              value "Inclui dias sem leitura estimados por metodo (arqEstimativas)".

       01 ws-linha-mes.
           05 filler                               pic x(04) value "Mes ".
           05 rel-mes                              pic 9(02).
           05 res-dias-valor                       pic zzz9.
           05 filler                               pic x(57) value spaces.

       01 ws-linha-resumo-origem.
           05 res-org-rotulo                       pic x(28).
           05 res-org-valor                        pic zzzz9.
           05 filler                               pic x(47) value spaces.

      *>--Variáveis para comunicação entre programas
       Linkage section.


           perform carrega-limites

           perform zera-contagem-origem

      *>--Historico de eventos de estacao e opcional: sem o arquivo
      *>  (status 35), o relatorio sai sem a marca de mes com evento
           open input arqEventosEstacao
           end-if

      *>--Parametro "AAAA" ou "AAAAEEE"; sem estacao, assume a estacao 1,
      *>  como ja fazem RelatorioMensal e ExportaCSV. "ESTIMADOS" como
      *>  segunda palavra (ou unica) inclui os dias estimados
           accept ws-parametro from command-line
           move ws-parametro to ctl-parametros

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
               move 1                          to ws-estacao-consulta
           else
               move ws-parametro-periodo(1:4) to ws-ano-consulta

               if ws-parametro-periodo(5:3) = spaces then
                   move 1 to ws-estacao-consulta
               else
                   move ws-parametro-periodo(5:3) to ws-estacao-consulta
               end-if
           end-if

           perform abre-arquivo-estimativas

           perform valida-estacao-consulta
           if ws-estacao-cadastrada = 'N' then
               display "Estacao nao cadastrada: " ws-estacao-consulta
           move ws-linha-cabecalho  to rel-linha
           write rel-linha

           if ws-incluir-estimativas = 'S' then
               move ws-linha-aviso-estimativa to rel-linha
               write rel-linha
           end-if

           move spaces to rel-linha
           write rel-linha

           perform varying ws-mes-consulta from 1 by 1
                   until ws-mes-consulta > 12
               perform carrega-temperaturas
               perform inclui-estimativas
               perform calcula-estatisticas
               perform emite-linha-mes
               perform acumula-ano
                               add 1 to ctl-validos
                               move fd-temp to ws-temp(fd-dia)
                               move 1 to ws-temp-valido(fd-dia)
                               move fd-origem to ws-origem-busca
                               perform conta-origem-leitura
                           end-if
                       else
                           move 10 to ws-fs-arqTemp
       carrega-temperaturas-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Com a opcao ESTIMADOS, preenche os dias sem leitura do mes
      *> corrente que tem estimativa em arqEstimativas
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
      *>  Calculo do total, media, minimo e maximo das temperaturas do mes
      *>-------------------------------------------------------------------
       calcula-estatisticas section.
               move ws-ano-mes-max to res-mes
               move ws-linha-resumo to rel-linha
               write rel-linha

               perform emite-origem-anual
           end-if

           .
       emite-resumo-anual-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava a contagem das leituras validas do ano por origem
      *>-------------------------------------------------------------------
       emite-origem-anual section.

           move spaces to rel-linha
           move "Origem das leituras validas:" to rel-linha
           write rel-linha

           move "  Carga diaria..........: " to res-org-rotulo
           move ws-org-qtd-carga to res-org-valor
           move ws-linha-resumo-origem to rel-linha
           write rel-linha

           move "  Sumarizacao horaria...: " to res-org-rotulo
           move ws-org-qtd-sumarizada to res-org-valor
           move ws-linha-resumo-origem to rel-linha
           write rel-linha

           move "  Correcao manual.......: " to res-org-rotulo
           move ws-org-qtd-corrigida to res-org-valor
           move ws-linha-resumo-origem to rel-linha
           write rel-linha

           move "  Restaurada............: " to res-org-rotulo
           move ws-org-qtd-restaurada to res-org-valor
           move ws-linha-resumo-origem to rel-linha
           write rel-linha

           move "  Anterior ao controle..: " to res-org-rotulo
           move ws-org-qtd-anterior to res-org-valor
           move ws-linha-resumo-origem to rel-linha
           write rel-linha

           if ws-incluir-estimativas = 'S' then
               move "  Estimativa............: " to res-org-rotulo
               move ws-org-qtd-estimada to res-org-valor
               move ws-linha-resumo-origem to rel-linha
               write rel-linha
           end-if

           .
       emite-origem-anual-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Finaliza Anormal
      *>-------------------------------------------------------------------
       finaliza-anormal section.

           COPY EVESTPROC.

           COPY ORIGEMPROC.

           COPY ESTIMPROC.

      *>-------------------------------------------------------------------
      *> Finaliza Normal
      *>-------------------------------------------------------------------
               close arqEventosEstacao
           end-if

           perform fecha-arquivo-estimativas

           stop run.
            .
       finaliza-exit.
