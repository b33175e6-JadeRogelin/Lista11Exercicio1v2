      *>              de controle em arqControle.txt e devolve 8 quando
      *>              nenhuma estacao tinha dia valido no mes, 4 quando
      *>              houve leitura descartada e 12 em erro de arquivo.
      *> 15/10/2026 - Registro '2' de detalhe passa a levar a origem da
      *>              leitura (C/S/M/R/I) na primeira posicao antes livre,
      *>              para o instituto distinguir o valor medido do
      *>              corrigido; o resumo da rodada conta os dias enviados
      *>              por origem.
      *> 15/10/2026 - Com a opcao ESTIMADOS (AAAAMM ESTIMADOS) os dias sem
      *>              leitura que tem estimativa em arqEstimativas.txt
      *>              tambem sao enviados, com origem E no registro 2; sem
      *>              a opcao so vao as leituras, como antes.
      *> 15/10/2026 - Opcao RETRANSMITE ([AAAAMM] RETRANSMITE [ESTIMADOS])
      *>              gera transmissaoCorrecao.txt com as estacao-mes
      *>              pendentes ('P') em arqSituacaoEnvio - de um periodo
      *>              ou de todos -, um grupo cabecalho/blocos/trailer por
      *>              periodo, com tipo 'C' no cabecalho; a estacao-mes
      *>              enviada passa a 'T' e mantem a causa. Trailer passa
      *>              a contar por grupo.
      *> 15/10/2026 - Linha de arqLimites lida em 60 posicoes (a
      *>              ManutencaoLimites acrescenta operador e data no
      *>              fim); a tabela de limites passa a ter uma entrada
      *>              por estacao possivel e linha ignorada na carga sai
      *>              com aviso.
      *> 15/10/2026 - No arquivo de correcao, estacao-mes pendente que ja
      *>              nao tem linha no arquivo vivo (mes levado por
      *>              ArquivaTemp depois de marcado) sai com os dias do
      *>              arqTempHistAAAA do ano, em vez de um bloco vazio.

      *>Divisão para configuração do ambiente
       Environment Division.
           record key is fd-est-numero
           file status is ws-fs-arqEstacoes.

           select arqTransmissao assign to dynamic ws-nome-arqTransmissao
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           lock mode is automatic
           file status is ws-fs-arqControle.

      *>--Arquivo anual de historico (arqTempHistAAAA.txt), lido no
      *>  arquivo de correcao quando o mes ja saiu do arquivo vivo
           select arqHist assign to dynamic ws-nome-arqHist
           organization is indexed
           access mode is dynamic
           record key is hist-chave-temp
           file status is ws-fs-arqHist.

           select arqEstimativas assign to "arqEstimativas.txt"
           organization is indexed
           access mode is dynamic
           record key is fde-chave
           file status is ws-fs-arqEstimativas.

       I-O-Control.

      *>Declaração de variáveis
           COPY FDENVIO.

       fd arqLimites.
       01  lim-linha                                pic x(60).

       fd arqControle.
       01  ctl-linha                                pic x(130).

       fd arqHist.
           COPY FDHIST.

       fd arqEstimativas.
           COPY FDESTIM.

      *>--Variáveis de trabalho
       Working-storage section.

       77 ws-fs-arqEstacoes                        pic 9(02).
       77 ws-fs-arqTransmissao                     pic 9(02).
       77 ws-fs-arqSituacaoEnvio                   pic 9(02).
       77 ws-fs-arqHist                            pic 9(02).
       77 ws-nome-arqHist                          pic x(30).
      *>--Linhas do mes da estacao corrente achadas no arquivo vivo,
      *>  validas ou nao; zero no arquivo de correcao vai ao historico
       77 ws-qtd-linhas-vivo                       pic 9(02).
       77 ws-fim-arqHist                           pic x(01).

       77 ws-parametro                             pic x(30).
      *>--Palavras do parametro, em qualquer ordem: o periodo AAAAMM, a
      *>  opcao ESTIMADOS e o modo RETRANSMITE
       77 ws-par-palavra-1                         pic x(11).
       77 ws-par-palavra-2                         pic x(11).
       77 ws-par-palavra-3                         pic x(11).
       77 ws-par-palavra                           pic x(11).
       77 ws-parametro-periodo                     pic x(11).

      *>--'N' transmissao normal do mes; 'C' arquivo de correcao so com
      *>  as estacoes-mes pendentes de retransmissao ('P')
       77 ws-modo-geracao                          pic x(01) value 'N'.
       77 ws-nome-arqTransmissao                   pic x(30)
          value "transmissaoInstituto.txt".

      *>--Periodos com estacao-mes pendente, em ordem crescente; cada um
      *>  vira um grupo cabecalho/blocos/trailer no arquivo de correcao
       01 ws-tab-periodos.
           05 ws-per-item occurs 120               pic 9(06).
       77 ws-per-qtd                               pic 9(03) value 0.
       77 ws-per-ind                               pic 9(03).
       77 ws-per-pos                               pic 9(03).
       77 ws-per-lido                              pic 9(06).
       77 ws-fim-situacoes                         pic x(01).
      *>--Causa da pendencia, conservada no registro retransmitido
       77 ws-motivo-pendencia                      pic x(40).
       77 ws-qtd-periodos-env                      pic 9(05) value 0.
       77 ws-ano-consulta                          pic 9(04).
       77 ws-mes-consulta                          pic 9(02).

           05 ws-dia-env-item occurs 31.
              10 ws-dia-env-temp                   pic S9(02)V99.
              10 ws-dia-env-valido                 pic 9(01).
              10 ws-dia-env-origem                 pic x(01).
       77 ws-qtd-dias-estacao                      pic 9(02).

       77 ws-fim-estacoes                          pic x(01).
       77 ws-ind                                   pic 9(02).

      *>--Contagens do trailer (por grupo de periodo) e do resumo
       77 ws-qtd-estacoes-env                      pic 9(05) value 0.
       77 ws-qtd-detalhes-env                      pic 9(07) value 0.
       77 ws-qtd-estacoes-grupo                    pic 9(05) value 0.
       77 ws-qtd-detalhes-grupo                    pic 9(07) value 0.
       77 ws-valor-resumo                          pic zzzz9.

       77 ws-data-hora-sistema                     pic x(21).
           05 filler                               pic x(01) value '0'.
           05 trx-cab-periodo                      pic 9(06).
           05 trx-cab-geracao                      pic 9(08).
      *>--Tipo do arquivo: branco na transmissao normal, 'C' no arquivo
      *>  de correcao (retransmissao de estacoes-mes ja enviadas)
           05 trx-cab-tipo                         pic x(01) value space.
           05 filler                               pic x(64) value spaces.

      *>--Registro '1': identificacao da estacao, vinda do cadastro
       01 ws-reg-estacao.
           05 trx-det-dia                          pic 9(02).
           05 trx-det-sinal                        pic x(01).
           05 trx-det-temp                         pic 9(02)V99.
      *>--Origem da leitura (C carga, S sumarizacao, M correcao manual,
      *>  R restaurada, I anterior ao controle, E estimativa), para o
      *>  instituto saber se o valor e medido, corrigido ou estimado
           05 trx-det-origem                       pic x(01).
           05 filler                               pic x(68) value spaces.

      *>--Registro '9': trailer com as contagens para a critica de la
       01 ws-reg-trailer.

       77 ws-temp-abs                              pic 9(02)V99.

      *>--Dias enviados por origem da leitura, para o resumo da rodada
           COPY ORIGEMTB.

      *>--Estimativas dos dias sem leitura (so com a opcao ESTIMADOS)
           COPY ESTIMTB.

      *>--Registro de controle de processamento da rodada
           COPY CONTROLETB.

       Procedure Division.

           perform inicializa.
           if ws-modo-geracao = 'C' then
               perform processa-retransmissao
           else
               perform processamento
           end-if
           perform exibe-resumo.
           perform finaliza.

      *>-------------------------------------------------------------------
           perform marca-inicio-controle
           move "GeraTransmissao" to ctl-programa

      *>--Parametro "AAAAMM"; sem parametro, o mes corrente. "ESTIMADOS"
      *>  (junto do periodo ou sozinho) envia tambem os dias estimados,
      *>  com origem 'E' no registro '2'. "RETRANSMITE [AAAAMM]" gera o
      *>  arquivo de correcao com as estacoes-mes pendentes ('P') - de
      *>  todos os periodos, ou so do periodo informado
           accept ws-parametro from command-line
           move ws-parametro to ctl-parametros

           move spaces to ws-par-palavra-1
           move spaces to ws-par-palavra-2
           move spaces to ws-par-palavra-3
           move spaces to ws-parametro-periodo
           unstring ws-parametro delimited by all space
               into ws-par-palavra-1 ws-par-palavra-2 ws-par-palavra-3
           end-unstring

           move ws-par-palavra-1 to ws-par-palavra
           perform classifica-palavra-parametro
           move ws-par-palavra-2 to ws-par-palavra
           perform classifica-palavra-parametro
           move ws-par-palavra-3 to ws-par-palavra
           perform classifica-palavra-parametro

           if ws-parametro-periodo = spaces then
               move function current-date(1:4) to ws-ano-consulta
               move function current-date(5:2) to ws-mes-consulta
           else
               if ws-parametro-periodo(1:6) not numeric
               or ws-parametro-periodo(7:5) <> spaces then
                   display "Periodo invalido no parametro: " ws-parametro
                   display "Uso: [AAAAMM] [ESTIMADOS]  ou"
                           "  RETRANSMITE [AAAAMM] [ESTIMADOS]"
                   move 8 to return-code
                   stop run
               end-if
               move ws-parametro-periodo(1:4) to ws-ano-consulta
               move ws-parametro-periodo(5:2) to ws-mes-consulta
           end-if

           if ws-modo-geracao = 'C' then
               move "transmissaoCorrecao.txt" to ws-nome-arqTransmissao
               move 'C' to trx-cab-tipo
           end-if

           open input arqTemp.

           perform carrega-limites

           perform zera-contagem-origem

           perform abre-arquivo-estimativas

           perform formata-timestamp-envio

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Classifica uma palavra do parametro: modo, opcao ou periodo
      *>-------------------------------------------------------------------
       classifica-palavra-parametro section.

           evaluate ws-par-palavra
               when spaces
                   continue
               when "RETRANSMITE"
                   move 'C' to ws-modo-geracao
               when "ESTIMADOS"
                   move 'S' to ws-incluir-estimativas
               when other
                   move ws-par-palavra to ws-parametro-periodo
           end-evaluate

           .
       classifica-palavra-parametro-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Formata a data/hora corrente em ws-timestamp-envio, para o
      *> registro de situacao de envio
      *>-------------------------------------------------------------------
      *>-------------------------------------------------------------------
       processamento section.

           move 0 to ws-qtd-estacoes-grupo
           move 0 to ws-qtd-detalhes-grupo

           compute trx-cab-periodo =
               ws-ano-consulta * 100 + ws-mes-consulta
           move ws-data-hora-sistema(1:8) to trx-cab-geracao
               end-read
           end-perform

           move ws-qtd-estacoes-grupo to trx-trl-estacoes
           move ws-qtd-detalhes-grupo to trx-trl-detalhes
           move ws-reg-trailer to trx-linha
           write trx-linha

           .
       processamento-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Arquivo de correcao: levanta os periodos com estacao-mes pendente
      *> de retransmissao e grava um grupo cabecalho/blocos/trailer para
      *> cada um, no mesmo layout da transmissao normal
      *>-------------------------------------------------------------------
       processa-retransmissao section.

           move 0 to fd-env-estacao
           move 0 to fd-env-ano
           move 0 to fd-env-mes
           start arqSituacaoEnvio key is >= fd-env-chave
               invalid key
                   move 10 to ws-fs-arqSituacaoEnvio
           end-start

           move 'N' to ws-fim-situacoes
           if ws-fs-arqSituacaoEnvio = 10 then
               move 'S' to ws-fim-situacoes
           end-if

           perform until ws-fim-situacoes = 'S'
               read arqSituacaoEnvio next record
                   at end
                       move 'S' to ws-fim-situacoes
                   not at end
                       if fd-env-situacao = 'P' then
                           compute ws-per-lido =
                               fd-env-ano * 100 + fd-env-mes
                           if ws-parametro-periodo = spaces
                           or (fd-env-ano = ws-ano-consulta
                           and fd-env-mes = ws-mes-consulta) then
                               perform anota-periodo-pendente
                           end-if
                       end-if
               end-read
           end-perform

           if ws-per-qtd = 0 then
               display "Nenhuma estacao-mes pendente de retransmissao"
           end-if

           perform varying ws-per-ind from 1 by 1
                   until ws-per-ind > ws-per-qtd
               move ws-per-item(ws-per-ind)(1:4) to ws-ano-consulta
               move ws-per-item(ws-per-ind)(5:2) to ws-mes-consulta
               perform gera-grupo-retransmissao
           end-perform

           .
       processa-retransmissao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Inclui o periodo da estacao-mes pendente na tabela, mantendo a
      *> ordem crescente e sem repetir
      *>-------------------------------------------------------------------
       anota-periodo-pendente section.

           move 1 to ws-per-pos
           perform until ws-per-pos > ws-per-qtd
                      or ws-per-item(ws-per-pos) >= ws-per-lido
               add 1 to ws-per-pos
           end-perform

           if ws-per-pos <= ws-per-qtd
           and ws-per-item(ws-per-pos) = ws-per-lido then
               continue
           else
               if ws-per-qtd >= 120 then
                   display "Periodos pendentes alem de 120; rode de novo "
                           "apos este arquivo ser aceito"
               else
                   perform varying ws-per-ind from ws-per-qtd by -1
                           until ws-per-ind < ws-per-pos
                       move ws-per-item(ws-per-ind)
                           to ws-per-item(ws-per-ind + 1)
                   end-perform
                   move ws-per-lido to ws-per-item(ws-per-pos)
                   add 1 to ws-per-qtd
               end-if
           end-if

           .
       anota-periodo-pendente-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava o grupo de um periodo do arquivo de correcao: cabecalho,
      *> o bloco de cada estacao do cadastro pendente no periodo (mesmo
      *> inativa hoje - o mes enviado era dela) e o trailer do grupo
      *>-------------------------------------------------------------------
       gera-grupo-retransmissao section.

           move 0 to ws-qtd-estacoes-grupo
           move 0 to ws-qtd-detalhes-grupo
           add 1 to ws-qtd-periodos-env

           compute trx-cab-periodo =
               ws-ano-consulta * 100 + ws-mes-consulta
           move ws-data-hora-sistema(1:8) to trx-cab-geracao
           move ws-reg-cabecalho to trx-linha
           write trx-linha

           move 0 to fd-est-numero
           start arqEstacoes key is >= fd-est-numero
               invalid key
                   move 10 to ws-fs-arqEstacoes
           end-start

           move 'N' to ws-fim-estacoes
           if ws-fs-arqEstacoes = 10 then
               move 'S' to ws-fim-estacoes
           end-if

           perform until ws-fim-estacoes = 'S'
               read arqEstacoes next record
                   at end
                       move 'S' to ws-fim-estacoes
                   not at end
                       move fd-est-numero   to fd-env-estacao
                       move ws-ano-consulta to fd-env-ano
                       move ws-mes-consulta to fd-env-mes
                       read arqSituacaoEnvio
                           invalid key
                               continue
                           not invalid key
                               if fd-env-situacao = 'P' then
                                   move fd-env-motivo to ws-motivo-pendencia
                                   perform gera-bloco-estacao
                               end-if
                       end-read
               end-read
           end-perform

      *>--Rearma o status da varredura do cadastro para o proximo grupo
           move 0 to ws-fs-arqEstacoes

           move ws-qtd-estacoes-grupo to trx-trl-estacoes
           move ws-qtd-detalhes-grupo to trx-trl-detalhes
           move ws-reg-trailer to trx-linha
           write trx-linha

           .
       gera-grupo-retransmissao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Exibe o resumo da rodada: estacoes e dias enviados, por origem
      *>-------------------------------------------------------------------
       exibe-resumo section.

           if ws-modo-geracao = 'C' then
               move ws-qtd-periodos-env to ws-valor-resumo
               display "Periodos no arquivo de correcao: " ws-valor-resumo
           end-if

           move ws-qtd-estacoes-env to ws-valor-resumo
           display "Estacoes na transmissao: " ws-valor-resumo
           move ws-qtd-detalhes-env to ws-valor-resumo
           display "Dias de leitura enviados: " ws-valor-resumo
           move ws-org-qtd-carga to ws-valor-resumo
           display "  de carga diaria.......: " ws-valor-resumo
           move ws-org-qtd-sumarizada to ws-valor-resumo
           display "  de sumarizacao horaria: " ws-valor-resumo
           move ws-org-qtd-corrigida to ws-valor-resumo
           display "  de correcao manual....: " ws-valor-resumo
           move ws-org-qtd-restaurada to ws-valor-resumo
           display "  restaurados...........: " ws-valor-resumo
           move ws-org-qtd-anterior to ws-valor-resumo
           display "  anteriores ao controle: " ws-valor-resumo
           if ws-incluir-estimativas = 'S' then
               move ws-org-qtd-estimada to ws-valor-resumo
               display "  estimados.............: " ws-valor-resumo
           end-if

           .
       exibe-resumo-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Monta o bloco da estacao corrente do cadastro: carrega os dias
       gera-bloco-estacao section.

           move 0 to ws-qtd-dias-estacao
           move 0 to ws-qtd-linhas-vivo
           perform varying ws-ind from 1 by 1 until ws-ind > 31
               move 0 to ws-dia-env-temp(ws-ind)
               move 0 to ws-dia-env-valido(ws-ind)
               move spaces to ws-dia-env-origem(ws-ind)
           end-perform

      *>--Poe em vigor os limites de plausibilidade da estacao corrente;
                       and fd-ano = ws-ano-consulta
                       and fd-mes = ws-mes-consulta then
                           add 1 to ctl-lidos
                           add 1 to ws-qtd-linhas-vivo
                           if fd-temp < ws-temp-min-valida
                           or fd-temp > ws-temp-max-valida then
                               add 1 to ctl-descartados
                               move fd-temp
                                   to ws-dia-env-temp(fd-dia)
                               move 1 to ws-dia-env-valido(fd-dia)
                               move fd-origem
                                   to ws-dia-env-origem(fd-dia)
                           end-if
                       else
                           move 10 to ws-fs-arqTemp
      *>  proxima estacao da varredura nao pular o proprio START
           move 0 to ws-fs-arqTemp

      *>--Mes pendente que ja foi arquivado sai do historico do ano
           if ws-modo-geracao = 'C'
           and ws-qtd-linhas-vivo = 0 then
               perform carrega-dias-historico
           end-if

      *>--Com a opcao ESTIMADOS, dia sem leitura com estimativa tambem vai
           if ws-incluir-estimativas = 'S' then
               move fd-est-numero   to ws-estim-estacao-busca
               move ws-ano-consulta to ws-estim-ano-busca
               move ws-mes-consulta to ws-estim-mes-busca
               perform carrega-estimativas-mes
               perform varying ws-ind from 1 by 1 until ws-ind > 31
                   if ws-estim-tem(ws-ind) = 'S'
                   and ws-dia-env-valido(ws-ind) = 0 then
                       add 1 to ws-qtd-dias-estacao
                       move ws-estim-temp(ws-ind) to ws-dia-env-temp(ws-ind)
                       move 1   to ws-dia-env-valido(ws-ind)
                       move 'E' to ws-dia-env-origem(ws-ind)
                   end-if
               end-perform
           end-if

      *>--Na correcao o bloco vai mesmo sem dia valido: o instituto
      *>--precisa saber que o mes enviado antes deixou de ter dados
           if ws-qtd-dias-estacao > 0
           or ws-modo-geracao = 'C' then
               perform grava-bloco-estacao
               perform registra-situacao-envio
           end-if
       gera-bloco-estacao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Carrega os dias validos do mes da estacao corrente do arquivo
      *> anual de historico do ano; sem o arquivo (status 35) o mes nao
      *> tem mesmo dados e o bloco de correcao vai vazio
      *>-------------------------------------------------------------------
       carrega-dias-historico section.

           move spaces to ws-nome-arqHist
           string "arqTempHist" ws-ano-consulta ".txt"
               delimited by size into ws-nome-arqHist
           end-string

           open input arqHist
           if ws-fs-arqHist = 35 then
               continue
           else
               if ws-fs-arqHist <> 0 then
                   move 10 to ws-msn-erro-offset
                   move ws-fs-arqHist to ws-msn-erro-cod
                   move ws-fs-arqHist to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if

               move fd-est-numero   to hist-estacao
               move ws-ano-consulta to hist-ano
               move ws-mes-consulta to hist-mes
               move 1               to hist-dia

               move 'N' to ws-fim-arqHist
               start arqHist key is >= hist-chave-temp
                   invalid key
                       move 'S' to ws-fim-arqHist
               end-start

               perform until ws-fim-arqHist = 'S'
                   read arqHist next record
                       at end
                           move 'S' to ws-fim-arqHist
                       not at end
                           if hist-estacao = fd-est-numero
                           and hist-ano = ws-ano-consulta
                           and hist-mes = ws-mes-consulta then
                               add 1 to ctl-lidos
                               if hist-temp < ws-temp-min-valida
                               or hist-temp > ws-temp-max-valida then
                                   add 1 to ctl-descartados
                               else
                                   add 1 to ws-qtd-dias-estacao
                                   add 1 to ctl-validos
                                   move hist-temp
                                       to ws-dia-env-temp(hist-dia)
                                   move 1 to ws-dia-env-valido(hist-dia)
                                   move hist-origem
                                       to ws-dia-env-origem(hist-dia)
                               end-if
                           else
                               move 'S' to ws-fim-arqHist
                           end-if
                   end-read
               end-perform

               close arqHist
           end-if

           .
       carrega-dias-historico-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava o registro '1' da estacao corrente e um registro '2' por
      *> dia valido carregado
      *>-------------------------------------------------------------------
           write trx-linha

           add 1 to ws-qtd-estacoes-env
           add 1 to ws-qtd-estacoes-grupo

           perform varying ws-ind from 1 by 1 until ws-ind > 31
               if ws-dia-env-valido(ws-ind) = 1 then
                       move ws-dia-env-temp(ws-ind) to ws-temp-abs
                   end-if
                   move ws-temp-abs to trx-det-temp
                   move ws-dia-env-origem(ws-ind) to trx-det-origem

                   move ws-dia-env-origem(ws-ind) to ws-origem-busca
                   perform conta-origem-leitura

                   move ws-reg-detalhe to trx-linha
                   write trx-linha

                   add 1 to ws-qtd-detalhes-env
                   add 1 to ws-qtd-detalhes-grupo
                   add 1 to ctl-gravados
               end-if
           end-perform
      *>-------------------------------------------------------------------
      *> Grava (ou regrava, na regeracao do mesmo mes) a situacao 'G' da
      *> estacao-mes em arqSituacaoEnvio, que o retorno do instituto
      *> depois atualiza para aceito ou rejeitado; no arquivo de correcao
      *> grava 'T' (retransmitido) guardando a causa da pendencia
      *>-------------------------------------------------------------------
       registra-situacao-envio section.

           move fd-est-numero        to fd-env-estacao
           move ws-ano-consulta      to fd-env-ano
           move ws-mes-consulta      to fd-env-mes
           if ws-modo-geracao = 'C' then
               move 'T'                 to fd-env-situacao
               move ws-motivo-pendencia to fd-env-motivo
           else
               move 'G'                 to fd-env-situacao
               move spaces              to fd-env-motivo
           end-if
           move ws-timestamp-envio   to fd-env-timestamp

           write fd-rela-envio

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
