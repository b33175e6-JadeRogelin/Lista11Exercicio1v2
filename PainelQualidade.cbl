      $set sourceformat "free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "PainelQualidade".
       Author. "Jade Rogelin".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>--Historico de alteracoes
      *> 15/10/2026 - Cria o painel mensal de qualidade de dados por
      *>              estacao: para um mes (parametro "AAAAMM [N]") junta,
      *>              para cada estacao ativa do cadastro, a completude
      *>              (dias validos sobre os dias do mes, com os limites
      *>              de arqLimites), os dias descartados (arqTemp fora da
      *>              faixa e pendencias de arqExcecoes.txt), os dias
      *>              suspeitos (arqSuspeitas.txt da ConsisteMunicipio e
      *>              arqSuspeitasHoras.txt da ConsisteHoras), as
      *>              correcoes manuais do mes (arqCorrecoes.txt) e a
      *>              situacao de envio ao instituto
      *>              (arqSituacaoEnvio.txt), numa nota de 0 a 100 com
      *>              conceito A/B/C/D. O relatorio painelQualidade.txt
      *>              traz as cargas do mes que falharam ou rejeitaram
      *>              linhas (arqControle.txt), uma linha por estacao com
      *>              a nota do mes anterior e a variacao, os indicadores
      *>              da rede e as N estacoes de pior nota (padrao 10)
      *>              com o principal problema de cada uma. As notas ficam
      *>              em arqPainelQualidade.txt para a comparacao do mes
      *>              seguinte. Grava registro de controle em
      *>              arqControle.txt e devolve 8 quando nao ha estacao
      *>              ativa, 4 quando alguma ficou com conceito D e 12 em
      *>              erro de arquivo.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration section.
           special-names. decimal-point is comma.

      *>--Declaração de recursos externos (faz parte da de cima ainda)
       Input-output section.
       File-control.

           select arqTemp assign to "arqTemp.txt"  *> adiciona nome ao arquivo
           organization is indexed                 *> multiplos meses no mesmo arquivo
           access mode is dynamic
           record key is fd-chave-temp
           file status is ws-fs-arqTemp.

           select arqEstacoes assign to "arqEstacoes.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-est-numero
           file status is ws-fs-arqEstacoes.

           select arqSituacaoEnvio assign to "arqSituacaoEnvio.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-env-chave
           file status is ws-fs-arqSituacaoEnvio.

           select arqPainel assign to "arqPainelQualidade.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-pnl-chave
           file status is ws-fs-arqPainel.

           select arqExcecoes assign to "arqExcecoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqExcecoes.

           select arqSuspeitas assign to "arqSuspeitas.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqSuspeitas.

           select arqSuspeitasHoras assign to "arqSuspeitasHoras.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqSuspeitasHoras.

           select arqCorrecoes assign to "arqCorrecoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCorrecoes.

           select arqLimites assign to "arqLimites.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLimites.

           select relaPainel assign to "painelQualidade.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relaPainel.

           select arqControle assign to "arqControle.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqControle.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>--Variáveis de arquivos
       File section.
       fd arqTemp.
           COPY FDTEMP.

       fd arqEstacoes.
           COPY FDEST.

       fd arqSituacaoEnvio.
           COPY FDENVIO.

       fd arqPainel.
           COPY FDPAINEL.

       fd arqExcecoes.
       01  exc-linha                                pic x(80).

       fd arqSuspeitas.
       01  sus-linha                                pic x(80).

       fd arqSuspeitasHoras.
       01  suh-linha                                pic x(80).

       fd arqCorrecoes.
       01  cor-linha                                pic x(80).

       fd arqLimites.
       01  lim-linha                                pic x(60).

       fd relaPainel.
       01  pnl-linha                                pic x(80).

       fd arqControle.
       01  ctl-linha                                pic x(130).

      *>--Variáveis de trabalho
       Working-storage section.

       77 ws-fs-arqTemp                            pic 9(02).
       77 ws-fs-arqEstacoes                        pic 9(02).
       77 ws-fs-arqSituacaoEnvio                   pic 9(02).
       77 ws-fs-arqPainel                          pic 9(02).
       77 ws-fs-arqExcecoes                        pic 9(02).
       77 ws-fs-arqSuspeitas                       pic 9(02).
       77 ws-fs-arqSuspeitasHoras                  pic 9(02).
       77 ws-fs-arqCorrecoes                       pic 9(02).
       77 ws-fs-relaPainel                         pic 9(02).

       77 ws-parametro                             pic x(40).
       77 ws-par-periodo                           pic x(06).
       77 ws-par-qtd-piores                        pic x(03).

       77 ws-ano-consulta                          pic 9(04).
       77 ws-mes-consulta                          pic 9(02).
       77 ws-ano-anterior                          pic 9(04).
       77 ws-mes-anterior                          pic 9(02).
       77 ws-fim-mes                               pic 9(02).
      *>--Quantas estacoes de pior nota o ranking lista (padrao 10)
       77 ws-qtd-piores                            pic 9(03) value 10.

      *>--'S' quando arqSituacaoEnvio existe para a consulta da situacao
       77 ws-envio-disponivel                      pic x(01) value 'N'.

      *>--Fim de mes de calendario (calculo compartilhado)
           COPY CALENDTB.

      *>--Faixa plausivel de leitura de sensor por estacao
           COPY LIMITESTB.

      *>--Linhas de arqExcecoes/arqSuspeitas e de arqCorrecoes
           COPY EXCLINHA.
           COPY CORLINHA.

      *>--Indicadores de cada estacao, pelo numero dela. Situacao do dia:
      *>  0 sem registro, 1 presente e valido, 2 descartado; suspeito 1
      *>  quando alguma consistencia apontou o dia.
       01 ws-tab-painel.
           05 ws-pq-item occurs 999.
              10 ws-pq-ativa                       pic x(01).
              10 ws-pq-nome                        pic x(30).
              10 ws-pq-dia occurs 31.
                 15 ws-pq-situacao-dia             pic 9(01).
                 15 ws-pq-suspeito-dia             pic 9(01).
              10 ws-pq-validos                     pic 9(02).
              10 ws-pq-descartados                 pic 9(02).
              10 ws-pq-suspeitos                   pic 9(02).
              10 ws-pq-correcoes                   pic 9(03).
              10 ws-pq-envio                       pic x(01).
              10 ws-pq-completude                  pic 9(03)V9.
              10 ws-pq-nota                        pic 9(03).
              10 ws-pq-conceito                    pic x(01).
              10 ws-pq-tem-anterior                pic x(01).
              10 ws-pq-nota-ant                    pic 9(03).
              10 ws-pq-conceito-ant                pic x(01).
              10 ws-pq-ranqueada                   pic x(01).

       77 ws-est                                   pic 9(03).
       77 ws-dia                                   pic 9(02).
       77 ws-fim-arquivo                           pic x(01).

      *>--Calculo da nota: parte da completude e desconta 2 pontos por
      *>  dia descartado, 2 por dia suspeito, 1 por correcao manual e 10
      *>  pela estacao-mes rejeitada pelo instituto
       77 ws-nota-calculo                          pic S9(04)V9.
       77 ws-penal-completude                      pic 9(03)V9.
       77 ws-penal-descartes                       pic 9(03).
       77 ws-penal-suspeitas                       pic 9(03).
       77 ws-penal-correcoes                       pic 9(03).
       77 ws-penal-envio                           pic 9(03).
       77 ws-penal-maior                           pic 9(03)V9.

      *>--Indicadores da rede
       77 ws-qtd-estacoes                          pic 9(03) value 0.
       77 ws-qtd-com-anterior                      pic 9(03) value 0.
       77 ws-soma-notas                            pic 9(06) value 0.
       77 ws-soma-notas-ant                        pic 9(06) value 0.
       77 ws-media-rede                            pic 9(03)V9.
       77 ws-media-rede-ant                        pic 9(03)V9.
       77 ws-qtd-conceito-a                        pic 9(03) value 0.
       77 ws-qtd-conceito-b                        pic 9(03) value 0.
       77 ws-qtd-conceito-c                        pic 9(03) value 0.
       77 ws-qtd-conceito-d                        pic 9(03) value 0.
       77 ws-qtd-pioraram                          pic 9(03) value 0.

      *>--Cargas do mes em arqControle
       77 ws-qtd-cargas                            pic 9(04) value 0.
       77 ws-qtd-cargas-vazias                     pic 9(04) value 0.
       77 ws-qtd-cargas-rejeicao                   pic 9(04) value 0.

      *>--Linha de arqControle lida, no layout de CONTROLETB
       01 ws-controle-lido.
           05 cli-programa                         pic x(20).
           05 filler                               pic x(36).
           05 cli-inicio-ano                       pic x(04).
           05 filler                               pic x(01).
           05 cli-inicio-mes                       pic x(02).
           05 filler                               pic x(45).
           05 cli-validos                          pic 9(05).
           05 filler                               pic x(03).
           05 cli-descartados                      pic 9(05).
           05 filler                               pic x(08).

      *>--Ranking das piores notas
       77 ws-pos-ranking                           pic 9(03).
       77 ws-est-pior                              pic 9(03).
       77 ws-nota-pior                             pic 9(03).
       77 ws-completude-pior                       pic 9(03)V9.

       77 ws-variacao                              pic S9(03).
       77 ws-variacao-edit                         pic +++9.
       77 ws-valor-resumo                          pic zzz9.

      *>--Registro de controle de processamento da rodada
           COPY CONTROLETB.

      *>--Tabela de consulta com o significado de cada file status COBOL
           COPY STATUSTB.

       01 ws-msn-erro.
           05 ws-msn-erro-offset                   pic  x(04).
           05 filler                               pic  x(01) value '-'.
           05 ws-msn-erro-cod                      pic  x(02).
           05 filler                               pic  x(02) value '-'.
           05 ws-msn-erro-text                     pic  x(42).

       01 ws-linha-cabecalho.
           05 filler                               pic x(42)
              value "Painel de Qualidade de Dados das Estacoes".
           05 filler                               pic x(12)
              value "  Periodo: ".
           05 cab-mes                              pic z9.
           05 filler                               pic x(01) value '/'.
           05 cab-ano                              pic 9(04).
           05 filler                               pic x(19) value spaces.

       01 ws-linha-cargas.
           05 filler                               pic x(16)
              value "Cargas do mes: ".
           05 crg-qtd                              pic zzz9.
           05 filler                               pic x(10)
              value " rodadas, ".
           05 crg-vazias                           pic zzz9.
           05 filler                               pic x(19)
              value " sem leitura valida".
           05 filler                               pic x(02) value ", ".
           05 crg-rejeicao                         pic zzz9.
           05 filler                               pic x(15)
              value " com rejeicao".
           05 filler                               pic x(06) value spaces.

       01 ws-linha-titulos.
           05 filler                               pic x(72) value
              "Est Nome             Compl% Desc Susp Corr  Envio     Nota C  Ant C  Var".
           05 filler                               pic x(08) value spaces.

       01 ws-linha-detalhe.
           05 det-estacao                          pic 9(03).
           05 filler                               pic x(01) value space.
           05 det-nome                             pic x(17).
           05 filler                               pic x(01) value space.
           05 det-completude                       pic zz9,9.
           05 filler                               pic x(03) value spaces.
           05 det-descartados                      pic z9.
           05 filler                               pic x(03) value spaces.
           05 det-suspeitos                        pic z9.
           05 filler                               pic x(02) value spaces.
           05 det-correcoes                        pic zz9.
           05 filler                               pic x(02) value spaces.
           05 det-envio                            pic x(10).
           05 filler                               pic x(01) value space.
           05 det-nota                             pic zz9.
           05 filler                               pic x(01) value space.
           05 det-conceito                         pic x(01).
           05 filler                               pic x(02) value spaces.
           05 det-nota-ant                         pic x(03).
           05 filler                               pic x(01) value space.
           05 det-conceito-ant                     pic x(01).
           05 filler                               pic x(01) value space.
           05 det-variacao                         pic x(04).
           05 filler                               pic x(08) value spaces.

       01 ws-linha-totais.
           05 tot-rotulo                           pic x(34).
           05 tot-valor                            pic x(46).

       01 ws-linha-ranking.
           05 rnk-posicao                          pic zz9.
           05 filler                               pic x(02) value ". ".
           05 rnk-estacao                          pic 9(03).
           05 filler                               pic x(01) value space.
           05 rnk-nome                             pic x(17).
           05 filler                               pic x(07) value " Nota: ".
           05 rnk-nota                             pic zz9.
           05 filler                               pic x(01) value space.
           05 rnk-conceito                         pic x(01).
           05 filler                               pic x(01) value space.
           05 rnk-variacao                         pic x(04).
           05 filler                               pic x(03) value " - ".
           05 rnk-problema                         pic x(34).

       77 ws-nota-edit                             pic zz9.
       77 ws-media-edit                            pic zz9,9.
       77 ws-completude-edit                       pic zz9,9.
       77 ws-qtd-edit                              pic z9.

      *>--Variáveis para comunicação entre programas
       Linkage section.

      *>Declaração do corpo programa
       Procedure Division.

           perform inicializa.
           perform carrega-estacoes-ativas.
           perform apura-leituras.
           perform apura-excecoes.
           perform apura-suspeitas.
           perform apura-correcoes.
           perform apura-envio.
           perform apura-cargas.
           perform calcula-notas.
           perform emite-painel.
           perform emite-ranking.
           perform finaliza.

      *>-------------------------------------------------------------------
       inicializa section.

           perform marca-inicio-controle
           move "PainelQualidade" to ctl-programa

      *>--Parametro "AAAAMM [N]": mes do painel e quantas estacoes de pior
      *>  nota o ranking lista (padrao 10)
           accept ws-parametro from command-line
           move ws-parametro to ctl-parametros

           move spaces to ws-par-periodo
           move spaces to ws-par-qtd-piores
           unstring ws-parametro delimited by all space
               into ws-par-periodo ws-par-qtd-piores
           end-unstring

           if ws-par-periodo not numeric then
               display "Uso: AAAAMM [N] (N estacoes no ranking, padrao 10)"
               move 8 to return-code
               stop run
           end-if

           if ws-par-qtd-piores <> spaces then
               if function test-numval(ws-par-qtd-piores) <> 0 then
                   display "Quantidade invalida no parametro: "
                           ws-par-qtd-piores
                   move 8 to return-code
                   stop run
               end-if
               compute ws-qtd-piores = function numval(ws-par-qtd-piores)
           end-if

           move ws-par-periodo(1:4) to ws-ano-consulta
           move ws-par-periodo(5:2) to ws-mes-consulta

      *>--Fim de calendario do mes, pelo calculo compartilhado; mes
      *>  invalido devolve zero
           move ws-ano-consulta to ws-cal-ano
           move ws-mes-consulta to ws-cal-mes
           perform calcula-fim-mes
           move ws-cal-fim-mes to ws-fim-mes

           if ws-fim-mes = 0 then
               display "Mes invalido no parametro: " ws-mes-consulta
               move 8 to return-code
               stop run
           end-if

           if ws-mes-consulta = 1 then
               compute ws-ano-anterior = ws-ano-consulta - 1
               move 12 to ws-mes-anterior
           else
               move ws-ano-consulta to ws-ano-anterior
               compute ws-mes-anterior = ws-mes-consulta - 1
           end-if

           open input arqTemp.
           if ws-fs-arqTemp <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqTemp to ws-msn-erro-cod
               move ws-fs-arqTemp to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           open input arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqEstacoes to ws-msn-erro-cod
               move ws-fs-arqEstacoes to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

      *>--Situacao de envio e opcional: sem o arquivo nada foi gerado
           open input arqSituacaoEnvio.
           if ws-fs-arqSituacaoEnvio = 35 then
               continue
           else
               if ws-fs-arqSituacaoEnvio <> 0 then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqSituacaoEnvio to ws-msn-erro-cod
                   move ws-fs-arqSituacaoEnvio to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               else
                   move 'S' to ws-envio-disponivel
               end-if
           end-if

      *>--arqPainelQualidade abre em I-O; se ainda nao existe (status 35),
      *>  e criado vazio com open output e reaberto em I-O
           open i-o arqPainel.
           if ws-fs-arqPainel = 35 then
               open output arqPainel
               if ws-fs-arqPainel = 0 then
                   close arqPainel
                   open i-o arqPainel
               end-if
           end-if
           if ws-fs-arqPainel <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqPainel to ws-msn-erro-cod
               move ws-fs-arqPainel to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           open output relaPainel.
           if ws-fs-relaPainel <> 0 then
               move 5 to ws-msn-erro-offset
               move ws-fs-relaPainel to ws-msn-erro-cod
               move ws-fs-relaPainel to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           perform carrega-limites

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Marca na tabela as estacoes ativas do cadastro, com o nome
      *>-------------------------------------------------------------------
       carrega-estacoes-ativas section.

           perform varying ws-est from 1 by 1 until ws-est > 999
               move 'N' to ws-pq-ativa(ws-est)
           end-perform

           move 0 to fd-est-numero
           start arqEstacoes key is >= fd-est-numero
               invalid key
                   move 10 to ws-fs-arqEstacoes
           end-start

           move 'N' to ws-fim-arquivo
           if ws-fs-arqEstacoes = 10 then
               move 'S' to ws-fim-arquivo
           end-if

           perform until ws-fim-arquivo = 'S'
               read arqEstacoes next record
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       if fd-est-situacao = 'A'
                       and fd-est-numero > 0 then
                           move fd-est-numero to ws-est
                           perform inicia-estacao-painel
                       end-if
               end-read
           end-perform

           if ws-qtd-estacoes = 0 then
               display "Nao ha estacao ativa no cadastro para o painel"
           end-if

           .
       carrega-estacoes-ativas-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Zera os indicadores da estacao ws-est e a marca como ativa
      *>-------------------------------------------------------------------
       inicia-estacao-painel section.

           move 'S'         to ws-pq-ativa(ws-est)
           move fd-est-nome to ws-pq-nome(ws-est)

           perform varying ws-dia from 1 by 1 until ws-dia > 31
               move 0 to ws-pq-situacao-dia(ws-est ws-dia)
               move 0 to ws-pq-suspeito-dia(ws-est ws-dia)
           end-perform

           move 0      to ws-pq-validos(ws-est)
           move 0      to ws-pq-descartados(ws-est)
           move 0      to ws-pq-suspeitos(ws-est)
           move 0      to ws-pq-correcoes(ws-est)
           move space  to ws-pq-envio(ws-est)
           move 'N'    to ws-pq-tem-anterior(ws-est)
           move 'N'    to ws-pq-ranqueada(ws-est)

           add 1 to ws-qtd-estacoes

           .
       inicia-estacao-painel-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Classifica os dias do mes de cada estacao ativa em arqTemp, com
      *> os limites da estacao, como a ReconciliaMes
      *>-------------------------------------------------------------------
       apura-leituras section.

           perform varying ws-est from 1 by 1 until ws-est > 999
               if ws-pq-ativa(ws-est) = 'S' then
                   perform apura-leituras-estacao
               end-if
           end-perform

           .
       apura-leituras-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Classifica os dias do mes da estacao ws-est
      *>-------------------------------------------------------------------
       apura-leituras-estacao section.

      *>--Poe em vigor os limites de plausibilidade da estacao corrente
           move ws-est to ws-estacao-limite
           perform obtem-limites-estacao

           move ws-est          to fd-estacao
           move ws-ano-consulta to fd-ano
           move ws-mes-consulta to fd-mes
           move 1               to fd-dia

           start arqTemp key is >= fd-chave-temp
               invalid key
                   move 10 to ws-fs-arqTemp
           end-start

           perform until ws-fs-arqTemp = 10
               read arqTemp next record
                   at end
                       move 10 to ws-fs-arqTemp
                   not at end
                       if fd-estacao = ws-est
                       and fd-ano = ws-ano-consulta
                       and fd-mes = ws-mes-consulta then
                           add 1 to ctl-lidos
                           if fd-temp < ws-temp-min-valida
                           or fd-temp > ws-temp-max-valida then
                               move 2 to ws-pq-situacao-dia(ws-est fd-dia)
                           else
                               move 1 to ws-pq-situacao-dia(ws-est fd-dia)
                           end-if
                       else
                           move 10 to ws-fs-arqTemp
                       end-if
               end-read
           end-perform

      *>--START ja consumiu o fim de arquivo; rearma o status para a
      *>  proxima estacao nao pular o proprio START
           move 0 to ws-fs-arqTemp

           .
       apura-leituras-estacao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Excecoes pendentes de acerto em arqExcecoes contam como dia
      *> descartado (o dia corrigido sai do arquivo e volta a valer)
      *>-------------------------------------------------------------------
       apura-excecoes section.

           open input arqExcecoes
           if ws-fs-arqExcecoes = 35 then
               continue
           else
               if ws-fs-arqExcecoes <> 0 then
                   move 6 to ws-msn-erro-offset
                   move ws-fs-arqExcecoes to ws-msn-erro-cod
                   move ws-fs-arqExcecoes to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if

               move 'N' to ws-fim-arquivo
               perform until ws-fim-arquivo = 'S'
                   read arqExcecoes
                       at end
                           move 'S' to ws-fim-arquivo
                       not at end
                           move exc-linha to ws-linha-excecao
                           if exc-estacao numeric
                           and exc-ano numeric
                           and exc-mes numeric
                           and exc-dia numeric then
                               perform anota-excecao
                           end-if
                   end-read
               end-perform

               close arqExcecoes
           end-if

           .
       apura-excecoes-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Marca como descartado o dia da linha de excecao corrente, se for
      *> do mes e de estacao ativa e o dia nao tiver leitura valida
      *>-------------------------------------------------------------------
       anota-excecao section.

           if exc-ano = ws-ano-consulta
           and exc-mes = ws-mes-consulta
           and exc-estacao > 0
           and exc-dia >= 1 and exc-dia <= ws-fim-mes then
               move exc-estacao to ws-est
               if ws-pq-ativa(ws-est) = 'S'
               and ws-pq-situacao-dia(ws-est exc-dia) <> 1 then
                   move 2 to ws-pq-situacao-dia(ws-est exc-dia)
               end-if
           end-if

           .
       anota-excecao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Dias apontados pelas consistencias por municipio e horaria ainda
      *> pendentes de acerto; o mesmo dia nos dois arquivos conta uma vez
      *>-------------------------------------------------------------------
       apura-suspeitas section.

           open input arqSuspeitas
           if ws-fs-arqSuspeitas = 35 then
               continue
           else
               if ws-fs-arqSuspeitas <> 0 then
                   move 7 to ws-msn-erro-offset
                   move ws-fs-arqSuspeitas to ws-msn-erro-cod
                   move ws-fs-arqSuspeitas to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if

               move 'N' to ws-fim-arquivo
               perform until ws-fim-arquivo = 'S'
                   read arqSuspeitas
                       at end
                           move 'S' to ws-fim-arquivo
                       not at end
                           move sus-linha to ws-linha-excecao
                           perform anota-suspeita
                   end-read
               end-perform

               close arqSuspeitas
           end-if

           open input arqSuspeitasHoras
           if ws-fs-arqSuspeitasHoras = 35 then
               continue
           else
               if ws-fs-arqSuspeitasHoras <> 0 then
                   move 8 to ws-msn-erro-offset
                   move ws-fs-arqSuspeitasHoras to ws-msn-erro-cod
                   move ws-fs-arqSuspeitasHoras to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if

               move 'N' to ws-fim-arquivo
               perform until ws-fim-arquivo = 'S'
                   read arqSuspeitasHoras
                       at end
                           move 'S' to ws-fim-arquivo
                       not at end
                           move suh-linha to ws-linha-excecao
                           perform anota-suspeita
                   end-read
               end-perform

               close arqSuspeitasHoras
           end-if

           .
       apura-suspeitas-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Marca como suspeito o dia da linha corrente (layout EXCLINHA), se
      *> for do mes e de estacao ativa
      *>-------------------------------------------------------------------
       anota-suspeita section.

           if exc-estacao numeric
           and exc-ano numeric
           and exc-mes numeric
           and exc-dia numeric then
               if exc-ano = ws-ano-consulta
               and exc-mes = ws-mes-consulta
               and exc-estacao > 0
               and exc-dia >= 1 and exc-dia <= ws-fim-mes then
                   move exc-estacao to ws-est
                   if ws-pq-ativa(ws-est) = 'S' then
                       move 1 to ws-pq-suspeito-dia(ws-est exc-dia)
                   end-if
               end-if
           end-if

           .
       anota-suspeita-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Conta as correcoes manuais de arqCorrecoes feitas em leituras do
      *> mes, por estacao
      *>-------------------------------------------------------------------
       apura-correcoes section.

           open input arqCorrecoes
           if ws-fs-arqCorrecoes = 35 then
               continue
           else
               if ws-fs-arqCorrecoes <> 0 then
                   move 9 to ws-msn-erro-offset
                   move ws-fs-arqCorrecoes to ws-msn-erro-cod
                   move ws-fs-arqCorrecoes to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if

               move 'N' to ws-fim-arquivo
               perform until ws-fim-arquivo = 'S'
                   read arqCorrecoes
                       at end
                           move 'S' to ws-fim-arquivo
                       not at end
                           move cor-linha to ws-linha-correcao
                           if cor-estacao numeric
                           and cor-ano numeric
                           and cor-mes numeric then
                               if cor-ano = ws-ano-consulta
                               and cor-mes = ws-mes-consulta
                               and cor-estacao > 0 then
                                   move cor-estacao to ws-est
                                   if ws-pq-ativa(ws-est) = 'S'
                                   and ws-pq-correcoes(ws-est) < 999 then
                                       add 1 to ws-pq-correcoes(ws-est)
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform

               close arqCorrecoes
           end-if

           .
       apura-correcoes-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Situacao de envio ao instituto de cada estacao ativa no mes
      *>-------------------------------------------------------------------
       apura-envio section.

           if ws-envio-disponivel = 'S' then
               perform varying ws-est from 1 by 1 until ws-est > 999
                   if ws-pq-ativa(ws-est) = 'S' then
                       move ws-est          to fd-env-estacao
                       move ws-ano-consulta to fd-env-ano
                       move ws-mes-consulta to fd-env-mes
                       read arqSituacaoEnvio
                           invalid key
                               move space to ws-pq-envio(ws-est)
                           not invalid key
                               move fd-env-situacao to ws-pq-envio(ws-est)
                       end-read
                   end-if
               end-perform
           end-if

           .
       apura-envio-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Conta as rodadas de carga (CargaTemp, CargaHoras, CargaChuva)
      *> iniciadas no mes em arqControle: as que nao gravaram nenhuma
      *> leitura valida e as que rejeitaram linhas
      *>-------------------------------------------------------------------
       apura-cargas section.

           open input arqControle
           if ws-fs-arqControle = 35 then
               continue
           else
               if ws-fs-arqControle <> 0 then
                   move 10 to ws-msn-erro-offset
                   move ws-fs-arqControle to ws-msn-erro-cod
                   move ws-fs-arqControle to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if

               move 'N' to ws-fim-arquivo
               perform until ws-fim-arquivo = 'S'
                   read arqControle
                       at end
                           move 'S' to ws-fim-arquivo
                       not at end
                           move ctl-linha to ws-controle-lido
                           perform anota-carga
                   end-read
               end-perform

               close arqControle
           end-if

           .
       apura-cargas-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Conta a rodada de arqControle corrente se for carga do mes
      *>-------------------------------------------------------------------
       anota-carga section.

           if (cli-programa = "CargaTemp"
           or  cli-programa = "CargaHoras"
           or  cli-programa = "CargaChuva")
           and cli-inicio-ano = ws-par-periodo(1:4)
           and cli-inicio-mes = ws-par-periodo(5:2) then
               add 1 to ws-qtd-cargas
               if cli-validos numeric
               and cli-descartados numeric then
                   if cli-validos = 0 then
                       add 1 to ws-qtd-cargas-vazias
                   end-if
                   if cli-descartados > 0 then
                       add 1 to ws-qtd-cargas-rejeicao
                   end-if
               end-if
           end-if

           .
       anota-carga-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Calcula os indicadores, a nota e o conceito de cada estacao
      *> ativa, busca a nota do mes anterior e guarda a do mes
      *>-------------------------------------------------------------------
       calcula-notas section.

           perform varying ws-est from 1 by 1 until ws-est > 999
               if ws-pq-ativa(ws-est) = 'S' then
                   perform calcula-nota-estacao
                   perform obtem-nota-anterior
                   perform guarda-nota-estacao
               end-if
           end-perform

           .
       calcula-notas-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Indicadores e nota da estacao ws-est. Conceito: A de 90 a 100,
      *> B de 75 a 89, C de 50 a 74, D abaixo de 50.
      *>-------------------------------------------------------------------
       calcula-nota-estacao section.

           perform varying ws-dia from 1 by 1 until ws-dia > ws-fim-mes
               evaluate ws-pq-situacao-dia(ws-est ws-dia)
                   when 1
                       add 1 to ws-pq-validos(ws-est)
                   when 2
                       add 1 to ws-pq-descartados(ws-est)
               end-evaluate
               if ws-pq-suspeito-dia(ws-est ws-dia) = 1 then
                   add 1 to ws-pq-suspeitos(ws-est)
               end-if
           end-perform

           compute ws-pq-completude(ws-est) rounded =
               ws-pq-validos(ws-est) * 100 / ws-fim-mes

           perform calcula-penalidades

           compute ws-nota-calculo = ws-pq-completude(ws-est)
                                   - ws-penal-descartes
                                   - ws-penal-suspeitas
                                   - ws-penal-correcoes
                                   - ws-penal-envio

           if ws-nota-calculo < 0 then
               move 0 to ws-nota-calculo
           end-if

           compute ws-pq-nota(ws-est) rounded = ws-nota-calculo

           evaluate true
               when ws-pq-nota(ws-est) >= 90
                   move 'A' to ws-pq-conceito(ws-est)
                   add 1 to ws-qtd-conceito-a
               when ws-pq-nota(ws-est) >= 75
                   move 'B' to ws-pq-conceito(ws-est)
                   add 1 to ws-qtd-conceito-b
               when ws-pq-nota(ws-est) >= 50
                   move 'C' to ws-pq-conceito(ws-est)
                   add 1 to ws-qtd-conceito-c
               when other
                   move 'D' to ws-pq-conceito(ws-est)
                   add 1 to ws-qtd-conceito-d
                   add 1 to ctl-descartados
           end-evaluate

           add ws-pq-nota(ws-est) to ws-soma-notas
           add 1 to ctl-validos

           .
       calcula-nota-estacao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Pontos que cada problema tira da nota da estacao ws-est
      *>-------------------------------------------------------------------
       calcula-penalidades section.

           compute ws-penal-completude = 100 - ws-pq-completude(ws-est)
           compute ws-penal-descartes  = ws-pq-descartados(ws-est) * 2
           compute ws-penal-suspeitas  = ws-pq-suspeitos(ws-est) * 2
           move ws-pq-correcoes(ws-est) to ws-penal-correcoes

           if ws-pq-envio(ws-est) = 'R' then
               move 10 to ws-penal-envio
           else
               move 0 to ws-penal-envio
           end-if

           .
       calcula-penalidades-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Busca em arqPainelQualidade a nota da estacao no mes anterior
      *>-------------------------------------------------------------------
       obtem-nota-anterior section.

           move ws-est          to fd-pnl-estacao
           move ws-ano-anterior to fd-pnl-ano
           move ws-mes-anterior to fd-pnl-mes

           read arqPainel
               invalid key
                   move 'N' to ws-pq-tem-anterior(ws-est)
               not invalid key
                   move 'S'             to ws-pq-tem-anterior(ws-est)
                   move fd-pnl-nota     to ws-pq-nota-ant(ws-est)
                   move fd-pnl-conceito to ws-pq-conceito-ant(ws-est)
                   add 1 to ws-qtd-com-anterior
                   add fd-pnl-nota to ws-soma-notas-ant
                   if ws-pq-nota(ws-est) < fd-pnl-nota then
                       add 1 to ws-qtd-pioraram
                   end-if
           end-read

           .
       obtem-nota-anterior-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava (ou regrava, na rodada refeita) a nota do mes da estacao
      *>-------------------------------------------------------------------
       guarda-nota-estacao section.

           move ws-est                     to fd-pnl-estacao
           move ws-ano-consulta            to fd-pnl-ano
           move ws-mes-consulta            to fd-pnl-mes
           move ws-pq-completude(ws-est)   to fd-pnl-completude
           move ws-pq-descartados(ws-est)  to fd-pnl-descartados
           move ws-pq-suspeitos(ws-est)    to fd-pnl-suspeitos
           move ws-pq-correcoes(ws-est)    to fd-pnl-correcoes
           move ws-pq-envio(ws-est)        to fd-pnl-envio
           move ws-pq-nota(ws-est)         to fd-pnl-nota
           move ws-pq-conceito(ws-est)     to fd-pnl-conceito
           move function current-date(1:8) to fd-pnl-data-calculo

           write fd-rela-painel
           if ws-fs-arqPainel = 22 then
               rewrite fd-rela-painel
           end-if
           if ws-fs-arqPainel <> 0 then
               move 11 to ws-msn-erro-offset
               move ws-fs-arqPainel to ws-msn-erro-cod
               move ws-fs-arqPainel to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           add 1 to ctl-gravados

           .
       guarda-nota-estacao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava o cabecalho, as cargas do mes, uma linha por estacao e os
      *> indicadores da rede
      *>-------------------------------------------------------------------
       emite-painel section.

           move ws-mes-consulta to cab-mes
           move ws-ano-consulta to cab-ano
           move ws-linha-cabecalho to pnl-linha
           write pnl-linha

           move ws-qtd-cargas          to crg-qtd
           move ws-qtd-cargas-vazias   to crg-vazias
           move ws-qtd-cargas-rejeicao to crg-rejeicao
           move ws-linha-cargas to pnl-linha
           write pnl-linha

           move spaces to pnl-linha
           write pnl-linha

           move ws-linha-titulos to pnl-linha
           write pnl-linha

           perform varying ws-est from 1 by 1 until ws-est > 999
               if ws-pq-ativa(ws-est) = 'S' then
                   perform emite-linha-estacao
               end-if
           end-perform

           move spaces to pnl-linha
           write pnl-linha

           perform emite-indicadores-rede

           .
       emite-painel-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava a linha do painel da estacao ws-est
      *>-------------------------------------------------------------------
       emite-linha-estacao section.

           move ws-est                    to det-estacao
           move ws-pq-nome(ws-est)        to det-nome
           move ws-pq-completude(ws-est)  to det-completude
           move ws-pq-descartados(ws-est) to det-descartados
           move ws-pq-suspeitos(ws-est)   to det-suspeitos
           move ws-pq-correcoes(ws-est)   to det-correcoes
           move ws-pq-nota(ws-est)        to det-nota
           move ws-pq-conceito(ws-est)    to det-conceito

           perform descreve-envio

           perform formata-comparacao
           move ws-nota-edit              to det-nota-ant
           move ws-pq-conceito-ant(ws-est) to det-conceito-ant
           if ws-pq-tem-anterior(ws-est) = 'N' then
               move "  -" to det-nota-ant
               move space to det-conceito-ant
           end-if
           move ws-variacao-edit to det-variacao
           if ws-pq-tem-anterior(ws-est) = 'N' then
               move spaces to det-variacao
           end-if

           move ws-linha-detalhe to pnl-linha
           write pnl-linha

           .
       emite-linha-estacao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Descreve em det-envio a situacao de envio da estacao ws-est
      *>-------------------------------------------------------------------
       descreve-envio section.

           evaluate ws-pq-envio(ws-est)
               when 'G'
                   move "Enviado"    to det-envio
               when 'A'
                   move "Aceito"     to det-envio
               when 'R'
                   move "Rejeitado"  to det-envio
               when 'P'
                   move "Pend.retr." to det-envio
               when 'T'
                   move "Retransm."  to det-envio
               when other
                   move "Nao gerado" to det-envio
           end-evaluate

           .
       descreve-envio-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Nota anterior e variacao da estacao ws-est, editadas
      *>-------------------------------------------------------------------
       formata-comparacao section.

           move ws-pq-nota-ant(ws-est) to ws-nota-edit
           compute ws-variacao = ws-pq-nota(ws-est)
                               - ws-pq-nota-ant(ws-est)
           move ws-variacao to ws-variacao-edit

           .
       formata-comparacao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Indicadores da rede para o acompanhamento mensal da gerencia
      *>-------------------------------------------------------------------
       emite-indicadores-rede section.

           move spaces to ws-linha-totais
           move "Estacoes ativas avaliadas........:" to tot-rotulo
           move ws-qtd-estacoes to ws-valor-resumo
           move ws-valor-resumo to tot-valor
           move ws-linha-totais to pnl-linha
           write pnl-linha

           if ws-qtd-estacoes > 0 then
               compute ws-media-rede rounded =
                   ws-soma-notas / ws-qtd-estacoes
               move ws-media-rede to ws-media-edit
               move spaces to ws-linha-totais
               move "Nota media da rede...............:" to tot-rotulo
               move ws-media-edit to tot-valor
               move ws-linha-totais to pnl-linha
               write pnl-linha
           end-if

           if ws-qtd-com-anterior > 0 then
               compute ws-media-rede-ant rounded =
                   ws-soma-notas-ant / ws-qtd-com-anterior
               move ws-media-rede-ant to ws-media-edit
               move spaces to ws-linha-totais
               move "Nota media no mes anterior.......:" to tot-rotulo
               move ws-media-edit to tot-valor
               move ws-linha-totais to pnl-linha
               write pnl-linha

               move spaces to ws-linha-totais
               move "Estacoes que pioraram............:" to tot-rotulo
               move ws-qtd-pioraram to ws-valor-resumo
               move ws-valor-resumo to tot-valor
               move ws-linha-totais to pnl-linha
               write pnl-linha
           else
               move spaces to ws-linha-totais
               move "Nota media no mes anterior.......:" to tot-rotulo
               move " sem painel do mes anterior" to tot-valor
               move ws-linha-totais to pnl-linha
               write pnl-linha
           end-if

           move spaces to ws-linha-totais
           move "Estacoes por conceito (A/B/C/D)..:" to tot-rotulo
           move spaces to tot-valor
           string ws-qtd-conceito-a " / " ws-qtd-conceito-b " / "
                  ws-qtd-conceito-c " / " ws-qtd-conceito-d
                  delimited by size into tot-valor
           end-string
           move ws-linha-totais to pnl-linha
           write pnl-linha

           .
       emite-indicadores-rede-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Lista as estacoes de pior nota, da pior para a melhor (empate: a
      *> de menor completude primeiro), com o principal problema de cada
      *>-------------------------------------------------------------------
       emite-ranking section.

           move spaces to pnl-linha
           write pnl-linha

           move spaces to pnl-linha
           string "Estacoes de pior nota (prioridade de visita)"
               delimited by size into pnl-linha
           end-string
           write pnl-linha

           move 0 to ws-pos-ranking
           move 1 to ws-est-pior

           perform until ws-pos-ranking >= ws-qtd-piores
                      or ws-est-pior = 0
               perform localiza-pior-estacao
               if ws-est-pior > 0 then
                   add 1 to ws-pos-ranking
                   move 'S' to ws-pq-ranqueada(ws-est-pior)
                   perform emite-linha-ranking
               end-if
           end-perform

           .
       emite-ranking-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Procura, entre as estacoes ainda fora do ranking, a de pior nota;
      *> ws-est-pior devolve zero quando nao resta nenhuma
      *>-------------------------------------------------------------------
       localiza-pior-estacao section.

           move 0   to ws-est-pior
           move 999 to ws-nota-pior
           move 999 to ws-completude-pior

           perform varying ws-est from 1 by 1 until ws-est > 999
               if ws-pq-ativa(ws-est) = 'S'
               and ws-pq-ranqueada(ws-est) = 'N' then
                   if ws-est-pior = 0
                   or ws-pq-nota(ws-est) < ws-nota-pior
                   or (ws-pq-nota(ws-est) = ws-nota-pior
                   and ws-pq-completude(ws-est) < ws-completude-pior) then
                       move ws-est                   to ws-est-pior
                       move ws-pq-nota(ws-est)       to ws-nota-pior
                       move ws-pq-completude(ws-est) to ws-completude-pior
                   end-if
               end-if
           end-perform

           .
       localiza-pior-estacao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava a linha do ranking da estacao ws-est-pior com o problema
      *> que mais tirou pontos da nota
      *>-------------------------------------------------------------------
       emite-linha-ranking section.

           move ws-est-pior to ws-est

           move ws-pos-ranking            to rnk-posicao
           move ws-est                    to rnk-estacao
           move ws-pq-nome(ws-est)        to rnk-nome
           move ws-pq-nota(ws-est)        to rnk-nota
           move ws-pq-conceito(ws-est)    to rnk-conceito

           perform formata-comparacao
           if ws-pq-tem-anterior(ws-est) = 'S' then
               move ws-variacao-edit to rnk-variacao
           else
               move spaces to rnk-variacao
           end-if

           perform calcula-penalidades

           move spaces to rnk-problema
           move ws-penal-completude to ws-penal-maior
           move ws-pq-completude(ws-est) to ws-completude-edit
           string "completude de " ws-completude-edit "%"
               delimited by size into rnk-problema
           end-string

           if ws-penal-descartes > ws-penal-maior then
               move ws-penal-descartes to ws-penal-maior
               move ws-pq-descartados(ws-est) to ws-qtd-edit
               move spaces to rnk-problema
               string ws-qtd-edit " dias descartados"
                   delimited by size into rnk-problema
               end-string
           end-if

           if ws-penal-suspeitas > ws-penal-maior then
               move ws-penal-suspeitas to ws-penal-maior
               move ws-pq-suspeitos(ws-est) to ws-qtd-edit
               move spaces to rnk-problema
               string ws-qtd-edit " dias suspeitos"
                   delimited by size into rnk-problema
               end-string
           end-if

           if ws-penal-correcoes > ws-penal-maior then
               move ws-penal-correcoes to ws-penal-maior
               move ws-pq-correcoes(ws-est) to ws-nota-edit
               move spaces to rnk-problema
               string ws-nota-edit " correcoes manuais"
                   delimited by size into rnk-problema
               end-string
           end-if

           if ws-penal-envio > ws-penal-maior then
               move ws-penal-envio to ws-penal-maior
               move "mes rejeitado pelo instituto" to rnk-problema
           end-if

           if ws-penal-maior = 0 then
               move "sem problema apurado" to rnk-problema
           end-if

           move ws-linha-ranking to pnl-linha
           write pnl-linha

           .
       emite-linha-ranking-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Finaliza Anormal
      *>-------------------------------------------------------------------
       finaliza-anormal section.

           display erase
           display ws-msn-erro

           move 12 to return-code
           stop run
           .
       finaliza-anormal-exit.
           exit.

           COPY STATUSPROC.

           COPY LIMITESPROC.

           COPY CONTROLEPROC.

           COPY CALENDPROC.

      *>-------------------------------------------------------------------
      *> Finaliza Normal
      *>-------------------------------------------------------------------
       finaliza section.

           move ws-qtd-estacoes to ws-valor-resumo
           display "Estacoes avaliadas no painel: " ws-valor-resumo
           move ws-qtd-conceito-d to ws-valor-resumo
           display "Estacoes com conceito D......: " ws-valor-resumo

           perform registra-controle

           close arqTemp.
           if ws-fs-arqTemp <> 0 then
               move 12 to ws-msn-erro-offset
               move ws-fs-arqTemp to ws-msn-erro-cod
               move ws-fs-arqTemp to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           close arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 13 to ws-msn-erro-offset
               move ws-fs-arqEstacoes to ws-msn-erro-cod
               move ws-fs-arqEstacoes to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           if ws-envio-disponivel = 'S' then
               close arqSituacaoEnvio
           end-if

           close arqPainel.
           if ws-fs-arqPainel <> 0 then
               move 14 to ws-msn-erro-offset
               move ws-fs-arqPainel to ws-msn-erro-cod
               move ws-fs-arqPainel to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           close relaPainel.
           if ws-fs-relaPainel <> 0 then
               move 15 to ws-msn-erro-offset
               move ws-fs-relaPainel to ws-msn-erro-cod
               move ws-fs-relaPainel to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           stop run.
            .
       finaliza-exit.
           exit.
