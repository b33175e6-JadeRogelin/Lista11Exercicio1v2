      $set sourceformat "free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "EstimaDias".
       Author. "Jade Rogelin".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>--Historico de alteracoes
      *> 15/10/2026 - Cria a estimativa dos dias sem registro: para um
      *>              mes (parametro AAAAMM, com estacao opcional) propoe
      *>              um valor para cada estacao-dia que nunca chegou a
      *>              arqTemp.txt, pelo primeiro metodo que se aplicar:
      *>              media das horas parciais de arqTempHoras.txt (a
      *>              partir de 6 horas validas), media das outras
      *>              estacoes ativas do mesmo municipio com leitura
      *>              valida no dia, ou interpolacao linear entre os dias
      *>              vizinhos com leitura (ate 3 dias de cada lado). As
      *>              estimativas vao para arqEstimativas.txt com o
      *>              metodo e a base usados - nunca para arqTemp - e sao
      *>              listadas em relatorioEstimativas.txt; estimativa de
      *>              dia cuja leitura real chegou depois e excluida. Os
      *>              relatorios so as incluem quando chamados com o
      *>              parametro ESTIMADOS. Grava registro de controle em
      *>              arqControle.txt e devolve 8 quando nenhum dia foi
      *>              estimado, 4 quando algum dia ficou sem estimativa e
      *>              12 em erro de arquivo.
      *> 15/10/2026 - Linha de arqLimites lida em 60 posicoes (a
      *>              ManutencaoLimites acrescenta operador e data no
      *>              fim); a tabela de limites passa a ter uma entrada
      *>              por estacao possivel e linha ignorada na carga sai
      *>              com aviso.
      *> 15/10/2026 - Dia que nenhum metodo estima mais (a base de uma
      *>              rodada anterior sumiu, como a leitura do vizinho
      *>              removida) tem a estimativa antiga excluida de
      *>              arqEstimativas, para os relatorios com ESTIMADOS nao
      *>              publicarem valor sem base.

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

           select arqTempHoras assign to "arqTempHoras.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-chave-hora
           file status is ws-fs-arqTempHoras.

           select arqEstimativas assign to "arqEstimativas.txt"
           organization is indexed
           access mode is dynamic
           record key is fde-chave
           file status is ws-fs-arqEstimativas.

           select relaEstimativas assign to "relatorioEstimativas.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relaEstimativas.

           select arqLimites assign to "arqLimites.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLimites.

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

       fd arqTempHoras.
           COPY FDHORA.

       fd arqEstimativas.
           COPY FDESTIM.

       fd relaEstimativas.
       01  rle-linha                                pic x(80).

       fd arqLimites.
       01  lim-linha                                pic x(60).

       fd arqControle.
       01  ctl-linha                                pic x(130).

      *>--Variáveis de trabalho
       Working-storage section.

       77 ws-fs-arqTemp                            pic 9(02).
       77 ws-fs-arqEstacoes                        pic 9(02).
       77 ws-fs-arqTempHoras                       pic 9(02).
       77 ws-fs-relaEstimativas                    pic 9(02).

      *>--'S' quando arqTempHoras existe; sem ele o metodo de horas
      *>  parciais nao se aplica e os outros dois seguem valendo
       77 ws-horas-disponiveis                     pic x(01) value 'N'.

       77 ws-parametro                             pic x(20).
       77 ws-estacao-consulta                      pic 9(03).
       77 ws-ano-consulta                          pic 9(04).
       77 ws-mes-consulta                          pic 9(02).
      *>--'T' estima todas as estacoes ativas do cadastro, 'U' so a
      *>  estacao informada no parametro
       77 ws-abrangencia                           pic x(01) value 'T'.

      *>--Ultimo dia de calendario do mes e ultimo dia estimavel (no mes
      *>  corrente, so ate ontem: o dia de hoje ainda pode chegar)
           COPY CALENDTB.
       77 ws-fim-mes                               pic 9(02).
       77 ws-ultimo-dia-estimavel                  pic 9(02).
       77 ws-periodo-consulta                      pic 9(06).
       77 ws-periodo-hoje                          pic 9(06).

      *>--Parametros dos metodos: horas validas minimas para a media das
      *>  horas parciais e distancia maxima, em dias, de cada vizinho da
      *>  interpolacao
       77 ws-min-horas-estimativa                  pic 9(02) value 6.
       77 ws-max-distancia-interpolacao            pic 9(02) value 3.

      *>--Faixa plausivel de leitura de sensor por estacao
           COPY LIMITESTB.

      *>--Estacoes ativas do cadastro com o municipio e a situacao de cada
      *>  dia do mes: 0 sem registro, 1 presente e valido, 2 descartado
       01 ws-tab-estacoes.
           05 ws-est-item occurs 100.
              10 ws-est-numero-tab                 pic 9(03).
              10 ws-est-nome-tab                   pic x(30).
              10 ws-est-municipio-ind              pic 9(03).
              10 ws-est-dia-item occurs 31.
                 15 ws-est-temp                    pic S9(02)V99.
                 15 ws-est-situacao-dia            pic 9(01).
       77 ws-est-qtd                               pic 9(03) value 0.
       77 ws-est-ind                               pic 9(03).
       77 ws-viz-ind                               pic 9(03).

      *>--Municipios distintos encontrados no cadastro
       01 ws-tab-municipios.
           05 ws-mun-item occurs 100.
              10 ws-mun-nome-tab                   pic x(30).
       77 ws-mun-qtd                               pic 9(03) value 0.
       77 ws-mun-ind                               pic 9(03).
       77 ws-mun-achou                             pic x(01).

       77 ws-fim-estacoes                          pic x(01).
       77 ws-fim-horas                             pic x(01).
       77 ws-dia                                   pic 9(02).
       77 ws-dia-busca                             pic 9(02).
       77 ws-dia-anterior                          pic 9(02).
       77 ws-dia-posterior                         pic 9(02).

      *>--Resultado da tentativa de estimativa do dia corrente
       77 ws-metodo-achado                         pic x(01).
       77 ws-temp-estimada                         pic S9(02)V99.
       77 ws-qtd-base                              pic 9(02).
       77 ws-soma-base                             pic S9(05)V99.
       77 ws-qtd-soma                              pic 9(03).

      *>--Contadores da estacao corrente e da rodada
       77 ws-qtd-sem-registro                      pic 9(02).
       77 ws-qtd-estimados                         pic 9(02).
       77 ws-qtd-sem-estimativa                    pic 9(02).
       77 ws-tt-estimados                          pic 9(05) value 0.
       77 ws-tt-sem-estimativa                     pic 9(05) value 0.
       77 ws-tt-superadas                          pic 9(05) value 0.
       77 ws-tt-sem-base                           pic 9(05) value 0.
       77 ws-valor-resumo                          pic zzzz9.

      *>--Descricao do metodo de estimativa
           COPY ESTIMTB.

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
           05 filler                               pic x(09) value "Estacao: ".
           05 cab-estacao                          pic zz9.
           05 filler                               pic x(01) value space.
           05 cab-nome-estacao                     pic x(30).
           05 filler                               pic x(12) value "   Periodo: ".
           05 cab-mes                              pic z9.
           05 filler                               pic x(01) value '/'.
           05 cab-ano                              pic 9(04).
           05 filler                               pic x(09) value spaces.

       01 ws-linha-estimativa.
           05 filler                               pic x(04) value "Dia ".
           05 rle-dia                              pic 9(02).
           05 filler                               pic x(13) value " - Estimado: ".
           05 rle-temp                             pic ---9,99.
           05 filler                               pic x(03) value " - ".
           05 rle-metodo                           pic x(20).
           05 filler                               pic x(09) value " - Base: ".
           05 rle-base                             pic z9.
           05 filler                               pic x(01) value space.
           05 rle-base-unidade                     pic x(08).
           05 filler                               pic x(11) value spaces.

       01 ws-linha-sem-estimativa.
           05 filler                               pic x(04) value "Dia ".
           05 rle-dia-sem                          pic 9(02).
           05 filler                               pic x(74)
              value " - SEM ESTIMATIVA (sem horas, vizinhos ou dias proximos)".

       01 ws-linha-totais.
           05 rle-rotulo                           pic x(30).
           05 rle-valor                            pic zz9.
           05 filler                               pic x(47) value spaces.

      *>--Variáveis para comunicação entre programas
       Linkage section.

      *>Declaração do corpo programa
       Procedure Division.

           perform inicializa.
           perform carrega-estacoes.
           perform carrega-leituras.
           perform processamento.
           perform exibe-resumo.
           perform finaliza.

      *>-------------------------------------------------------------------
       inicializa section.

           perform marca-inicio-controle
           move "EstimaDias" to ctl-programa

      *>--Parametro "AAAAMM" estima todas as estacoes ativas;
      *>  "AAAAMMEEE" so a estacao informada, como em ReconciliaMes
           accept ws-parametro from command-line
           move ws-parametro to ctl-parametros

           if ws-parametro(1:6) not numeric then
               display "Uso: AAAAMM ou AAAAMMEEE"
               move 8 to return-code
               stop run
           end-if

           move ws-parametro(1:4) to ws-ano-consulta
           move ws-parametro(5:2) to ws-mes-consulta

           if ws-parametro(7:3) <> spaces then
               if ws-parametro(7:3) not numeric then
                   display "Estacao invalida no parametro: "
                           ws-parametro(7:3)
                   move 8 to return-code
                   stop run
               end-if
               move 'U' to ws-abrangencia
               move ws-parametro(7:3) to ws-estacao-consulta
           end-if

           move ws-ano-consulta to ws-cal-ano
           move ws-mes-consulta to ws-cal-mes
           perform calcula-fim-mes
           move ws-cal-fim-mes to ws-fim-mes

           if ws-fim-mes = 0 then
               display "Mes invalido no parametro: " ws-mes-consulta
               move 8 to return-code
               stop run
           end-if

      *>--Mes futuro nao tem o que estimar; no mes corrente, so ate ontem
           compute ws-periodo-consulta = ws-ano-consulta * 100
                                       + ws-mes-consulta
           move function current-date(1:6) to ws-periodo-hoje

           if ws-periodo-consulta > ws-periodo-hoje then
               display "Periodo futuro; nada a estimar: "
                       ws-periodo-consulta
               move 8 to return-code
               stop run
           end-if

           if ws-periodo-consulta = ws-periodo-hoje then
               move function current-date(7:2) to ws-ultimo-dia-estimavel
               subtract 1 from ws-ultimo-dia-estimavel
           else
               move ws-fim-mes to ws-ultimo-dia-estimavel
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

      *>--Leituras horarias sao opcionais: sem o arquivo (status 35), o
      *>  metodo de horas parciais simplesmente nao se aplica
           open input arqTempHoras
           if ws-fs-arqTempHoras = 35 then
               continue
           else
               if ws-fs-arqTempHoras <> 0 then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqTempHoras to ws-msn-erro-cod
                   move ws-fs-arqTempHoras to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               else
                   move 'S' to ws-horas-disponiveis
               end-if
           end-if

      *>--Arquivo de estimativas abre em I-O; na primeira rodada ainda nao
      *>  existe (status 35) e e criado vazio com open output
           open i-o arqEstimativas.
           if ws-fs-arqEstimativas = 35 then
               open output arqEstimativas
               if ws-fs-arqEstimativas = 0 then
                   close arqEstimativas
                   open i-o arqEstimativas
               end-if
           end-if
           if ws-fs-arqEstimativas <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqEstimativas to ws-msn-erro-cod
               move ws-fs-arqEstimativas to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           open output relaEstimativas.
           if ws-fs-relaEstimativas <> 0 then
               move 5 to ws-msn-erro-offset
               move ws-fs-relaEstimativas to ws-msn-erro-cod
               move ws-fs-relaEstimativas to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           perform carrega-limites

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Carrega as estacoes ativas do cadastro para a tabela, anotando o
      *> indice do municipio de cada uma na tabela de municipios distintos
      *>-------------------------------------------------------------------
       carrega-estacoes section.

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
                       if fd-est-situacao = 'A'
                       and ws-est-qtd < 100 then
                           perform anota-estacao
                       end-if
               end-read
           end-perform

           if ws-abrangencia = 'U' then
               move 'N' to ws-mun-achou
               perform varying ws-est-ind from 1 by 1
                       until ws-est-ind > ws-est-qtd
                   if ws-est-numero-tab(ws-est-ind) = ws-estacao-consulta then
                       move 'S' to ws-mun-achou
                   end-if
               end-perform
               if ws-mun-achou = 'N' then
                   display "Estacao nao cadastrada ou inativa: "
                           ws-estacao-consulta
                   move 8 to return-code
                   stop run
               end-if
           end-if

           .
       carrega-estacoes-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Inclui a estacao corrente do cadastro na tabela, registrando o
      *> municipio dela (incluindo-o na tabela de municipios se novo)
      *>-------------------------------------------------------------------
       anota-estacao section.

           add 1 to ws-est-qtd
           move fd-est-numero to ws-est-numero-tab(ws-est-qtd)
           move fd-est-nome   to ws-est-nome-tab(ws-est-qtd)
           move 0             to ws-est-municipio-ind(ws-est-qtd)

           move 'N' to ws-mun-achou
           perform varying ws-mun-ind from 1 by 1
                   until ws-mun-ind > ws-mun-qtd
               if ws-mun-nome-tab(ws-mun-ind) = fd-est-municipio then
                   move 'S' to ws-mun-achou
                   move ws-mun-ind to ws-est-municipio-ind(ws-est-qtd)
               end-if
           end-perform

           if ws-mun-achou = 'N'
           and ws-mun-qtd < 100 then
               add 1 to ws-mun-qtd
               move fd-est-municipio to ws-mun-nome-tab(ws-mun-qtd)
               move ws-mun-qtd to ws-est-municipio-ind(ws-est-qtd)
           end-if

           .
       anota-estacao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Carrega de arqTemp o mes de cada estacao da tabela, classificando
      *> cada dia em sem registro, valido ou descartado pela faixa
      *> plausivel da propria estacao
      *>-------------------------------------------------------------------
       carrega-leituras section.

           perform varying ws-est-ind from 1 by 1
                   until ws-est-ind > ws-est-qtd

               perform varying ws-dia from 1 by 1 until ws-dia > 31
                   move 0 to ws-est-temp(ws-est-ind ws-dia)
                   move 0 to ws-est-situacao-dia(ws-est-ind ws-dia)
               end-perform

      *>--Poe em vigor os limites de plausibilidade da estacao corrente
               move ws-est-numero-tab(ws-est-ind) to ws-estacao-limite
               perform obtem-limites-estacao

               move ws-est-numero-tab(ws-est-ind) to fd-estacao
               move ws-ano-consulta               to fd-ano
               move ws-mes-consulta               to fd-mes
               move 1                             to fd-dia

               start arqTemp key is >= fd-chave-temp
                   invalid key
                       move 10 to ws-fs-arqTemp
               end-start

               perform until ws-fs-arqTemp = 10
                   read arqTemp next record
                       at end
                           move 10 to ws-fs-arqTemp
                       not at end
                           if fd-estacao = ws-est-numero-tab(ws-est-ind)
                           and fd-ano = ws-ano-consulta
                           and fd-mes = ws-mes-consulta then
                               if fd-temp < ws-temp-min-valida
                               or fd-temp > ws-temp-max-valida then
                                   move 2
                                       to ws-est-situacao-dia
                                           (ws-est-ind fd-dia)
                               else
                                   move fd-temp
                                       to ws-est-temp(ws-est-ind fd-dia)
                                   move 1
                                       to ws-est-situacao-dia
                                           (ws-est-ind fd-dia)
                               end-if
                           else
                               move 10 to ws-fs-arqTemp
                           end-if
                   end-read
               end-perform

      *>--START ja consumiu o fim de arquivo; rearma o status para a
      *>  proxima estacao da tabela nao pular o proprio START
               move 0 to ws-fs-arqTemp
           end-perform

           .
       carrega-leituras-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Estima a estacao unica informada ou todas as ativas da tabela
      *>-------------------------------------------------------------------
       processamento section.

           perform varying ws-est-ind from 1 by 1
                   until ws-est-ind > ws-est-qtd
               if ws-abrangencia = 'T'
               or ws-est-numero-tab(ws-est-ind) = ws-estacao-consulta then
                   perform estima-estacao
               end-if
           end-perform

           .
       processamento-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Percorre os dias estimaveis da estacao corrente: dia sem registro
      *> recebe estimativa; dia com registro tem a estimativa antiga, se
      *> houver, excluida (a leitura real chegou depois)
      *>-------------------------------------------------------------------
       estima-estacao section.

           move ws-est-numero-tab(ws-est-ind) to cab-estacao
           move ws-est-nome-tab(ws-est-ind)   to cab-nome-estacao
           move ws-mes-consulta               to cab-mes
           move ws-ano-consulta               to cab-ano
           move ws-linha-cabecalho            to rle-linha
           write rle-linha

           move 0 to ws-qtd-sem-registro
           move 0 to ws-qtd-estimados
           move 0 to ws-qtd-sem-estimativa

      *>--Limites da estacao corrente valem para as horas parciais dela
           move ws-est-numero-tab(ws-est-ind) to ws-estacao-limite
           perform obtem-limites-estacao

           perform varying ws-dia from 1 by 1
                   until ws-dia > ws-ultimo-dia-estimavel
               if ws-est-situacao-dia(ws-est-ind ws-dia) = 0 then
                   add 1 to ws-qtd-sem-registro
                   perform estima-dia
               else
                   perform exclui-estimativa-superada
               end-if
           end-perform

           move "Dias sem registro.........: " to rle-rotulo
           move ws-qtd-sem-registro to rle-valor
           move ws-linha-totais to rle-linha
           write rle-linha

           move "Dias estimados............: " to rle-rotulo
           move ws-qtd-estimados to rle-valor
           move ws-linha-totais to rle-linha
           write rle-linha

           move "Dias sem estimativa.......: " to rle-rotulo
           move ws-qtd-sem-estimativa to rle-valor
           move ws-linha-totais to rle-linha
           write rle-linha

           move spaces to rle-linha
           write rle-linha

           .
       estima-estacao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Tenta os metodos na ordem de preferencia - horas parciais, media
      *> do municipio, interpolacao - e grava a primeira estimativa obtida
      *>-------------------------------------------------------------------
       estima-dia section.

           add 1 to ctl-lidos
           move space to ws-metodo-achado

           perform tenta-horas-parciais

           if ws-metodo-achado = space then
               perform tenta-media-municipio
           end-if

           if ws-metodo-achado = space then
               perform tenta-interpolacao
           end-if

           if ws-metodo-achado = space then
               perform exclui-estimativa-sem-base
               move ws-dia to rle-dia-sem
               move ws-linha-sem-estimativa to rle-linha
               write rle-linha
               add 1 to ws-qtd-sem-estimativa
               add 1 to ws-tt-sem-estimativa
               add 1 to ctl-descartados
           else
               perform grava-estimativa
           end-if

           .
       estima-dia-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Media das horas validas transmitidas no dia, quando houver pelo
      *> menos o minimo de horas exigido
      *>-------------------------------------------------------------------
       tenta-horas-parciais section.

           if ws-horas-disponiveis = 'S' then
               move 0 to ws-soma-base
               move 0 to ws-qtd-soma

               move ws-est-numero-tab(ws-est-ind) to fdh-estacao
               move ws-ano-consulta               to fdh-ano
               move ws-mes-consulta               to fdh-mes
               move ws-dia                        to fdh-dia
               move 0                             to fdh-hora

               move 'N' to ws-fim-horas
               start arqTempHoras key is >= fd-chave-hora
                   invalid key
                       move 'S' to ws-fim-horas
               end-start

               perform until ws-fim-horas = 'S'
                   read arqTempHoras next record
                       at end
                           move 'S' to ws-fim-horas
                       not at end
                           if fdh-estacao = ws-est-numero-tab(ws-est-ind)
                           and fdh-ano = ws-ano-consulta
                           and fdh-mes = ws-mes-consulta
                           and fdh-dia = ws-dia then
                               if fdh-temp >= ws-temp-min-valida
                               and fdh-temp <= ws-temp-max-valida then
                                   add fdh-temp to ws-soma-base
                                   add 1 to ws-qtd-soma
                               end-if
                           else
                               move 'S' to ws-fim-horas
                           end-if
                   end-read
               end-perform

               if ws-qtd-soma >= ws-min-horas-estimativa then
                   compute ws-temp-estimada rounded =
                       ws-soma-base / ws-qtd-soma
                   move 'H'         to ws-metodo-achado
                   move ws-qtd-soma to ws-qtd-base
               end-if
           end-if

           .
       tenta-horas-parciais-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Media das outras estacoes ativas do mesmo municipio com leitura
      *> valida no dia
      *>-------------------------------------------------------------------
       tenta-media-municipio section.

           move 0 to ws-soma-base
           move 0 to ws-qtd-soma
           move ws-est-municipio-ind(ws-est-ind) to ws-mun-ind

           if ws-mun-ind > 0 then
               perform varying ws-viz-ind from 1 by 1
                       until ws-viz-ind > ws-est-qtd
                   if ws-viz-ind <> ws-est-ind
                   and ws-est-municipio-ind(ws-viz-ind) = ws-mun-ind
                   and ws-est-situacao-dia(ws-viz-ind ws-dia) = 1 then
                       add ws-est-temp(ws-viz-ind ws-dia) to ws-soma-base
                       add 1 to ws-qtd-soma
                   end-if
               end-perform
           end-if

           if ws-qtd-soma > 0 then
               compute ws-temp-estimada rounded =
                   ws-soma-base / ws-qtd-soma
               move 'M'         to ws-metodo-achado
               move ws-qtd-soma to ws-qtd-base
           end-if

           .
       tenta-media-municipio-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Interpolacao linear entre o dia valido anterior e o posterior
      *> mais proximos, cada um a no maximo a distancia permitida
      *>-------------------------------------------------------------------
       tenta-interpolacao section.

           move 0 to ws-dia-anterior
           move 0 to ws-dia-posterior

           perform varying ws-dia-busca from ws-dia by -1
                   until ws-dia-busca < 1
                      or ws-dia-anterior > 0
                      or ws-dia - ws-dia-busca > ws-max-distancia-interpolacao
               if ws-dia-busca < ws-dia
               and ws-est-situacao-dia(ws-est-ind ws-dia-busca) = 1 then
                   move ws-dia-busca to ws-dia-anterior
               end-if
           end-perform

           perform varying ws-dia-busca from ws-dia by 1
                   until ws-dia-busca > ws-fim-mes
                      or ws-dia-posterior > 0
                      or ws-dia-busca - ws-dia > ws-max-distancia-interpolacao
               if ws-dia-busca > ws-dia
               and ws-est-situacao-dia(ws-est-ind ws-dia-busca) = 1 then
                   move ws-dia-busca to ws-dia-posterior
               end-if
           end-perform

           if ws-dia-anterior > 0
           and ws-dia-posterior > 0 then
               compute ws-temp-estimada rounded =
                   ws-est-temp(ws-est-ind ws-dia-anterior)
                   + (ws-est-temp(ws-est-ind ws-dia-posterior)
                      - ws-est-temp(ws-est-ind ws-dia-anterior))
                   * (ws-dia - ws-dia-anterior)
                   / (ws-dia-posterior - ws-dia-anterior)
               move 'I' to ws-metodo-achado
               compute ws-qtd-base = ws-dia-posterior - ws-dia-anterior
           end-if

           .
       tenta-interpolacao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava (ou regrava, na repeticao do mes) a estimativa do dia e a
      *> linha dela no relatorio
      *>-------------------------------------------------------------------
       grava-estimativa section.

           move ws-est-numero-tab(ws-est-ind) to fde-estacao
           move ws-ano-consulta               to fde-ano
           move ws-mes-consulta               to fde-mes
           move ws-dia                        to fde-dia
           move ws-temp-estimada              to fde-temp
           move ws-metodo-achado              to fde-metodo
           move ws-qtd-base                   to fde-qtd-base
           move function current-date(1:8)    to fde-data-gravacao

           write fd-rela-estimativa
           if ws-fs-arqEstimativas = 22 then
               rewrite fd-rela-estimativa
           end-if
           if ws-fs-arqEstimativas <> 0 then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqEstimativas to ws-msn-erro-cod
               move ws-fs-arqEstimativas to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           move ws-metodo-achado to ws-estim-metodo-busca
           perform obtem-descricao-metodo

           move ws-dia                    to rle-dia
           move ws-temp-estimada          to rle-temp
           move ws-estim-metodo-descricao to rle-metodo
           move ws-qtd-base               to rle-base
           evaluate ws-metodo-achado
               when 'H'
                   move "horas"    to rle-base-unidade
               when 'M'
                   move "estacoes" to rle-base-unidade
               when other
                   move "dias"     to rle-base-unidade
           end-evaluate
           move ws-linha-estimativa to rle-linha
           write rle-linha

           add 1 to ws-qtd-estimados
           add 1 to ws-tt-estimados
           add 1 to ctl-validos
           add 1 to ctl-gravados

           .
       grava-estimativa-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Exclui a estimativa de um dia que agora tem registro em arqTemp;
      *> dia sem estimativa anterior e o caso normal
      *>-------------------------------------------------------------------
       exclui-estimativa-superada section.

           move ws-est-numero-tab(ws-est-ind) to fde-estacao
           move ws-ano-consulta               to fde-ano
           move ws-mes-consulta               to fde-mes
           move ws-dia                        to fde-dia

           delete arqEstimativas record
               invalid key
                   continue
               not invalid key
                   add 1 to ws-tt-superadas
           end-delete

           if ws-fs-arqEstimativas <> 0
           and ws-fs-arqEstimativas <> 23 then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqEstimativas to ws-msn-erro-cod
               move ws-fs-arqEstimativas to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           .
       exclui-estimativa-superada-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Exclui a estimativa gravada por rodada anterior para o dia que
      *> nenhum metodo estima mais; dia sem estimativa anterior e o caso
      *> normal
      *>-------------------------------------------------------------------
       exclui-estimativa-sem-base section.

           move ws-est-numero-tab(ws-est-ind) to fde-estacao
           move ws-ano-consulta               to fde-ano
           move ws-mes-consulta               to fde-mes
           move ws-dia                        to fde-dia

           delete arqEstimativas record
               invalid key
                   continue
               not invalid key
                   add 1 to ws-tt-sem-base
           end-delete

           if ws-fs-arqEstimativas <> 0
           and ws-fs-arqEstimativas <> 23 then
               move 12 to ws-msn-erro-offset
               move ws-fs-arqEstimativas to ws-msn-erro-cod
               move ws-fs-arqEstimativas to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           .
       exclui-estimativa-sem-base-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Exibe o resumo da rodada
      *>-------------------------------------------------------------------
       exibe-resumo section.

           move ws-tt-estimados to ws-valor-resumo
           display "Dias estimados.....................: " ws-valor-resumo
           move ws-tt-sem-estimativa to ws-valor-resumo
           display "Dias sem registro e sem estimativa.: " ws-valor-resumo
           move ws-tt-superadas to ws-valor-resumo
           display "Estimativas superadas por leitura..: " ws-valor-resumo
           move ws-tt-sem-base to ws-valor-resumo
           display "Estimativas antigas sem base.......: " ws-valor-resumo

           .
       exibe-resumo-exit.
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

           COPY ESTIMPROC.

      *>-------------------------------------------------------------------
      *> Finaliza Normal
      *>-------------------------------------------------------------------
       finaliza section.

           perform registra-controle

           close arqTemp.
           if ws-fs-arqTemp <> 0 then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqTemp to ws-msn-erro-cod
               move ws-fs-arqTemp to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           close arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqEstacoes to ws-msn-erro-cod
               move ws-fs-arqEstacoes to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           if ws-horas-disponiveis = 'S' then
               close arqTempHoras
           end-if

           close arqEstimativas.
           if ws-fs-arqEstimativas <> 0 then
               move 10 to ws-msn-erro-offset
               move ws-fs-arqEstimativas to ws-msn-erro-cod
               move ws-fs-arqEstimativas to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           close relaEstimativas.
           if ws-fs-relaEstimativas <> 0 then
               move 11 to ws-msn-erro-offset
               move ws-fs-relaEstimativas to ws-msn-erro-cod
               move ws-fs-relaEstimativas to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           stop run.
            .
       finaliza-exit.
           exit.
