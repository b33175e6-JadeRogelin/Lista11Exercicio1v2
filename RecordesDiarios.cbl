      $set sourceformat "free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "RecordesDiarios".
       Author. "Jade Rogelin".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>--Historico de alteracoes
      *> 15/10/2026 - Cria os recordes diarios de temperatura por estacao
      *>              e dia de calendario (arqRecordes.txt): a maior e a
      *>              menor leitura valida de cada dia/mes, com o ano em
      *>              que aconteceram, o ano que igualou e o recorde
      *>              anterior. "CONSTROI [AAAA]" monta o arquivo do zero
      *>              a partir de todos os arqTempHistAAAA.txt (do ano
      *>              AAAA em diante, padrao 1900) e do arquivo vivo
      *>              arqTemp.txt; "ATUALIZA [AAAAMMDD]" (ou sem
      *>              parametro), passo noturno depois das cargas, confere
      *>              as leituras do dia (padrao ontem) e grava em
      *>              relatorioRecordes.txt os recordes quebrados ou
      *>              igualados; "LISTA EEE" lista todos os recordes da
      *>              estacao. Leitura fora da faixa de arqLimites nunca
      *>              vira recorde. Recorde cujo mes teve relocacao da
      *>              estacao, ou que atravessa uma relocacao desde o
      *>              recorde anterior (arqEventosEstacao.txt), sai
      *>              marcado - quebra de serie nao e recorde para
      *>              anunciar sem conferir. Grava registro de controle em
      *>              arqControle.txt e devolve 8 quando nao havia leitura
      *>              a conferir, 4 quando houve leitura fora da faixa e
      *>              12 em erro de arquivo.
      *> 15/10/2026 - ATUALIZA passa a conferir tambem as leituras de
      *>              outros dias gravadas em arqTemp na data de
      *>              referencia ou depois (carga atrasada, recarga com
      *>              SUBSTITUI, correcao na CorrigeExcecoes), que saem no
      *>              relatorio precedidas da data da leitura, quando
      *>              alteram arqRecordes.

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

      *>--Arquivo anual de historico; o nome e montado por ano em
      *>  ws-nome-arqHist (arqTempHistAAAA.txt), como faz ArquivaTemp
           select arqHist assign to dynamic ws-nome-arqHist
           organization is indexed
           access mode is dynamic
           record key is hist-chave-temp
           file status is ws-fs-arqHist.

           select arqRecordes assign to "arqRecordes.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-rec-chave
           file status is ws-fs-arqRecordes.

           select arqEstacoes assign to "arqEstacoes.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-est-numero
           file status is ws-fs-arqEstacoes.

           select arqEventosEstacao assign to "arqEventosEstacao.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-evt-chave
           file status is ws-fs-arqEventosEstacao.

           select arqLimites assign to "arqLimites.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLimites.

           select relaRecordes assign to "relatorioRecordes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relaRecordes.

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

       fd arqHist.
           COPY FDHIST.

       fd arqRecordes.
           COPY FDRECORD.

       fd arqEstacoes.
           COPY FDEST.

       fd arqEventosEstacao.
           COPY FDEVEST.

       fd arqLimites.
       01  lim-linha                                pic x(60).

       fd relaRecordes.
       01  rec-linha                                pic x(80).

       fd arqControle.
       01  ctl-linha                                pic x(130).

      *>--Variáveis de trabalho
       Working-storage section.

      *>--Consultas ao historico de eventos de estacao
           COPY EVESTTB.

       77 ws-fs-arqTemp                            pic 9(02).
       77 ws-fs-arqHist                            pic 9(02).
       77 ws-fs-arqRecordes                        pic 9(02).
       77 ws-fs-arqEstacoes                        pic 9(02).
       77 ws-fs-relaRecordes                       pic 9(02).

       77 ws-nome-arqHist                          pic x(30).

       77 ws-parametro                             pic x(40).
       77 ws-par-modo                              pic x(08).
       77 ws-par-valor                             pic x(08).

      *>--'C' constroi do zero, 'A' atualiza com as leituras do dia,
      *>  'L' lista os recordes de uma estacao
       77 ws-modo                                  pic x(01).

      *>--Primeiro ano de historico procurado pela construcao
       77 ws-ano-inicial                           pic 9(04) value 1900.
       77 ws-ano-corrente                          pic 9(04).
       77 ws-ano-hoje                              pic 9(04).
       77 ws-anos-lidos                            pic 9(04) value 0.

      *>--Data das leituras conferidas na atualizacao
       77 ws-ano-leituras                          pic 9(04).
       77 ws-mes-leituras                          pic 9(02).
       77 ws-dia-leituras                          pic 9(02).
       77 ws-data-leituras                         pic 9(08).
      *>--Data da leitura em conferencia, para a varredura das leituras
      *>  de outros dias gravadas desde a data de referencia
       77 ws-data-lida                             pic 9(08).
       77 ws-qtd-tardias                           pic 9(05) value 0.
      *>--Contadores de controle antes da leitura tardia: a que nao muda
      *>  recorde (em geral a carga da noite anterior, ja conferida) nao
      *>  conta de novo
       77 ws-sav-lidos                             pic 9(05).
       77 ws-sav-validos                           pic 9(05).
       77 ws-sav-descartados                       pic 9(05).

       77 ws-estacao-lista                         pic 9(03).
       77 ws-est                                   pic 9(03).

      *>--Fim de mes de calendario para a data das leituras
           COPY CALENDTB.

      *>--Faixa plausivel de leitura de sensor por estacao
           COPY LIMITESTB.

       77 ws-fim-arquivo                           pic x(01).

      *>--Leitura em conferencia contra o recorde, de qualquer origem
       77 ws-lei-estacao                           pic 9(03).
       77 ws-lei-ano                               pic 9(04).
       77 ws-lei-mes                               pic 9(02).
       77 ws-lei-dia                               pic 9(02).
       77 ws-lei-temp                              pic S9(02)V99.

      *>--Resultado da conferencia de cada lado: espaco nada mudou,
      *>  'Q' recorde quebrado, 'I' igualado, 'N' primeiro registro
      *>  do dia (sem historico, nao e anunciado)
       77 ws-sit-max                               pic x(01).
       77 ws-sit-min                               pic x(01).
       77 ws-recorde-novo                          pic x(01).
       77 ws-recorde-alterado                      pic x(01).

      *>--Recorde de referencia para o relatorio: o anterior, quando
      *>  quebrado, ou o proprio, quando igualado
       77 ws-ref-temp                              pic S9(02)V99.
       77 ws-ref-ano                               pic 9(04).

      *>--Contadores da rodada
       77 ws-qtd-max-quebradas                     pic 9(05) value 0.
       77 ws-qtd-max-igualadas                     pic 9(05) value 0.
       77 ws-qtd-min-quebradas                     pic 9(05) value 0.
       77 ws-qtd-min-igualadas                     pic 9(05) value 0.
       77 ws-qtd-primeiros                         pic 9(05) value 0.
       77 ws-qtd-com-relocacao                     pic 9(05) value 0.
       77 ws-qtd-listados                          pic 9(05) value 0.
       77 ws-valor-resumo                          pic zzzz9.

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
           05 filler                               pic x(48)
              value "Recordes Diarios de Temperatura   Leituras de: ".
           05 cab-dia                              pic 9(02).
           05 filler                               pic x(01) value '/'.
           05 cab-mes                              pic 9(02).
           05 filler                               pic x(01) value '/'.
           05 cab-ano                              pic 9(04).
           05 filler                               pic x(22) value spaces.

       01 ws-linha-recorde.
           05 rdt-estacao                          pic 9(03).
           05 filler                               pic x(01) value space.
           05 rdt-nome                             pic x(17).
           05 filler                               pic x(01) value space.
           05 rdt-tipo                             pic x(06).
           05 filler                               pic x(01) value space.
           05 rdt-situacao                         pic x(08).
           05 filler                               pic x(01) value space.
           05 rdt-temp                             pic ---9,99.
           05 rdt-rotulo                           pic x(06).
           05 rdt-ref-temp                         pic ---9,99.
           05 filler                               pic x(04) value " em ".
           05 rdt-ref-ano                          pic 9(04).
           05 filler                               pic x(01) value space.
           05 rdt-marca                            pic x(13).

      *>--Leitura de outro dia gravada desde a data de referencia
       01 ws-linha-tardia.
           05 filler                               pic x(12)
              value "Leitura de ".
           05 tar-dia                              pic 9(02).
           05 filler                               pic x(01) value '/'.
           05 tar-mes                              pic 9(02).
           05 filler                               pic x(01) value '/'.
           05 tar-ano                              pic 9(04).
           05 filler                               pic x(13)
              value " gravada em ".
           05 tar-gravacao                         pic x(10).
           05 filler                               pic x(35) value spaces.

       01 ws-linha-cab-lista.
           05 filler                               pic x(28)
              value "Recordes Diarios da Estacao ".
           05 cbl-estacao                          pic 9(03).
           05 filler                               pic x(03) value " - ".
           05 cbl-nome                             pic x(30).
           05 filler                               pic x(16) value spaces.

       01 ws-linha-titulos-lista.
           05 filler                               pic x(51) value
              "Dia/Mes  Maxima   Ano Igual      Minima   Ano Igual".
           05 filler                               pic x(29) value spaces.

       01 ws-linha-lista.
           05 lst-dia                              pic 9(02).
           05 filler                               pic x(01) value '/'.
           05 lst-mes                              pic 9(02).
           05 filler                               pic x(03) value spaces.
           05 lst-max-temp                         pic ---9,99.
           05 filler                               pic x(02) value spaces.
           05 lst-max-ano                          pic 9(04).
           05 filler                               pic x(01) value space.
           05 lst-max-empate                       pic x(04).
           05 filler                               pic x(01) value space.
           05 lst-max-marca                        pic x(01).
           05 filler                               pic x(04) value spaces.
           05 lst-min-temp                         pic ---9,99.
           05 filler                               pic x(02) value spaces.
           05 lst-min-ano                          pic 9(04).
           05 filler                               pic x(01) value space.
           05 lst-min-empate                       pic x(04).
           05 filler                               pic x(01) value space.
           05 lst-min-marca                        pic x(01).
           05 filler                               pic x(27) value spaces.

       01 ws-linha-totais.
           05 tot-rotulo                           pic x(34).
           05 tot-valor                            pic zzzz9.
           05 filler                               pic x(41) value spaces.

      *>--Variáveis para comunicação entre programas
       Linkage section.

      *>Declaração do corpo programa
       Procedure Division.

           perform inicializa.
           evaluate ws-modo
               when 'C'
                   perform constroi-recordes
               when 'A'
                   perform atualiza-recordes
               when 'L'
                   perform lista-recordes
           end-evaluate
           perform finaliza.

      *>-------------------------------------------------------------------
       inicializa section.

           perform marca-inicio-controle
           move "RecordesDiarios" to ctl-programa

      *>--Parametro "CONSTROI [AAAA]", "ATUALIZA [AAAAMMDD]" ou
      *>  "LISTA EEE"; sem parametro vale a atualizacao com as leituras
      *>  de ontem, o passo da rodada noturna
           accept ws-parametro from command-line
           move ws-parametro to ctl-parametros

           move spaces to ws-par-modo
           move spaces to ws-par-valor
           unstring ws-parametro delimited by all space
               into ws-par-modo ws-par-valor
           end-unstring

           move function current-date(1:4) to ws-ano-hoje

           evaluate ws-par-modo
               when "CONSTROI"
                   move 'C' to ws-modo
                   if ws-par-valor <> spaces then
                       if ws-par-valor(1:4) not numeric
                       or ws-par-valor(5:4) <> spaces then
                           display "Ano inicial invalido no parametro: "
                                   ws-par-valor
                           move 8 to return-code
                           stop run
                       end-if
                       move ws-par-valor(1:4) to ws-ano-inicial
                   end-if
               when "ATUALIZA"
               when spaces
                   move 'A' to ws-modo
                   perform define-data-leituras
               when "LISTA"
                   move 'L' to ws-modo
                   if ws-par-valor(1:3) not numeric
                   or ws-par-valor(4:5) <> spaces then
                       display "Uso: LISTA EEE (estacao com 3 digitos)"
                       move 8 to return-code
                       stop run
                   end-if
                   move ws-par-valor(1:3) to ws-estacao-lista
               when other
                   display "Uso: CONSTROI [AAAA] | ATUALIZA [AAAAMMDD] | "
                           "LISTA EEE"
                   move 8 to return-code
                   stop run
           end-evaluate

           open input arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqEstacoes to ws-msn-erro-cod
               move ws-fs-arqEstacoes to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

      *>--A construcao recria o arquivo de recordes; a atualizacao e a
      *>  lista precisam dele ja construido
           if ws-modo = 'C' then
               open output arqRecordes
               if ws-fs-arqRecordes = 0 then
                   close arqRecordes
                   open i-o arqRecordes
               end-if
           else
               if ws-modo = 'A' then
                   open i-o arqRecordes
               else
                   open input arqRecordes
               end-if
               if ws-fs-arqRecordes = 35 then
                   display "Arquivo de recordes inexistente "
                           "(arqRecordes.txt); rode antes CONSTROI"
                   move 8 to return-code
                   stop run
               end-if
           end-if
           if ws-fs-arqRecordes <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqRecordes to ws-msn-erro-cod
               move ws-fs-arqRecordes to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           if ws-modo <> 'L' then
               open input arqTemp
               if ws-fs-arqTemp <> 0 then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqTemp to ws-msn-erro-cod
                   move ws-fs-arqTemp to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
               perform carrega-limites
           end-if

           open output relaRecordes.
           if ws-fs-relaRecordes <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-relaRecordes to ws-msn-erro-cod
               move ws-fs-relaRecordes to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

      *>--Historico de eventos de estacao e opcional: sem o arquivo
      *>  (status 35), os recordes saem sem as marcas de relocacao
           open input arqEventosEstacao
           if ws-fs-arqEventosEstacao = 35 then
               continue
           else
               if ws-fs-arqEventosEstacao <> 0 then
                   move 5 to ws-msn-erro-offset
                   move ws-fs-arqEventosEstacao to ws-msn-erro-cod
                   move ws-fs-arqEventosEstacao to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               else
                   move 'S' to ws-eventos-disponiveis
               end-if
           end-if

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Data das leituras da atualizacao: AAAAMMDD do parametro ou,
      *> sem ela, a de ontem (a rodada noturna confere o dia fechado)
      *>-------------------------------------------------------------------
       define-data-leituras section.

           if ws-par-valor = spaces then
               perform calcula-data-ontem
           else
               if ws-par-valor not numeric then
                   display "Data invalida no parametro: " ws-par-valor
                   move 8 to return-code
                   stop run
               end-if
               move ws-par-valor(1:4) to ws-ano-leituras
               move ws-par-valor(5:2) to ws-mes-leituras
               move ws-par-valor(7:2) to ws-dia-leituras
           end-if

      *>--Data criticada contra o calendario, como fazem as cargas
           move ws-ano-leituras to ws-cal-ano
           move ws-mes-leituras to ws-cal-mes
           perform calcula-fim-mes

           if ws-cal-fim-mes = 0
           or ws-dia-leituras < 1
           or ws-dia-leituras > ws-cal-fim-mes then
               display "Data inexistente no calendario: " ws-par-valor
               move 8 to return-code
               stop run
           end-if

           compute ws-data-leituras = ws-ano-leituras * 10000
                                    + ws-mes-leituras * 100
                                    + ws-dia-leituras

           .
       define-data-leituras-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Recua a data corrente do sistema em um dia, virando mes e ano
      *> quando a rodada acontece no dia 1
      *>-------------------------------------------------------------------
       calcula-data-ontem section.

           move function current-date(1:4) to ws-ano-leituras
           move function current-date(5:2) to ws-mes-leituras
           move function current-date(7:2) to ws-dia-leituras

           if ws-dia-leituras > 1 then
               subtract 1 from ws-dia-leituras
           else
               if ws-mes-leituras > 1 then
                   subtract 1 from ws-mes-leituras
               else
                   move 12 to ws-mes-leituras
                   subtract 1 from ws-ano-leituras
               end-if
               move ws-ano-leituras to ws-cal-ano
               move ws-mes-leituras to ws-cal-mes
               perform calcula-fim-mes
               move ws-cal-fim-mes to ws-dia-leituras
           end-if

           .
       calcula-data-ontem-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Monta os recordes do zero: todos os arquivos anuais de historico
      *> do ano inicial ate o corrente (ano sem arquivo e pulado) e
      *> depois o arquivo vivo. Mes que esteja nos dois (restaurado pela
      *> ArquivaTemp) nao distorce: a mesma leitura no mesmo ano nao
      *> conta como empate.
      *>-------------------------------------------------------------------
       constroi-recordes section.

           move ws-ano-inicial to ws-ano-corrente
           perform until ws-ano-corrente > ws-ano-hoje
               perform constroi-ano-historico
               add 1 to ws-ano-corrente
           end-perform

           move 'N' to ws-fim-arquivo
           perform until ws-fim-arquivo = 'S'
               read arqTemp next record
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       move fd-estacao to ws-lei-estacao
                       move fd-ano     to ws-lei-ano
                       move fd-mes     to ws-lei-mes
                       move fd-dia     to ws-lei-dia
                       move fd-temp    to ws-lei-temp
                       perform confere-leitura-recorde
               end-read
           end-perform

           perform emite-resumo-construcao

           .
       constroi-recordes-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Confere contra os recordes todas as leituras do arquivo anual de
      *> historico de ws-ano-corrente, se ele existir
      *>-------------------------------------------------------------------
       constroi-ano-historico section.

           move spaces to ws-nome-arqHist
           string "arqTempHist" ws-ano-corrente ".txt"
               delimited by size into ws-nome-arqHist
           end-string

           open input arqHist
           if ws-fs-arqHist = 35 then
               continue
           else
               if ws-fs-arqHist <> 0 then
                   move 6 to ws-msn-erro-offset
                   move ws-fs-arqHist to ws-msn-erro-cod
                   move ws-fs-arqHist to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if

               add 1 to ws-anos-lidos

               move 'N' to ws-fim-arquivo
               perform until ws-fim-arquivo = 'S'
                   read arqHist next record
                       at end
                           move 'S' to ws-fim-arquivo
                       not at end
                           move hist-estacao to ws-lei-estacao
                           move hist-ano     to ws-lei-ano
                           move hist-mes     to ws-lei-mes
                           move hist-dia     to ws-lei-dia
                           move hist-temp    to ws-lei-temp
                           perform confere-leitura-recorde
                   end-read
               end-perform

               close arqHist
               if ws-fs-arqHist <> 0 then
                   move 7 to ws-msn-erro-offset
                   move ws-fs-arqHist to ws-msn-erro-cod
                   move ws-fs-arqHist to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
           end-if

           .
       constroi-ano-historico-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Confere as leituras do dia de todas as estacoes contra os
      *> recordes e relata os quebrados e igualados
      *>-------------------------------------------------------------------
       atualiza-recordes section.

           move ws-dia-leituras to cab-dia
           move ws-mes-leituras to cab-mes
           move ws-ano-leituras to cab-ano
           move ws-linha-cabecalho to rec-linha
           write rec-linha

           move spaces to rec-linha
           write rec-linha

           perform varying ws-est from 1 by 1 until ws-est > 999

               move ws-est          to fd-estacao
               move ws-ano-leituras to fd-ano
               move ws-mes-leituras to fd-mes
               move ws-dia-leituras to fd-dia

               read arqTemp
                   invalid key
                       continue
                   not invalid key
                       move fd-estacao to ws-lei-estacao
                       move fd-ano     to ws-lei-ano
                       move fd-mes     to ws-lei-mes
                       move fd-dia     to ws-lei-dia
                       move fd-temp    to ws-lei-temp
                       perform confere-leitura-recorde
                       perform relata-leitura-recorde
               end-read

           end-perform

      *>--Leituras de outros dias que chegaram ou mudaram desde a data de
      *>  referencia: carga atrasada, recarga, correcao manual
           move 0 to fd-estacao
           move 0 to fd-ano
           move 0 to fd-mes
           move 0 to fd-dia

           move 'N' to ws-fim-arquivo
           start arqTemp key is >= fd-chave-temp
               invalid key
                   move 'S' to ws-fim-arquivo
           end-start

           perform until ws-fim-arquivo = 'S'
               read arqTemp next record
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       compute ws-data-lida = fd-ano * 10000
                                            + fd-mes * 100
                                            + fd-dia
                       if fd-data-gravacao >= ws-data-leituras
                       and ws-data-lida <> ws-data-leituras then
                           perform confere-leitura-tardia
                       end-if
               end-read
           end-perform

           perform emite-resumo-atualizacao

           .
       atualiza-recordes-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Confere a leitura de outro dia gravada desde a data de
      *> referencia. A carga da noite grava com a data seguinte a das
      *> leituras, entao a varredura ve de novo o dia ja conferido na
      *> rodada anterior: so a leitura que alterou arqRecordes e relatada,
      *> precedida da data da leitura e da gravacao
      *>-------------------------------------------------------------------
       confere-leitura-tardia section.

           move ctl-lidos       to ws-sav-lidos
           move ctl-validos     to ws-sav-validos
           move ctl-descartados to ws-sav-descartados

           move fd-estacao to ws-lei-estacao
           move fd-ano     to ws-lei-ano
           move fd-mes     to ws-lei-mes
           move fd-dia     to ws-lei-dia
           move fd-temp    to ws-lei-temp
           perform confere-leitura-recorde

           if ws-recorde-novo = 'N'
           and ws-recorde-alterado = 'N' then
               move ws-sav-lidos       to ctl-lidos
               move ws-sav-validos     to ctl-validos
               move ws-sav-descartados to ctl-descartados
           else
               if ws-sit-max = 'Q' or ws-sit-max = 'I'
               or ws-sit-min = 'Q' or ws-sit-min = 'I' then
                   perform relata-leitura-tardia
               end-if
           end-if

           .
       confere-leitura-tardia-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava a linha com a data da leitura tardia e a da gravacao e os
      *> recordes que ela quebrou ou igualou
      *>-------------------------------------------------------------------
       relata-leitura-tardia section.

           add 1 to ws-qtd-tardias
           move ws-lei-dia to tar-dia
           move ws-lei-mes to tar-mes
           move ws-lei-ano to tar-ano
           move spaces to tar-gravacao
           string fd-data-gravacao(7:2) "/"
                  fd-data-gravacao(5:2) "/"
                  fd-data-gravacao(1:4)
               delimited by size into tar-gravacao
           end-string
           move ws-linha-tardia to rec-linha
           write rec-linha
           perform relata-leitura-recorde

           .
       relata-leitura-tardia-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Confere a leitura ws-lei- contra o recorde do dia/mes da estacao,
      *> criando ou atualizando o registro. Leitura fora da faixa
      *> plausivel da estacao nunca vira recorde.
      *>-------------------------------------------------------------------
       confere-leitura-recorde section.

           move space to ws-sit-max
           move space to ws-sit-min
           move 'N'   to ws-recorde-novo
           move 'N'   to ws-recorde-alterado

           add 1 to ctl-lidos

           move ws-lei-estacao to ws-estacao-limite
           perform obtem-limites-estacao

           if ws-lei-temp < ws-temp-min-valida
           or ws-lei-temp > ws-temp-max-valida then
               add 1 to ctl-descartados
           else
               add 1 to ctl-validos

               move ws-lei-estacao to fd-rec-estacao
               move ws-lei-mes     to fd-rec-mes
               move ws-lei-dia     to fd-rec-dia

               read arqRecordes
                   invalid key
                       perform inicia-recorde
                   not invalid key
                       perform confere-maxima
                       perform confere-minima
               end-read

               perform grava-recorde
           end-if

           .
       confere-leitura-recorde-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Primeira leitura valida do dia/mes da estacao: e a maxima e a
      *> minima ao mesmo tempo, sem recorde anterior
      *>-------------------------------------------------------------------
       inicia-recorde section.

           move 'S' to ws-recorde-novo
           move 'N' to ws-sit-max
           move 'N' to ws-sit-min
           add 1 to ws-qtd-primeiros

           move ws-lei-temp to fd-rec-max-temp
           move ws-lei-ano  to fd-rec-max-ano
           move 0           to fd-rec-max-ano-empate
           move 0           to fd-rec-max-ant-temp
           move 0           to fd-rec-max-ant-ano

           move ws-lei-temp to fd-rec-min-temp
           move ws-lei-ano  to fd-rec-min-ano
           move 0           to fd-rec-min-ano-empate
           move 0           to fd-rec-min-ant-temp
           move 0           to fd-rec-min-ant-ano

           perform verifica-relocacao-mes
           move ws-evt-periodo-tem to fd-rec-max-relocacao
           move ws-evt-periodo-tem to fd-rec-min-relocacao

           .
       inicia-recorde-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Confere a leitura contra a maxima do dia/mes
      *>-------------------------------------------------------------------
       confere-maxima section.

           evaluate true
               when ws-lei-temp > fd-rec-max-temp
      *>--Quebra: o recorde superado vira o anterior; a mesma leitura
      *>  regravada mais alta no mesmo ano (correcao) so troca o valor
                   if fd-rec-max-ano <> ws-lei-ano then
                       move fd-rec-max-temp to fd-rec-max-ant-temp
                       move fd-rec-max-ano  to fd-rec-max-ant-ano
                   end-if
                   move ws-lei-temp to fd-rec-max-temp
                   move ws-lei-ano  to fd-rec-max-ano
                   move 0           to fd-rec-max-ano-empate
                   perform verifica-relocacao-mes
                   move ws-evt-periodo-tem to fd-rec-max-relocacao
                   if fd-rec-max-ant-ano > 0 then
                       move 'Q' to ws-sit-max
                   else
                       move 'N' to ws-sit-max
                   end-if
                   move 'S' to ws-recorde-alterado

               when ws-lei-temp = fd-rec-max-temp
                   evaluate true
      *>--A propria leitura que fez o recorde (rodada repetida): relata
      *>  de novo como quebra, se havia recorde anterior
                       when ws-lei-ano = fd-rec-max-ano
                           if fd-rec-max-ant-ano > 0 then
                               move 'Q' to ws-sit-max
                           else
                               move 'N' to ws-sit-max
                           end-if
                       when ws-lei-ano = fd-rec-max-ano-empate
                           move 'I' to ws-sit-max
      *>--Ano mais antigo com o mesmo valor (construcao fora de ordem):
      *>  o recorde passa a ser dele e o outro ano vira o empate
                       when ws-lei-ano < fd-rec-max-ano
                           if fd-rec-max-ano > fd-rec-max-ano-empate then
                               move fd-rec-max-ano to fd-rec-max-ano-empate
                           end-if
                           move ws-lei-ano to fd-rec-max-ano
                           perform verifica-relocacao-mes
                           move ws-evt-periodo-tem to fd-rec-max-relocacao
                           move 'I' to ws-sit-max
                           move 'S' to ws-recorde-alterado
                       when other
                           if ws-lei-ano > fd-rec-max-ano-empate then
                               move ws-lei-ano to fd-rec-max-ano-empate
                           end-if
                           move 'I' to ws-sit-max
                           move 'S' to ws-recorde-alterado
                   end-evaluate

               when other
                   continue
           end-evaluate

           .
       confere-maxima-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Confere a leitura contra a minima do dia/mes
      *>-------------------------------------------------------------------
       confere-minima section.

           evaluate true
               when ws-lei-temp < fd-rec-min-temp
                   if fd-rec-min-ano <> ws-lei-ano then
                       move fd-rec-min-temp to fd-rec-min-ant-temp
                       move fd-rec-min-ano  to fd-rec-min-ant-ano
                   end-if
                   move ws-lei-temp to fd-rec-min-temp
                   move ws-lei-ano  to fd-rec-min-ano
                   move 0           to fd-rec-min-ano-empate
                   perform verifica-relocacao-mes
                   move ws-evt-periodo-tem to fd-rec-min-relocacao
                   if fd-rec-min-ant-ano > 0 then
                       move 'Q' to ws-sit-min
                   else
                       move 'N' to ws-sit-min
                   end-if
                   move 'S' to ws-recorde-alterado

               when ws-lei-temp = fd-rec-min-temp
                   evaluate true
                       when ws-lei-ano = fd-rec-min-ano
                           if fd-rec-min-ant-ano > 0 then
                               move 'Q' to ws-sit-min
                           else
                               move 'N' to ws-sit-min
                           end-if
                       when ws-lei-ano = fd-rec-min-ano-empate
                           move 'I' to ws-sit-min
                       when ws-lei-ano < fd-rec-min-ano
                           if fd-rec-min-ano > fd-rec-min-ano-empate then
                               move fd-rec-min-ano to fd-rec-min-ano-empate
                           end-if
                           move ws-lei-ano to fd-rec-min-ano
                           perform verifica-relocacao-mes
                           move ws-evt-periodo-tem to fd-rec-min-relocacao
                           move 'I' to ws-sit-min
                           move 'S' to ws-recorde-alterado
                       when other
                           if ws-lei-ano > fd-rec-min-ano-empate then
                               move ws-lei-ano to fd-rec-min-ano-empate
                           end-if
                           move 'I' to ws-sit-min
                           move 'S' to ws-recorde-alterado
                   end-evaluate

               when other
                   continue
           end-evaluate

           .
       confere-minima-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Verifica se o mes da leitura em conferencia teve relocacao da
      *> estacao; resultado em ws-evt-periodo-tem
      *>-------------------------------------------------------------------
       verifica-relocacao-mes section.

           move ws-lei-estacao to ws-evt-estacao-busca
           move 'R'            to ws-evt-tipo-busca
           compute ws-evt-data-inicial =
               ws-lei-ano * 10000 + ws-lei-mes * 100 + 1
           compute ws-evt-data-final =
               ws-lei-ano * 10000 + ws-lei-mes * 100 + 31
           perform verifica-evento-periodo

           .
       verifica-relocacao-mes-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava o recorde novo ou regrava o alterado
      *>-------------------------------------------------------------------
       grava-recorde section.

           if ws-recorde-novo = 'S'
           or ws-recorde-alterado = 'S' then
               move function current-date(1:8) to fd-rec-data-atualizacao
               if ws-recorde-novo = 'S' then
                   write fd-rela-recorde
               else
                   rewrite fd-rela-recorde
               end-if
               if ws-fs-arqRecordes <> 0 then
                   move 8 to ws-msn-erro-offset
                   move ws-fs-arqRecordes to ws-msn-erro-cod
                   move ws-fs-arqRecordes to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
               add 1 to ctl-gravados
           end-if

           .
       grava-recorde-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Relata a maxima e a minima da leitura conferida, quando quebraram
      *> ou igualaram o recorde do dia/mes
      *>-------------------------------------------------------------------
       relata-leitura-recorde section.

           if ws-sit-max = 'Q' or ws-sit-max = 'I' then
               move "MAXIMA" to rdt-tipo
               if ws-sit-max = 'Q' then
                   move "QUEBRADO"          to rdt-situacao
                   move " ant: "            to rdt-rotulo
                   move fd-rec-max-ant-temp to ws-ref-temp
                   move fd-rec-max-ant-ano  to ws-ref-ano
                   add 1 to ws-qtd-max-quebradas
               else
                   move "IGUALADO"          to rdt-situacao
                   move " rec: "            to rdt-rotulo
                   move fd-rec-max-temp     to ws-ref-temp
                   move fd-rec-max-ano      to ws-ref-ano
                   add 1 to ws-qtd-max-igualadas
               end-if
               perform emite-linha-recorde
           end-if

           if ws-sit-min = 'Q' or ws-sit-min = 'I' then
               move "MINIMA" to rdt-tipo
               if ws-sit-min = 'Q' then
                   move "QUEBRADO"          to rdt-situacao
                   move " ant: "            to rdt-rotulo
                   move fd-rec-min-ant-temp to ws-ref-temp
                   move fd-rec-min-ant-ano  to ws-ref-ano
                   add 1 to ws-qtd-min-quebradas
               else
                   move "IGUALADO"          to rdt-situacao
                   move " rec: "            to rdt-rotulo
                   move fd-rec-min-temp     to ws-ref-temp
                   move fd-rec-min-ano      to ws-ref-ano
                   add 1 to ws-qtd-min-igualadas
               end-if
               perform emite-linha-recorde
           end-if

           .
       relata-leitura-recorde-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava a linha do recorde quebrado/igualado, marcada quando a
      *> estacao foi relocada entre o recorde de referencia e a leitura
      *> (quebra de serie: conferir antes de anunciar)
      *>-------------------------------------------------------------------
       emite-linha-recorde section.

           move ws-lei-estacao to rdt-estacao
           move ws-lei-estacao to fd-est-numero
           read arqEstacoes
               invalid key
                   move spaces to rdt-nome
               not invalid key
                   move fd-est-nome to rdt-nome
           end-read

           move ws-lei-temp to rdt-temp
           move ws-ref-temp to rdt-ref-temp
           move ws-ref-ano  to rdt-ref-ano

           move ws-lei-estacao to ws-evt-estacao-busca
           move 'R'            to ws-evt-tipo-busca
           compute ws-evt-data-inicial =
               ws-ref-ano * 10000 + ws-lei-mes * 100 + ws-lei-dia
           compute ws-evt-data-final =
               ws-lei-ano * 10000 + ws-lei-mes * 100 + ws-lei-dia
           perform verifica-evento-periodo

           if ws-evt-periodo-tem = 'S' then
               move "*RELOCACAO" to rdt-marca
               add 1 to ws-qtd-com-relocacao
           else
               move spaces to rdt-marca
           end-if

           move ws-linha-recorde to rec-linha
           write rec-linha

           .
       emite-linha-recorde-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Totais da atualizacao
      *>-------------------------------------------------------------------
       emite-resumo-atualizacao section.

           if ws-qtd-max-quebradas + ws-qtd-max-igualadas
            + ws-qtd-min-quebradas + ws-qtd-min-igualadas = 0 then
               move spaces to rec-linha
               string "Nenhum recorde quebrado ou igualado no dia"
                   delimited by size into rec-linha
               end-string
               write rec-linha
           end-if

           move spaces to rec-linha
           write rec-linha

           move "Leituras conferidas..............:" to tot-rotulo
           move ctl-validos to tot-valor
           move ws-linha-totais to rec-linha
           write rec-linha

           move "Leituras fora da faixa ignoradas.:" to tot-rotulo
           move ctl-descartados to tot-valor
           move ws-linha-totais to rec-linha
           write rec-linha

           move "Maximas quebradas / igualadas....:" to tot-rotulo
           move ws-qtd-max-quebradas to tot-valor
           move ws-linha-totais to rec-linha
           move ws-qtd-max-igualadas to ws-valor-resumo
           move " /" to rec-linha(40:2)
           move ws-valor-resumo to rec-linha(42:5)
           write rec-linha

           move "Minimas quebradas / igualadas....:" to tot-rotulo
           move ws-qtd-min-quebradas to tot-valor
           move ws-linha-totais to rec-linha
           move ws-qtd-min-igualadas to ws-valor-resumo
           move " /" to rec-linha(40:2)
           move ws-valor-resumo to rec-linha(42:5)
           write rec-linha

           move "Primeiro registro do dia/mes.....:" to tot-rotulo
           move ws-qtd-primeiros to tot-valor
           move ws-linha-totais to rec-linha
           write rec-linha

           move "Recordes de leituras de outro dia:" to tot-rotulo
           move ws-qtd-tardias to tot-valor
           move ws-linha-totais to rec-linha
           write rec-linha

           if ws-eventos-disponiveis = 'S' then
               move "Com relocacao desde o recorde....:" to tot-rotulo
               move ws-qtd-com-relocacao to tot-valor
               move ws-linha-totais to rec-linha
               write rec-linha
           end-if

           move ws-qtd-max-quebradas to ws-valor-resumo
           display "Maximas quebradas: " ws-valor-resumo
           move ws-qtd-min-quebradas to ws-valor-resumo
           display "Minimas quebradas: " ws-valor-resumo

           .
       emite-resumo-atualizacao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Totais da construcao
      *>-------------------------------------------------------------------
       emite-resumo-construcao section.

           move spaces to rec-linha
           string "Construcao dos recordes diarios de temperatura"
               delimited by size into rec-linha
           end-string
           write rec-linha

           move spaces to rec-linha
           write rec-linha

           move "Arquivos anuais de historico lidos:" to tot-rotulo
           move ws-anos-lidos to tot-valor
           move ws-linha-totais to rec-linha
           write rec-linha

           move "Leituras validas conferidas......:" to tot-rotulo
           move ctl-validos to tot-valor
           move ws-linha-totais to rec-linha
           write rec-linha

           move "Leituras fora da faixa ignoradas.:" to tot-rotulo
           move ctl-descartados to tot-valor
           move ws-linha-totais to rec-linha
           write rec-linha

           move "Dias/mes com recorde registrado..:" to tot-rotulo
           move ws-qtd-primeiros to tot-valor
           move ws-linha-totais to rec-linha
           write rec-linha

           move ws-qtd-primeiros to ws-valor-resumo
           display "Recordes diarios construidos: " ws-valor-resumo

           .
       emite-resumo-construcao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Lista todos os recordes da estacao pedida, em ordem de dia/mes
      *>-------------------------------------------------------------------
       lista-recordes section.

           move ws-estacao-lista to fd-est-numero
           read arqEstacoes
               invalid key
                   display "Estacao nao cadastrada: " ws-estacao-lista
                   move 8 to return-code
                   stop run
           end-read

           move ws-estacao-lista to cbl-estacao
           move fd-est-nome      to cbl-nome
           move ws-linha-cab-lista to rec-linha
           write rec-linha

           move spaces to rec-linha
           write rec-linha

           move ws-linha-titulos-lista to rec-linha
           write rec-linha

           move ws-estacao-lista to fd-rec-estacao
           move 0                to fd-rec-mes
           move 0                to fd-rec-dia

           move 'N' to ws-fim-arquivo
           start arqRecordes key is >= fd-rec-chave
               invalid key
                   move 'S' to ws-fim-arquivo
           end-start

           perform until ws-fim-arquivo = 'S'
               read arqRecordes next record
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       if fd-rec-estacao = ws-estacao-lista then
                           perform emite-linha-lista
                       else
                           move 'S' to ws-fim-arquivo
                       end-if
               end-read
           end-perform

           move spaces to rec-linha
           write rec-linha

           if ws-qtd-listados = 0 then
               move spaces to rec-linha
               string "Estacao sem recorde registrado"
                   delimited by size into rec-linha
               end-string
               write rec-linha
           else
               move spaces to rec-linha
               string "R = mes do recorde com relocacao da estacao "
                      "(quebra de serie)"
                   delimited by size into rec-linha
               end-string
               write rec-linha
           end-if

           .
       lista-recordes-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava a linha do recorde corrente na lista da estacao
      *>-------------------------------------------------------------------
       emite-linha-lista section.

           add 1 to ws-qtd-listados
           add 1 to ctl-lidos
           add 1 to ctl-validos

           move fd-rec-dia      to lst-dia
           move fd-rec-mes      to lst-mes
           move fd-rec-max-temp to lst-max-temp
           move fd-rec-max-ano  to lst-max-ano
           move fd-rec-min-temp to lst-min-temp
           move fd-rec-min-ano  to lst-min-ano

           move spaces to lst-max-empate
           if fd-rec-max-ano-empate > 0 then
               move fd-rec-max-ano-empate to lst-max-empate
           end-if
           move spaces to lst-min-empate
           if fd-rec-min-ano-empate > 0 then
               move fd-rec-min-ano-empate to lst-min-empate
           end-if

           move space to lst-max-marca
           if fd-rec-max-relocacao = 'S' then
               move 'R' to lst-max-marca
           end-if
           move space to lst-min-marca
           if fd-rec-min-relocacao = 'S' then
               move 'R' to lst-min-marca
           end-if

           move ws-linha-lista to rec-linha
           write rec-linha

           .
       emite-linha-lista-exit.
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

           COPY EVESTPROC.

      *>-------------------------------------------------------------------
      *> Finaliza Normal
      *>-------------------------------------------------------------------
       finaliza section.

           perform registra-controle

           close arqRecordes.
           if ws-fs-arqRecordes <> 0 then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqRecordes to ws-msn-erro-cod
               move ws-fs-arqRecordes to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           close arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 10 to ws-msn-erro-offset
               move ws-fs-arqEstacoes to ws-msn-erro-cod
               move ws-fs-arqEstacoes to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           if ws-modo <> 'L' then
               close arqTemp
           end-if

           if ws-eventos-disponiveis = 'S' then
               close arqEventosEstacao
           end-if

           close relaRecordes.
           if ws-fs-relaRecordes <> 0 then
               move 11 to ws-msn-erro-offset
               move ws-fs-relaRecordes to ws-msn-erro-cod
               move ws-fs-relaRecordes to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           stop run.
            .
       finaliza-exit.
           exit.
