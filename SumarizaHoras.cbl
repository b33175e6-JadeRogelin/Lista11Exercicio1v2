      *>              programas: estacao nao cadastrada encerra com
      *>              mensagem clara em vez de consolidar nada em
      *>              silencio.
      *> 15/10/2026 - Leitura diaria gravada passa a levar a origem 'S'
      *>              (sumarizacao horaria) e a data de gravacao.
      *> 15/10/2026 - Dia gravado pela primeira vez, ou regravado com
      *>              valor diferente do anterior, em estacao-mes ja
      *>              enviada ao instituto deixa a estacao-mes pendente de
      *>              retransmissao ('P') em arqSituacaoEnvio.txt; re-
      *>              sumarizacao que nao muda o valor nao marca nada.
      *> 15/10/2026 - Opcao COBERTURA (parametro "AAAAMM[EEE] COBERTURA
      *>              [HORAS]"): dia com menos leituras horarias que o
      *>              minimo (padrao 18, o mesmo da ConsisteHoras) nao
      *>              vira leitura diaria em arqTemp e sai no relatorio
      *>              como NAO GRAVADO; sem a opcao, tudo segue como
      *>              antes. Dia corrigido pelo operador (origem 'M')
      *>              deixa de ser sobreposto pela media das horas e sai
      *>              marcado MANUAL.
      *> 15/10/2026 - Com a opcao COBERTURA, o dia sem o minimo de horas
      *>              que ainda tem em arqTemp a media gravada por uma
      *>              rodada anterior (origem 'S') tem essa leitura
      *>              excluida, sai no relatorio como DIA EXCLUIDO e o
      *>              mes ja enviado fica pendente de retransmissao;
      *>              leituras de outra origem ficam como estao.

      *>Divisão para configuração do ambiente
       Environment Division.
           record key is fd-est-numero
           file status is ws-fs-arqEstacoes.

           select arqSituacaoEnvio assign to "arqSituacaoEnvio.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-env-chave
           file status is ws-fs-arqSituacaoEnvio.

       I-O-Control.

      *>Declaração de variáveis
       fd arqEstacoes.
           COPY FDEST.

       fd arqSituacaoEnvio.
           COPY FDENVIO.

      *>--Variáveis de trabalho
       Working-storage section.

       77 ws-fs-relaResumo                         pic 9(02).
       77 ws-fs-arqEstacoes                        pic 9(02).

       77 ws-parametro                             pic x(40).
       77 ws-par-periodo                           pic x(09).
       77 ws-par-opcao                             pic x(10).
       77 ws-par-horas                             pic x(10).
       77 ws-estacao-consulta                      pic 9(03).
       77 ws-ano-consulta                          pic 9(04).
       77 ws-mes-consulta                          pic 9(02).
      *>--'T' sumariza todas as estacoes do mes, 'U' so a do parametro
       77 ws-abrangencia                           pic x(01) value 'T'.
      *>--'S' com a opcao COBERTURA: dia com menos horas que o minimo nao
      *>  vira leitura diaria
       77 ws-exige-cobertura                       pic x(01) value 'N'.

      *>--Criterio de cobertura do dia, o mesmo da ConsisteHoras
           COPY QCHORATB.

      *>--Grupo estacao-dia em consolidacao (quebra de controle na ordem
      *>  natural da chave de arqTempHoras)
          05 ws-grp-max                            pic S9(02)V99.

       77 ws-qtd-dias-gravados                     pic 9(04) value 0.
       77 ws-qtd-dias-sem-cobertura                pic 9(04) value 0.
       77 ws-qtd-correcoes-mantidas                pic 9(04) value 0.
       77 ws-qtd-diarias-excluidas                 pic 9(04) value 0.
       77 ws-valor-resumo                          pic zzz9.
       77 ws-fim-horas                             pic x(01) value 'N'.

      *>--Marcacao de retransmissao do mes ja enviado ao instituto; so o
      *>  dia cujo valor mudou (ou que nao existia) marca a estacao-mes
           COPY RETRANSTB.
       77 ws-valor-alterado                        pic x(01).

      *>--Registro de controle de processamento da rodada
           COPY CONTROLETB.

           05 det-max                              pic ---9,99.
           05 filler                               pic x(08) value " Media: ".
           05 det-media                            pic ---9,99.
           05 det-observacao                       pic x(07) value spaces.

      *>--Dia que nao vira leitura diaria por falta de horas
       01 ws-linha-sem-cobertura.
           05 filler                               pic x(08) value "Estacao ".
           05 scb-estacao                          pic 9(03).
           05 filler                               pic x(01) value space.
           05 scb-ano                              pic 9(04).
           05 filler                               pic x(01) value '-'.
           05 scb-mes                              pic 9(02).
           05 filler                               pic x(01) value '-'.
           05 scb-dia                              pic 9(02).
           05 filler                               pic x(07) value " Leit: ".
           05 scb-qtd                              pic zz9.
           05 filler                               pic x(26)
              value " - NAO GRAVADO, minimo de ".
           05 scb-minimo                           pic z9.
           05 filler                               pic x(06)
              value " horas".
           05 scb-observacao                       pic x(14) value spaces.

      *>--Variáveis para comunicação entre programas
       Linkage section.
               perform finaliza-anormal
           end-if

           perform abre-situacao-envio

      *>--Parametro "AAAAMM" sumariza todas as estacoes do mes;
      *>  "AAAAMMEEE" somente a estacao informada. A palavra COBERTURA,
      *>  com o minimo de horas opcional depois dela, deixa de fora o dia
      *>  com menos leituras que o minimo
           accept ws-parametro from command-line
           move ws-parametro to ctl-parametros

           move spaces to ws-par-periodo
           move spaces to ws-par-opcao
           move spaces to ws-par-horas
           unstring ws-parametro delimited by all space
               into ws-par-periodo ws-par-opcao ws-par-horas
           end-unstring

           if ws-par-opcao <> spaces then
               if ws-par-opcao <> "COBERTURA" then
                   display "Uso: AAAAMM[EEE] [COBERTURA [HORAS]]"
                   move 8 to return-code
                   stop run
               end-if
               move 'S' to ws-exige-cobertura
               if ws-par-horas <> spaces then
                   if function test-numval(ws-par-horas) <> 0 then
                       display "Horas invalidas no parametro: "
                               ws-par-horas
                       move 8 to return-code
                       stop run
                   end-if
                   if function numval(ws-par-horas) < 1
                   or function numval(ws-par-horas) > 24 then
                       display "Horas fora de 1 a 24: " ws-par-horas
                       move 8 to return-code
                       stop run
                   end-if
                   compute ws-qch-min-horas =
                       function numval(ws-par-horas)
               end-if
           end-if

           if ws-par-periodo = spaces then
               move function current-date(1:4) to ws-ano-consulta
               move function current-date(5:2) to ws-mes-consulta
           else
               move ws-par-periodo(1:4) to ws-ano-consulta
               move ws-par-periodo(5:2) to ws-mes-consulta

               if ws-par-periodo(7:3) <> spaces then
                   move 'U' to ws-abrangencia
                   move ws-par-periodo(7:3) to ws-estacao-consulta

      *>--Estacao informada tem de existir no cadastro, como nos demais
      *>  programas; um numero digitado errado consolidaria nada em
       acumula-leitura-hora-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Fecha o grupo estacao-dia: com a opcao COBERTURA, o dia com menos
      *> horas que o minimo so sai no relatorio; os demais viram leitura
      *> diaria
      *>-------------------------------------------------------------------
       fecha-grupo-dia section.

           if ws-exige-cobertura = 'S'
           and ws-grp-qtd < ws-qch-min-horas then
               move ws-grp-estacao   to scb-estacao
               move ws-ano-consulta  to scb-ano
               move ws-mes-consulta  to scb-mes
               move ws-grp-dia       to scb-dia
               move ws-grp-qtd       to scb-qtd
               move ws-qch-min-horas to scb-minimo
               move spaces           to scb-observacao

               perform exclui-diaria-sem-cobertura

               move ws-linha-sem-cobertura to res-linha
               write res-linha

               add 1 to ws-qtd-dias-sem-cobertura
               add 1 to ctl-descartados
               move 'N' to ws-grp-aberto
           else
               perform grava-media-dia
           end-if

           .
       fecha-grupo-dia-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Dia sem cobertura minima nao pode ficar com a media gravada por
      *> rodada anterior sem a opcao: a leitura de origem 'S' e excluida
      *> (e o mes ja enviado fica pendente); leitura de carga, correcao,
      *> restauracao ou estimativa nao e da sumarizacao e fica como esta
      *>-------------------------------------------------------------------
       exclui-diaria-sem-cobertura section.

           move ws-grp-estacao  to fd-estacao
           move ws-ano-consulta to fd-ano
           move ws-mes-consulta to fd-mes
           move ws-grp-dia      to fd-dia

           read arqTemp
           evaluate ws-fs-arqTemp
               when 0
                   if fd-origem = 'S' then
                       delete arqTemp record
                       if ws-fs-arqTemp <> 0 then
                           move 4 to ws-msn-erro-offset
                           move ws-fs-arqTemp to ws-msn-erro-cod
                           move ws-fs-arqTemp to ws-status-cod-busca
                           perform obtem-mensagem-status
                           perform finaliza-anormal
                       end-if

                       move " DIA EXCLUIDO" to scb-observacao
                       add 1 to ws-qtd-diarias-excluidas

                       move ws-grp-estacao  to ws-rtx-estacao
                       move ws-ano-consulta to ws-rtx-ano
                       move ws-mes-consulta to ws-rtx-mes
                       move ws-grp-dia      to ws-rtx-dia
                       move "Dia sem cobertura horaria" to ws-rtx-causa
                       perform marca-retransmissao
                   end-if
               when 23
                   continue
               when other
                   move 4 to ws-msn-erro-offset
                   move ws-fs-arqTemp to ws-msn-erro-cod
                   move ws-fs-arqTemp to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
           end-evaluate

           .
       exclui-diaria-sem-cobertura-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava a media do dia como a leitura diaria em arqTemp
      *> (substituindo a existente, salvo correcao manual) e a linha de
      *> detalhe com minima, maxima e quantidade de leituras do dia
      *>-------------------------------------------------------------------
       grava-media-dia section.

           compute ws-grp-media rounded = ws-grp-tt / ws-grp-qtd
           move spaces to det-observacao

           move ws-grp-estacao to fd-estacao
           move ws-ano-consulta to fd-ano
           move ws-mes-consulta to fd-mes
           move ws-grp-dia     to fd-dia
           move ws-grp-media   to fd-temp
           move 'S'            to fd-origem
           move function current-date(1:8) to fd-data-gravacao

           write fd-rela-temp

           evaluate ws-fs-arqTemp
               when 0
                   move 'S' to ws-valor-alterado
               when 22
      *>--A sumarizacao e a dona do valor diario das estacoes horarias:
      *>  passa por cima do que houver para a estacao/data. O valor
      *>  anterior e lido antes so para saber se a re-sumarizacao mudou o
      *>  dia (e o mes ja enviado precisa ir de novo ao instituto)
                   read arqTemp
                   if ws-fs-arqTemp <> 0 then
                       move 4 to ws-msn-erro-offset
                       move ws-fs-arqTemp to ws-msn-erro-cod
                       perform obtem-mensagem-status
                       perform finaliza-anormal
                   end-if
      *>--Dia corrigido pelo operador na CorrigeExcecoes (origem 'M',
      *>  em geral apontado pela ConsisteHoras) vale mais que a media das
      *>  horas suspeitas: fica como esta
                   if fd-origem = 'M' then
                       move 'N' to ws-valor-alterado
                       move " MANUAL" to det-observacao
                       add 1 to ws-qtd-correcoes-mantidas
                   else
                       if fd-temp = ws-grp-media then
                           move 'N' to ws-valor-alterado
                       else
                           move 'S' to ws-valor-alterado
                       end-if
                       move ws-grp-media   to fd-temp
                       move 'S'            to fd-origem
                       move function current-date(1:8)
                           to fd-data-gravacao
                       rewrite fd-rela-temp
                       if ws-fs-arqTemp <> 0 then
                           move 4 to ws-msn-erro-offset
                           move ws-fs-arqTemp to ws-msn-erro-cod
                           move ws-fs-arqTemp to ws-status-cod-busca
                           perform obtem-mensagem-status
                           perform finaliza-anormal
                       end-if
                   end-if
               when other
                   move 4 to ws-msn-erro-offset
                   move ws-fs-arqTemp to ws-msn-erro-cod
                   perform finaliza-anormal
           end-evaluate

           if ws-valor-alterado = 'S' then
               move ws-grp-estacao  to ws-rtx-estacao
               move ws-ano-consulta to ws-rtx-ano
               move ws-mes-consulta to ws-rtx-mes
               move ws-grp-dia      to ws-rtx-dia
               move "Sumarizacao horaria" to ws-rtx-causa
               perform marca-retransmissao
           end-if

           move ws-grp-estacao  to det-estacao
           move ws-ano-consulta to det-ano
           move ws-mes-consulta to det-mes
           move ws-linha-detalhe to res-linha
           write res-linha

           if det-observacao = spaces then
               add 1 to ws-qtd-dias-gravados
               add 1 to ctl-gravados
           end-if
           move 'N' to ws-grp-aberto

           .
       grava-media-dia-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Exibe o total de estacoes-dia consolidadas na rodada
           move ws-qtd-dias-gravados to ws-valor-resumo
           display "Estacoes-dia consolidadas em arqTemp: " ws-valor-resumo

           if ws-exige-cobertura = 'S' then
               move ws-qtd-dias-sem-cobertura to ws-valor-resumo
               display "Estacoes-dia sem cobertura minima...: "
                       ws-valor-resumo
               move ws-qtd-diarias-excluidas to ws-valor-resumo
               display "Diarias anteriores excluidas........: "
                       ws-valor-resumo
           end-if

           move ws-qtd-correcoes-mantidas to ws-valor-resumo
           display "Correcoes manuais mantidas..........: " ws-valor-resumo

           move ws-rtx-qtd-marcadas to ws-valor-resumo
           display "Estacoes-mes a retransmitir.........: " ws-valor-resumo

           .
       exibe-resumo-exit.
           exit.

           COPY CONTROLEPROC.

           COPY RETRANSPROC.

      *>-------------------------------------------------------------------
      *> Finaliza Normal
      *>-------------------------------------------------------------------
               perform finaliza-anormal
           end-if

           perform fecha-situacao-envio

           stop run.
            .
       finaliza-exit.
