      $set sourceformat "free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "RelatorioSeguranca".
       Author. "Jade Rogelin".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>--Historico de alteracoes
      *> 15/10/2026 - Cria o relatorio sobre o log de seguranca do
      *>              sign-on (arqLogSeguranca.txt): para um intervalo de
      *>              datas lista as tentativas recusadas (ou todas as
      *>              tentativas do operador informado) e resume por
      *>              codigo de operador as aceitas, as recusadas e os
      *>              bloqueios, marcando os codigos nao cadastrados e os
      *>              operadores bloqueados no periodo. Rodada grava
      *>              registro de controle em arqControle.txt e devolve
      *>              codigo de retorno 8/4/12 como os demais programas
      *>              batch.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration section.
           special-names. decimal-point is comma.

      *>--Declaração de recursos externos (faz parte da de cima ainda)
       Input-output section.
       File-control.

           select arqLogSeguranca assign to "arqLogSeguranca.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogSeguranca.

           select relaSeguranca assign to "relatorioSeguranca.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relaSeguranca.

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
       fd arqLogSeguranca.
       01  slg-linha                                pic x(100).

       fd relaSeguranca.
       01  rel-linha                                pic x(100).

       fd arqControle.
       01  ctl-linha                                pic x(130).

      *>--Variáveis de trabalho
       Working-storage section.

       77 ws-fs-arqLogSeguranca                    pic 9(02).
       77 ws-fs-relaSeguranca                      pic 9(02).

       77 ws-parametro                             pic x(40).
       77 ws-par-data-ini                          pic x(08).
       77 ws-par-data-fim                          pic x(08).
       77 ws-par-operador                          pic x(08).

      *>--Linha do log desmembrada; o layout e o gravado por
      *>  registra-tentativa-signon (SIGNONPROC)
       01 ws-linha-log-lida.
           05 ll-timestamp                         pic x(19).
           05 filler                               pic x(03).
           05 ll-operador                          pic x(08).
           05 filler                               pic x(03).
           05 ll-programa                          pic x(24).
           05 filler                               pic x(03).
           05 ll-resultado                         pic x(01).
           05 filler                               pic x(03).
           05 ll-motivo                            pic x(30).
           05 filler                               pic x(06).

      *>--Data AAAAMMDD extraida do timestamp da linha corrente
       77 ws-data-linha                            pic x(08).

      *>--Tentativas por codigo de operador no intervalo
       01 ws-tab-operadores.
           05 ws-op-item occurs 200.
              10 ws-op-codigo                      pic x(08).
              10 ws-op-aceitas                     pic 9(05).
              10 ws-op-recusadas                   pic 9(05).
              10 ws-op-bloqueios                   pic 9(05).
              10 ws-op-nao-cadastrado              pic x(01).
       77 ws-op-qtd                                pic 9(03) value 0.
       77 ws-op-ind                                pic 9(03).
       77 ws-op-achado                             pic x(01).
       77 ws-op-estourou                           pic x(01) value 'N'.

       77 ws-qtd-aceitas                           pic 9(05) value 0.
       77 ws-qtd-recusadas                         pic 9(05) value 0.
       77 ws-qtd-detalhe                           pic 9(05) value 0.
       77 ws-fim-log                               pic x(01) value 'N'.
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
           05 filler                               pic x(37)
              value "Relatorio de Seguranca do Sign-on   ".
           05 cab-data-ini                         pic x(08).
           05 filler                               pic x(03) value ' a '.
           05 cab-data-fim                         pic x(08).
           05 filler                               pic x(44) value spaces.

       01 ws-linha-operador.
           05 filler                               pic x(09)
              value "Operador ".
           05 res-operador                         pic x(08).
           05 filler                               pic x(11)
              value "  Aceitas: ".
           05 res-aceitas                          pic zzzz9.
           05 filler                               pic x(13)
              value "  Recusadas: ".
           05 res-recusadas                        pic zzzz9.
           05 filler                               pic x(13)
              value "  Bloqueios: ".
           05 res-bloqueios                        pic zzzz9.
           05 filler                               pic x(02) value spaces.
           05 res-marca                            pic x(29).

      *>--Variáveis para comunicação entre programas
       Linkage section.

      *>Declaração do corpo programa
       Procedure Division.

           perform inicializa.
           perform processamento.
           perform emite-resumo.
           perform finaliza.

      *>-------------------------------------------------------------------
       inicializa section.

           perform marca-inicio-controle
           move "RelatorioSeguranca" to ctl-programa

      *>--Parametros: "AAAAMMDD AAAAMMDD [operador]" - intervalo de datas
      *>  e, opcional, o codigo de operador cujas tentativas todas sao
      *>  listadas (sem ele, so as recusadas)
           accept ws-parametro from command-line
           move ws-parametro to ctl-parametros

           move spaces to ws-par-operador
           unstring ws-parametro delimited by all space
               into ws-par-data-ini ws-par-data-fim ws-par-operador
           end-unstring

           if ws-par-data-ini not numeric
           or ws-par-data-fim not numeric then
               display "Uso: AAAAMMDD AAAAMMDD [operador]"
               move 8 to return-code
               stop run
           end-if

           open input arqLogSeguranca.
           if ws-fs-arqLogSeguranca = 35 then
               display "Nao ha log de seguranca para relatar"
               move 8 to return-code
               stop run
           end-if
           if ws-fs-arqLogSeguranca <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqLogSeguranca to ws-msn-erro-cod
               move ws-fs-arqLogSeguranca to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           open output relaSeguranca.
           if ws-fs-relaSeguranca <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-relaSeguranca to ws-msn-erro-cod
               move ws-fs-relaSeguranca to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           move ws-par-data-ini to cab-data-ini
           move ws-par-data-fim to cab-data-fim
           move ws-linha-cabecalho to rel-linha
           write rel-linha

           move spaces to rel-linha
           write rel-linha

           move spaces to rel-linha
           if ws-par-operador = spaces then
               move "Tentativas recusadas no intervalo" to rel-linha
           else
               string "Tentativas do operador " ws-par-operador
                   delimited by size into rel-linha
               end-string
           end-if
           write rel-linha

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Varre o log de seguranca: cada linha do intervalo entra no resumo
      *> por operador e, se recusada (ou do operador pedido), no detalhe
      *>-------------------------------------------------------------------
       processamento section.

           perform until ws-fim-log = 'S'

               read arqLogSeguranca
                   at end
                       move 'S' to ws-fim-log
                   not at end
                       add 1 to ctl-lidos
                       perform classifica-linha-log
               end-read

           end-perform

           if ws-qtd-detalhe = 0 then
               move spaces to rel-linha
               move "Nenhuma tentativa a listar no intervalo" to rel-linha
               write rel-linha
           end-if

           .
       processamento-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Classifica a linha corrente do log pela data do timestamp
      *>-------------------------------------------------------------------
       classifica-linha-log section.

           move slg-linha to ws-linha-log-lida

      *>--Data AAAAMMDD a partir do timestamp AAAA-MM-DD HH:MM:SS
           move spaces to ws-data-linha
           string ll-timestamp(1:4) ll-timestamp(6:2) ll-timestamp(9:2)
               delimited by size into ws-data-linha
           end-string

           if ws-data-linha not numeric
           or (ll-resultado <> 'S' and ll-resultado <> 'N') then
               add 1 to ctl-descartados
           else
               if ws-data-linha >= ws-par-data-ini
               and ws-data-linha <= ws-par-data-fim then
                   add 1 to ctl-validos
                   perform acumula-operador

                   if (ws-par-operador = spaces and ll-resultado = 'N')
                   or (ws-par-operador <> spaces
                   and ll-operador = ws-par-operador) then
                       move slg-linha to rel-linha
                       write rel-linha
                       add 1 to ws-qtd-detalhe
                       add 1 to ctl-gravados
                   end-if
               end-if
           end-if

           .
       classifica-linha-log-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Acumula a tentativa no resumo do codigo de operador informado
      *>-------------------------------------------------------------------
       acumula-operador section.

           if ll-resultado = 'S' then
               add 1 to ws-qtd-aceitas
           else
               add 1 to ws-qtd-recusadas
           end-if

           move 'N' to ws-op-achado
           perform varying ws-op-ind from 1 by 1
                   until ws-op-ind > ws-op-qtd
                      or ws-op-achado = 'S'
               if ws-op-codigo(ws-op-ind) = ll-operador then
                   move 'S' to ws-op-achado
               end-if
           end-perform

           if ws-op-achado = 'S' then
               subtract 1 from ws-op-ind
           else
               if ws-op-qtd < 200 then
                   add 1 to ws-op-qtd
                   move ws-op-qtd   to ws-op-ind
                   move ll-operador to ws-op-codigo(ws-op-ind)
                   move 0           to ws-op-aceitas(ws-op-ind)
                   move 0           to ws-op-recusadas(ws-op-ind)
                   move 0           to ws-op-bloqueios(ws-op-ind)
                   move 'N'         to ws-op-nao-cadastrado(ws-op-ind)
                   move 'S'         to ws-op-achado
               else
                   move 'S' to ws-op-estourou
               end-if
           end-if

           if ws-op-achado = 'S' then
               if ll-resultado = 'S' then
                   add 1 to ws-op-aceitas(ws-op-ind)
               else
                   add 1 to ws-op-recusadas(ws-op-ind)
               end-if
               if ll-motivo = "Senha nao confere - bloqueado" then
                   add 1 to ws-op-bloqueios(ws-op-ind)
               end-if
               if ll-motivo = "Operador nao cadastrado" then
                   move 'S' to ws-op-nao-cadastrado(ws-op-ind)
               end-if
           end-if

           .
       acumula-operador-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava o resumo por codigo de operador e os totais do intervalo
      *>-------------------------------------------------------------------
       emite-resumo section.

           move spaces to rel-linha
           write rel-linha

           move spaces to rel-linha
           move "Tentativas por codigo de operador" to rel-linha
           write rel-linha

           perform varying ws-op-ind from 1 by 1
                   until ws-op-ind > ws-op-qtd
               move ws-op-codigo(ws-op-ind)    to res-operador
               move ws-op-aceitas(ws-op-ind)   to res-aceitas
               move ws-op-recusadas(ws-op-ind) to res-recusadas
               move ws-op-bloqueios(ws-op-ind) to res-bloqueios
               if ws-op-nao-cadastrado(ws-op-ind) = 'S' then
                   move "<< codigo nao cadastrado" to res-marca
               else
                   if ws-op-bloqueios(ws-op-ind) > 0 then
                       move "<< bloqueado no periodo" to res-marca
                   else
                       move spaces to res-marca
                   end-if
               end-if
               move ws-linha-operador to rel-linha
               write rel-linha
           end-perform

           if ws-op-estourou = 'S' then
               move spaces to rel-linha
               move "Mais de 200 codigos no intervalo; resumo parcial"
                   to rel-linha
               write rel-linha
           end-if

           move spaces to rel-linha
           write rel-linha

           move ws-qtd-aceitas to ws-valor-resumo
           move spaces to rel-linha
           string "Tentativas aceitas...: " ws-valor-resumo
               delimited by size into rel-linha
           end-string
           write rel-linha

           move ws-qtd-recusadas to ws-valor-resumo
           move spaces to rel-linha
           string "Tentativas recusadas.: " ws-valor-resumo
               delimited by size into rel-linha
           end-string
           write rel-linha

           .
       emite-resumo-exit.
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

           COPY CONTROLEPROC.

      *>-------------------------------------------------------------------
      *> Finaliza Normal
      *>-------------------------------------------------------------------
       finaliza section.

           perform registra-controle

           close arqLogSeguranca.
           if ws-fs-arqLogSeguranca <> 0 then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqLogSeguranca to ws-msn-erro-cod
               move ws-fs-arqLogSeguranca to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           close relaSeguranca.
           if ws-fs-relaSeguranca <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-relaSeguranca to ws-msn-erro-cod
               move ws-fs-relaSeguranca to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           stop run.
            .
       finaliza-exit.
           exit.
