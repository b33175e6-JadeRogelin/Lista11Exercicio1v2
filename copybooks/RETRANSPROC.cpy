      *>-------------------------------------------------------------------
      *> Abre arqSituacaoEnvio em I-O para a marcacao de retransmissao;
      *> sem o arquivo (status 35) nenhum mes foi enviado ainda
      *>-------------------------------------------------------------------
       abre-situacao-envio section.

           open i-o arqSituacaoEnvio
           if ws-fs-arqSituacaoEnvio = 35 then
               continue
           else
               if ws-fs-arqSituacaoEnvio <> 0 then
                   move 93 to ws-msn-erro-offset
                   move ws-fs-arqSituacaoEnvio to ws-msn-erro-cod
                   move ws-fs-arqSituacaoEnvio to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               else
                   move 'S' to ws-envio-disponivel
               end-if
           end-if

           .
       abre-situacao-envio-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Marca a estacao-mes ws-rtx-estacao/ano/mes como pendente de
      *> retransmissao ('P') quando ela ja foi gerada, aceita, rejeitada
      *> ou retransmitida; mes nunca enviado e mes ja pendente ficam como
      *> estao (a pendencia guarda a primeira causa)
      *>-------------------------------------------------------------------
       marca-retransmissao section.

           if ws-envio-disponivel = 'S' then
               move ws-rtx-estacao to fd-env-estacao
               move ws-rtx-ano     to fd-env-ano
               move ws-rtx-mes     to fd-env-mes

               read arqSituacaoEnvio
                   invalid key
                       continue
                   not invalid key
                       if fd-env-situacao = 'G' or fd-env-situacao = 'A'
                       or fd-env-situacao = 'R' or fd-env-situacao = 'T' then
                           perform regrava-pendencia-envio
                       end-if
               end-read
           end-if

           .
       marca-retransmissao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Regrava a situacao de envio lida como pendente, com a causa
      *>-------------------------------------------------------------------
       regrava-pendencia-envio section.

           move function current-date to ws-rtx-data-hora

           move 'P'    to fd-env-situacao
           move spaces to fd-env-motivo
           string ws-rtx-causa delimited by "  "
                  " - dia " ws-rtx-dia
                  delimited by size into fd-env-motivo
           end-string

           string ws-rtx-data-hora(1:4)  "-"
                  ws-rtx-data-hora(5:2)  "-"
                  ws-rtx-data-hora(7:2)  " "
                  ws-rtx-data-hora(9:2)  ":"
                  ws-rtx-data-hora(11:2) ":"
                  ws-rtx-data-hora(13:2)
                  delimited by size into fd-env-timestamp
           end-string

           rewrite fd-rela-envio
           if ws-fs-arqSituacaoEnvio <> 0 then
               move 92 to ws-msn-erro-offset
               move ws-fs-arqSituacaoEnvio to ws-msn-erro-cod
               move ws-fs-arqSituacaoEnvio to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           add 1 to ws-rtx-qtd-marcadas

           .
       regrava-pendencia-envio-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Fecha arqSituacaoEnvio se abre-situacao-envio o abriu
      *>-------------------------------------------------------------------
       fecha-situacao-envio section.

           if ws-envio-disponivel = 'S' then
               close arqSituacaoEnvio
               move 'N' to ws-envio-disponivel
           end-if

           .
       fecha-situacao-envio-exit.
           exit.
