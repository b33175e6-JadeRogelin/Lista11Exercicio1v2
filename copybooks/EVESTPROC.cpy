           .
       verifica-mes-evento-estacao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Verifica se a estacao teve evento do tipo buscado (ou de qualquer
      *> tipo, com o tipo em branco) entre as datas inicial e final -
      *> uma relocacao entre dois recordes, um dia de certidao afetado
      *> por troca de sensor
      *>-------------------------------------------------------------------
       verifica-evento-periodo section.

           move 'N'    to ws-evt-periodo-tem
           move 0      to ws-evt-data-achada
           move spaces to ws-evt-tipo-achado

           if ws-eventos-disponiveis = 'N' then
               continue
           else
               move ws-evt-estacao-busca to fd-evt-estacao
               move ws-evt-data-inicial  to fd-evt-data
               move low-values           to fd-evt-tipo

               start arqEventosEstacao key is >= fd-evt-chave
                   invalid key
                       move 10 to ws-fs-arqEventosEstacao
               end-start

               move 'N' to ws-evt-fim
               if ws-fs-arqEventosEstacao = 10 then
                   move 'S' to ws-evt-fim
               end-if

               perform until ws-evt-fim = 'S'
                   read arqEventosEstacao next record
                       at end
                           move 'S' to ws-evt-fim
                       not at end
                           if fd-evt-estacao = ws-evt-estacao-busca
                           and fd-evt-data <= ws-evt-data-final then
                               if ws-evt-tipo-busca = space
                               or fd-evt-tipo = ws-evt-tipo-busca then
                                   move 'S'         to ws-evt-periodo-tem
                                   move fd-evt-data to ws-evt-data-achada
                                   move fd-evt-tipo to ws-evt-tipo-achado
                                   move 'S'         to ws-evt-fim
                               end-if
                           else
                               move 'S' to ws-evt-fim
                           end-if
                   end-read
               end-perform
           end-if

           .
       verifica-evento-periodo-exit.
           exit.
