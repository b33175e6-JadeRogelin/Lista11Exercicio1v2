      *>-------------------------------------------------------------------
      *> Abre arqEstimativas em input quando a inclusao foi pedida; sem o
      *> arquivo (status 35, EstimaDias ainda nao rodou) o relatorio
      *> segue so com as leituras de arqTemp
      *>-------------------------------------------------------------------
       abre-arquivo-estimativas section.

           if ws-incluir-estimativas = 'S' then
               open input arqEstimativas
               if ws-fs-arqEstimativas = 35 then
                   continue
               else
                   if ws-fs-arqEstimativas <> 0 then
                       move 94 to ws-msn-erro-offset
                       move ws-fs-arqEstimativas to ws-msn-erro-cod
                       move ws-fs-arqEstimativas to ws-status-cod-busca
                       perform obtem-mensagem-status
                       perform finaliza-anormal
                   else
                       move 'S' to ws-estimativas-disponiveis
                   end-if
               end-if
           end-if

           .
       abre-arquivo-estimativas-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Fecha arqEstimativas se abre-arquivo-estimativas o abriu
      *>-------------------------------------------------------------------
       fecha-arquivo-estimativas section.

           if ws-estimativas-disponiveis = 'S' then
               close arqEstimativas
               move 'N' to ws-estimativas-disponiveis
           end-if

           .
       fecha-arquivo-estimativas-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Carrega em ws-estim-mes as estimativas da estacao/mes pedidos
      *> (ws-estim-estacao-busca/ano/mes). Estimativa de dia que ja tem
      *> registro em arqTemp (leitura chegada depois da estimativa) e
      *> ignorada: a leitura real prevalece. Usa leitura aleatoria de
      *> arqTemp - chamar depois da varredura do mes, nao no meio dela.
      *>-------------------------------------------------------------------
       carrega-estimativas-mes section.

           move 0 to ws-estim-qtd
           perform varying ws-estim-ind from 1 by 1 until ws-estim-ind > 31
               move 'N' to ws-estim-tem(ws-estim-ind)
               move 0   to ws-estim-temp(ws-estim-ind)
               move space to ws-estim-metodo(ws-estim-ind)
               move 0   to ws-estim-qtd-base(ws-estim-ind)
               move 0   to ws-estim-data-gravacao(ws-estim-ind)
           end-perform

           if ws-incluir-estimativas = 'S'
           and ws-estimativas-disponiveis = 'S' then
               move ws-estim-estacao-busca to fde-estacao
               move ws-estim-ano-busca     to fde-ano
               move ws-estim-mes-busca     to fde-mes
               move 1                      to fde-dia

               move 'N' to ws-estim-fim
               start arqEstimativas key is >= fde-chave
                   invalid key
                       move 'S' to ws-estim-fim
               end-start

               perform until ws-estim-fim = 'S'
                   read arqEstimativas next record
                       at end
                           move 'S' to ws-estim-fim
                       not at end
                           if fde-estacao = ws-estim-estacao-busca
                           and fde-ano = ws-estim-ano-busca
                           and fde-mes = ws-estim-mes-busca then
                               perform confere-estimativa-sem-leitura
                           else
                               move 'S' to ws-estim-fim
                           end-if
                   end-read
               end-perform
           end-if

           .
       carrega-estimativas-mes-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Aceita a estimativa corrente so se o dia continua sem registro
      *> em arqTemp
      *>-------------------------------------------------------------------
       confere-estimativa-sem-leitura section.

           move fde-estacao to fd-estacao
           move fde-ano     to fd-ano
           move fde-mes     to fd-mes
           move fde-dia     to fd-dia

           read arqTemp
               invalid key
                   move 'S'          to ws-estim-tem(fde-dia)
                   move fde-temp     to ws-estim-temp(fde-dia)
                   move fde-metodo   to ws-estim-metodo(fde-dia)
                   move fde-qtd-base to ws-estim-qtd-base(fde-dia)
                   move fde-data-gravacao
                       to ws-estim-data-gravacao(fde-dia)
                   add 1 to ws-estim-qtd
               not invalid key
                   continue
           end-read

           .
       confere-estimativa-sem-leitura-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Descricao do metodo de estimativa em ws-estim-metodo-busca
      *>-------------------------------------------------------------------
       obtem-descricao-metodo section.

           evaluate ws-estim-metodo-busca
               when 'H'
                   move "Horas parciais"      to ws-estim-metodo-descricao
               when 'M'
                   move "Media do municipio"  to ws-estim-metodo-descricao
               when 'I'
                   move "Interpolacao"        to ws-estim-metodo-descricao
               when other
                   move "Nao identificado"    to ws-estim-metodo-descricao
           end-evaluate

           .
       obtem-descricao-metodo-exit.
           exit.
