      *>              arqControle.txt e devolve 8 quando nada foi
      *>              processado, 4 quando houve linha rejeitada ou
      *>              orfa e 12 em erro de arquivo.
      *> 15/10/2026 - Retorno de estacao-mes que esta pendente de
      *>              retransmissao ('P', dados alterados depois do envio)
      *>              nao apaga a pendencia: a resposta e contada a parte
      *>              e a estacao-mes continua 'P' ate sair no arquivo de
      *>              correcao. A consulta mostra as situacoes 'P' (com a
      *>              causa) e 'T'.

      *>Divisão para configuração do ambiente
       Environment Division.
       77 ws-qtd-aceitas                           pic 9(05) value 0.
       77 ws-qtd-rejeitadas                        pic 9(05) value 0.
       77 ws-qtd-orfas                             pic 9(05) value 0.
       77 ws-qtd-pendentes-mantidas                pic 9(05) value 0.
       77 ws-valor-resumo                          pic zzzz9.

       77 ws-data-hora-sistema                     pic x(21).
                       add 1 to ctl-descartados
                       perform grava-situacao-retorno
                   not invalid key
      *>--Estacao-mes alterada depois do envio: a resposta se refere aos
      *>  dados antigos, a pendencia de retransmissao continua valendo
                       if fd-env-situacao = 'P' then
                           display "Retorno de estacao-mes pendente de "
                                   "retransmissao mantido pendente: "
                                   "estacao " ret-estacao
                                   " periodo " ret-periodo
                           add 1 to ws-qtd-pendentes-mantidas
                           add 1 to ctl-validos
                       else
                           perform aplica-situacao-retorno
                       end-if
               end-read
           end-if

               when 'R'
                   display "Estacao " fd-env-estacao
                           " - REJEITADO: " fd-env-motivo
               when 'P'
                   display "Estacao " fd-env-estacao
                           " - PENDENTE DE RETRANSMISSAO: " fd-env-motivo
               when 'T'
                   display "Estacao " fd-env-estacao
                           " - RETRANSMITIDO, aguardando retorno ("
                           fd-env-timestamp ")"
               when other
                   display "Estacao " fd-env-estacao
                           " - situacao desconhecida: " fd-env-situacao
           move ws-qtd-orfas to ws-valor-resumo
           display "Retornos sem envio......: " ws-valor-resumo

           move ws-qtd-pendentes-mantidas to ws-valor-resumo
           display "Mantidas pendentes......: " ws-valor-resumo

           .
       exibe-resumo-exit.
           exit.
