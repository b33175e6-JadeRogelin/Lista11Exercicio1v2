      *>              contadores) e a devolver codigo de retorno 8 quando
      *>              nada foi movido/restaurado, 4 quando algum ano teve
      *>              conferencia falha e 12 em erro de arquivo.
      *> 15/10/2026 - Historico anual passa ao layout compartilhado
      *>              FDHIST, que preserva a origem e a data de gravacao
      *>              de cada leitura arquivada (a conferencia compara
      *>              tambem a origem); leitura trazida de volta pelo
      *>              RESTAURA e gravada no vivo com a origem 'R' e a data
      *>              da restauracao.
      *> 15/10/2026 - RESTAURA de estacao-mes ja enviada ao instituto
      *>              deixa a estacao-mes pendente de retransmissao ('P')
      *>              em arqSituacaoEnvio.txt.

      *>Divisão para configuração do ambiente
       Environment Division.
           lock mode is automatic
           file status is ws-fs-arqControle.

           select arqSituacaoEnvio assign to "arqSituacaoEnvio.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-env-chave
           file status is ws-fs-arqSituacaoEnvio.

       I-O-Control.

      *>Declaração de variáveis
           COPY FDTEMP.

       fd arqHist.
           COPY FDHIST.

       fd arqControle.
       01  ctl-linha                                pic x(130).

       fd arqSituacaoEnvio.
           COPY FDENVIO.

      *>--Variáveis de trabalho
       Working-storage section.

       77 ws-fim-arqTemp                           pic x(01).
       77 ws-fim-arqHist                           pic x(01).

      *>--Marcacao de retransmissao do mes restaurado, se ja enviado
           COPY RETRANSTB.

      *>--Registro de controle de processamento da rodada
           COPY CONTROLETB.

                           move fd-mes     to hist-mes
                           move fd-dia     to hist-dia
                           move fd-temp    to hist-temp
                           move fd-origem  to hist-origem
                           move fd-data-gravacao to hist-data-gravacao

                           write hist-rela-temp
                           if ws-fs-arqHist = 22 then
                               invalid key
                                   continue
                               not invalid key
                                   if hist-temp = fd-temp
                                   and hist-origem = fd-origem then
                                       add 1 to ws-qtd-conferidos
                                   end-if
                           end-read
               perform finaliza-anormal
           end-if

      *>--Mes restaurado que ja foi ao instituto fica pendente de
      *>  retransmissao: o valor devolvido pode nao ser o que foi enviado
           perform abre-situacao-envio

           move ws-estacao-restaura to hist-estacao
           move ws-ano-restaura     to hist-ano
           move ws-mes-restaura     to hist-mes
               perform finaliza-anormal
           end-if

           perform fecha-situacao-envio

           move ws-qtd-restaurados to ws-valor-resumo
           display "Registros restaurados para o arquivo vivo: "
                   ws-valor-resumo
           if ws-rtx-qtd-marcadas > 0 then
               display "Mes ja enviado ao instituto marcado para "
                       "retransmissao"
           end-if

           .
       restauracao-exit.
           move hist-mes     to fd-mes
           move hist-dia     to fd-dia
           move hist-temp    to fd-temp
      *>--Leitura devolvida ao vivo passa a constar como restaurada, com
      *>  a data da restauracao; a origem anterior fica no historico
           move 'R'          to fd-origem
           move function current-date(1:8) to fd-data-gravacao

           write fd-rela-temp
           if ws-fs-arqTemp = 22 then
               perform finaliza-anormal
           end-if

           move hist-estacao to ws-rtx-estacao
           move hist-ano     to ws-rtx-ano
           move hist-mes     to ws-rtx-mes
           move hist-dia     to ws-rtx-dia
           move "Restauracao do historico" to ws-rtx-causa
           perform marca-retransmissao

           add 1 to ws-qtd-restaurados
           add 1 to ctl-lidos
           add 1 to ctl-validos

           COPY CONTROLEPROC.

           COPY RETRANSPROC.

      *>-------------------------------------------------------------------
      *> Finaliza Normal
      *>-------------------------------------------------------------------
