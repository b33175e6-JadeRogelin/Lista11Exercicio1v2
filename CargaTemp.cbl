      *>              instalacao registrada ou dentro de um periodo de
      *>              desativacao e rejeitada. Sem o arquivo de
      *>              historico, a carga segue como sempre.
      *> 15/10/2026 - Leitura gravada passa a levar a origem 'C' (carga
      *>              diaria) e a data de gravacao, para distinguir o
      *>              valor medido do corrigido ou sumarizado.
      *> 15/10/2026 - Leitura inserida ou substituida em estacao-mes ja
      *>              enviada ao instituto (arqSituacaoEnvio.txt gerado,
      *>              aceito, rejeitado ou retransmitido) deixa a estacao-
      *>              mes pendente de retransmissao ('P') com a causa; o
      *>              resumo conta os meses marcados.

      *>Divisão para configuração do ambiente
       Environment Division.
           record key is fd-evt-chave
           file status is ws-fs-arqEventosEstacao.

           select arqSituacaoEnvio assign to "arqSituacaoEnvio.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-env-chave
           file status is ws-fs-arqSituacaoEnvio.

       I-O-Control.

      *>Declaração de variáveis
       fd arqEventosEstacao.
           COPY FDEVEST.

       fd arqSituacaoEnvio.
           COPY FDENVIO.

      *>--Variáveis de trabalho
       Working-storage section.

      *>--Consultas ao historico de eventos de estacao
           COPY EVESTTB.

      *>--Marcacao de retransmissao do mes ja enviado ao instituto
           COPY RETRANSTB.

       77 ws-fs-arqTemp                            pic 9(02).
       77 ws-fs-arqCarga                           pic 9(02).
       77 ws-fs-arqRejeitadas                      pic 9(02).
               end-if
           end-if

      *>--Leitura nova ou substituida em mes ja enviado ao instituto deixa
      *>  a estacao-mes pendente de retransmissao
           perform abre-situacao-envio

      *>--Checkpoint de uma rodada interrompida: retoma da ultima linha
      *>  confirmada em vez de reprocessar a coleta desde o comeco
           perform le-checkpoint
                               move ws-cga-data(5:2)   to fd-mes
                               move ws-cga-data(7:2)   to fd-dia
                               move ws-temp-carga      to fd-temp
                               move 'C'                to fd-origem
                               move function current-date(1:8)
                                   to fd-data-gravacao

                               perform grava-leitura
                       end-compute
           evaluate ws-fs-arqTemp
               when 0
                   add 1 to ws-qtd-inseridas
                   move "Carga diaria" to ws-rtx-causa
                   perform marca-leitura-retransmissao
               when 22
                   if ws-modo-duplicada = 'S' then
                       rewrite fd-rela-temp
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-substituidas
                       move "Carga SUBSTITUI" to ws-rtx-causa
                       perform marca-leitura-retransmissao
                   else
                       move "Chave ja existente para estacao/data"
                           to ws-motivo-rejeicao
       grava-leitura-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Marca para retransmissao a estacao-mes da leitura recem-gravada,
      *> se ela ja tiver ido para o instituto
      *>-------------------------------------------------------------------
       marca-leitura-retransmissao section.

           move fd-estacao to ws-rtx-estacao
           move fd-ano     to ws-rtx-ano
           move fd-mes     to ws-rtx-mes
           move fd-dia     to ws-rtx-dia
           perform marca-retransmissao

           .
       marca-leitura-retransmissao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava em cargaRejeitada.txt a linha original e o motivo, para o
      *> acerto manual antes de recarregar
      *>-------------------------------------------------------------------
           move ws-qtd-rejeitadas to ws-valor-resumo
           display "Linhas rejeitadas..: " ws-valor-resumo

           move ws-rtx-qtd-marcadas to ws-valor-resumo
           display "Meses a retransmit.: " ws-valor-resumo

           .
       exibe-resumo-exit.
           exit.

           COPY EVESTPROC.

           COPY RETRANSPROC.

      *>-------------------------------------------------------------------
      *> Finaliza Normal
      *>-------------------------------------------------------------------
               close arqEventosEstacao
           end-if

           perform fecha-situacao-envio

           stop run.
            .
       finaliza-exit.
