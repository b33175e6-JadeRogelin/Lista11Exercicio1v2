      *>-------------------------------------------------------------------
      *> Campos da marcacao de retransmissao (COPY RETRANSPROC traz as
      *> rotinas), compartilhados entre os programas que gravam em
      *> arqTemp. O programa declara o select/fd de arqSituacaoEnvio
      *> (COPY FDENVIO), chama abre-situacao-envio na inicializacao e,
      *> a cada leitura gravada, poe estacao/ano/mes/dia e a causa nos
      *> campos ws-rtx- e chama marca-retransmissao: estacao-mes ja
      *> enviada ao instituto passa a 'P' (pendente de retransmissao).
      *> Sem o arquivo (status 35) nada foi enviado e nada e marcado.
      *>-------------------------------------------------------------------
       77 ws-fs-arqSituacaoEnvio                   pic 9(02).
       77 ws-envio-disponivel                      pic x(01) value 'N'.

       77 ws-rtx-estacao                           pic 9(03).
       77 ws-rtx-ano                               pic 9(04).
       77 ws-rtx-mes                               pic 9(02).
       77 ws-rtx-dia                               pic 9(02).
      *>--Causa da alteracao; o motivo gravado e "<causa> - dia DD"
       77 ws-rtx-causa                             pic x(30).
       77 ws-rtx-data-hora                         pic x(21).

      *>--Estacoes-mes marcadas na rodada, para o resumo
       77 ws-rtx-qtd-marcadas                      pic 9(05) value 0.
