      *>-------------------------------------------------------------------
      *> Campos da origem das leituras de arqTemp (fd-origem) - descricao
      *> e contagem por origem, compartilhadas entre a tela de consulta e
      *> os relatorios (COPY ORIGEMPROC traz as rotinas). O chamador poe
      *> o codigo em ws-origem-busca e recebe a descricao em
      *> ws-origem-descricao, ou soma a leitura no contador da origem.
      *>-------------------------------------------------------------------
       77 ws-origem-busca                          pic x(01).
       77 ws-origem-descricao                      pic x(20).

      *>--Leituras contadas por origem no periodo em tratamento
       01 ws-contagem-origem.
          05 ws-org-qtd-carga                      pic 9(05).
          05 ws-org-qtd-sumarizada                 pic 9(05).
          05 ws-org-qtd-corrigida                  pic 9(05).
          05 ws-org-qtd-restaurada                 pic 9(05).
          05 ws-org-qtd-anterior                   pic 9(05).
      *>--Dias sem leitura preenchidos com estimativa (arqEstimativas),
      *>  so quando o relatorio e pedido com estimativas
          05 ws-org-qtd-estimada                   pic 9(05).
