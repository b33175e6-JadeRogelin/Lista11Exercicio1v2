      *>              arqControle.txt e devolve 8 quando nenhuma estacao
      *>              teve leitura valida, 4 quando houve dia sem registro
      *>              ou descartado e 12 em erro de arquivo.
      *> 15/10/2026 - Linha de arqLimites lida em 60 posicoes (a
      *>              ManutencaoLimites acrescenta operador e data no
      *>              fim); a tabela de limites passa a ter uma entrada
      *>              por estacao possivel e linha ignorada na carga sai
      *>              com aviso.

      *>Divisão para configuração do ambiente
       Environment Division.
       01  bol-linha                                pic x(80).

       fd arqLimites.
       01  lim-linha                                pic x(60).

       fd arqControle.
       01  ctl-linha                                pic x(130).
