      *>              controle em arqControle.txt e devolve 8 quando nao
      *>              ha leitura valida no mes, 4 quando houve descarte e
      *>              12 em erro de arquivo.
      *> 15/10/2026 - Linha de arqLimitesChuva lida em 60 posicoes (a
      *>              ManutencaoLimites acrescenta operador e data no
      *>              fim); a tabela de tetos passa a ter uma entrada por
      *>              estacao possivel e linha ignorada na carga sai com
      *>              aviso.

      *>Divisão para configuração do ambiente
       Environment Division.
           COPY FDEST.

       fd arqLimitesChuva.
       01  limc-linha                               pic x(60).

       fd arqControle.
       01  ctl-linha                                pic x(130).
