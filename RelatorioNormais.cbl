      *>              relocacao ou troca de sensor nao sao comparaveis.
      *>              Sem o arquivo de historico de eventos, o relatorio
      *>              sai como sempre.
      *> 15/10/2026 - Arquivos anuais de historico passam a ser lidos pelo
      *>              layout compartilhado FDHIST, com a origem e a data
      *>              de gravacao das leituras.
      *> 15/10/2026 - Linha de arqLimites lida em 60 posicoes (a
      *>              ManutencaoLimites acrescenta operador e data no
      *>              fim); a tabela de limites passa a ter uma entrada
      *>              por estacao possivel e linha ignorada na carga sai
      *>              com aviso.

      *>Divisão para configuração do ambiente
       Environment Division.
           COPY FDTEMP.

       fd arqHist.
           COPY FDHIST.

       fd arqEstacoes.
           COPY FDEST.
       01  nor-linha                                pic x(80).

       fd arqLimites.
       01  lim-linha                                pic x(60).

       fd arqControle.
       01  ctl-linha                                pic x(130).
