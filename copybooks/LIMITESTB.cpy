      *> arqLimites.txt (uma linha por estacao: EEE;minimo;maximo, com a
      *> estacao 000 valendo como padrao para as nao listadas) -
      *> compartilhada entre os programas que criticam leituras de sensor.
      *> Sem arquivo de limites, vale a faixa embutida de -30 a 55. A
      *> linha pode trazer depois do maximo o operador e a data da ultima
      *> alteracao (;operador;AAAAMMDD, gravados pela ManutencaoLimites),
      *> que a carga nao usa. Cabe uma entrada por estacao possivel.
      *>-------------------------------------------------------------------
       01 ws-tab-limites.
           05 ws-lim-item occurs 1000.
              10 ws-lim-estacao-tab                pic 9(03).
              10 ws-lim-min-tab                    pic S9(02)V99.
              10 ws-lim-max-tab                    pic S9(02)V99.

       77 ws-lim-qtd                               pic 9(04) value 0.
       77 ws-lim-ind                               pic 9(04).
       77 ws-fs-arqLimites                         pic 9(02).

      *>--Estacao cujos limites se deseja vigorar (entrada da consulta)
