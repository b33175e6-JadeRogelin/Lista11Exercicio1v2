      *> listadas) - compartilhada entre os programas que criticam chuva.
      *> O minimo e sempre zero (chuva negativa nao existe); o maximo e o
      *> teto fisico diario. Sem arquivo de limites, vale o teto embutido
      *> de 300,00. A linha pode trazer depois do maximo o operador e a
      *> data da ultima alteracao (;operador;AAAAMMDD, gravados pela
      *> ManutencaoLimites), que a carga nao usa. Cabe uma entrada por
      *> estacao possivel.
      *>-------------------------------------------------------------------
       01 ws-tab-limites-chuva.
           05 ws-limc-item occurs 1000.
              10 ws-limc-estacao-tab               pic 9(03).
              10 ws-limc-max-tab                   pic 9(03)V99.

       77 ws-limc-qtd                              pic 9(04) value 0.
       77 ws-limc-ind                              pic 9(04).
       77 ws-fs-arqLimitesChuva                    pic 9(02).

      *>--Estacao cujo teto de chuva se deseja vigorar
