      *>-------------------------------------------------------------------
      *> Campos da inclusao de estimativas nos relatorios (COPY ESTIMPROC
      *> traz as rotinas). O programa declara o select/fd de
      *> arqEstimativas (COPY FDESTIM) e, pedida a inclusao (parametro
      *> ESTIMADOS), poe 'S' em ws-incluir-estimativas e chama
      *> abre-arquivo-estimativas, que poe 'S' em
      *> ws-estimativas-disponiveis; arquivo inexistente (status 35) deixa
      *> 'N' e o relatorio sai so com as leituras, como antes das
      *> estimativas existirem.
      *>-------------------------------------------------------------------
       77 ws-fs-arqEstimativas                     pic 9(02).
       77 ws-incluir-estimativas                   pic x(01) value 'N'.
       77 ws-estimativas-disponiveis               pic x(01) value 'N'.

      *>--Estacao/mes das estimativas a carregar e o resultado: um item
      *>  por dia, 'S' em ws-estim-tem quando ha estimativa para um dia
      *>  que continua sem leitura em arqTemp
       77 ws-estim-estacao-busca                   pic 9(03).
       77 ws-estim-ano-busca                       pic 9(04).
       77 ws-estim-mes-busca                       pic 9(02).
       01 ws-estim-mes.
           05 ws-estim-item occurs 31.
              10 ws-estim-tem                      pic x(01).
              10 ws-estim-temp                     pic S9(02)V99.
              10 ws-estim-metodo                   pic x(01).
              10 ws-estim-qtd-base                 pic 9(02).
              10 ws-estim-data-gravacao            pic 9(08).
       77 ws-estim-qtd                             pic 9(02).
       77 ws-estim-ind                             pic 9(02).
       77 ws-estim-fim                             pic x(01).

      *>--Descricao do metodo em ws-estim-metodo-busca
       77 ws-estim-metodo-busca                    pic x(01).
       77 ws-estim-metodo-descricao                pic x(20).
