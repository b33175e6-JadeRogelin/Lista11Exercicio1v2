      *>-------------------------------------------------------------------
      *> Layout do registro de arqEstimativas - valor estimado para uma
      *> estacao-dia sem leitura em arqTemp, gravado por EstimaDias e
      *> lido pelos relatorios que aceitam incluir estimativas. A
      *> estimativa nunca vai para arqTemp: chegando a leitura real, ela
      *> prevalece.
      *>-------------------------------------------------------------------
       01  fd-rela-estimativa.
           05 fde-chave.
              10 fde-estacao                       pic 9(03).
              10 fde-ano                           pic 9(04).
              10 fde-mes                           pic 9(02).
              10 fde-dia                           pic 9(02).
           05 fde-temp                             pic S9(02)V99.
      *>--Metodo da estimativa: 'H' horas parciais de arqTempHoras,
      *>  'M' media das estacoes do mesmo municipio, 'I' interpolacao
      *>  entre os dias vizinhos com leitura
           05 fde-metodo                           pic x(01).
      *>--Base da estimativa: horas usadas (H), estacoes vizinhas (M) ou
      *>  distancia em dias entre os vizinhos interpolados (I)
           05 fde-qtd-base                         pic 9(02).
      *>--Data (AAAAMMDD) em que a estimativa foi gravada
           05 fde-data-gravacao                    pic 9(08).
