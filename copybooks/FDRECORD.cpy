      *>-------------------------------------------------------------------
      *> Layout do registro de arqRecordes - recorde diario de temperatura
      *> de cada estacao por dia de calendario (dia/mes, todos os anos):
      *> a maior e a menor leitura valida ja registradas, o ano em que
      *> aconteceram (o primeiro ano, se repetidas), o ano mais recente
      *> que igualou o recorde, o recorde anterior (superado) e 'S'
      *> quando o mes do recorde teve relocacao da estacao (quebra de
      *> serie em arqEventosEstacao). Ano anterior zero: sem recorde
      *> anterior; ano de empate zero: nunca igualado.
      *>-------------------------------------------------------------------
       01  fd-rela-recorde.
           05 fd-rec-chave.
              10 fd-rec-estacao                    pic 9(03).
              10 fd-rec-mes                        pic 9(02).
              10 fd-rec-dia                        pic 9(02).
           05 fd-rec-maxima.
              10 fd-rec-max-temp                   pic S9(02)V99.
              10 fd-rec-max-ano                    pic 9(04).
              10 fd-rec-max-ano-empate             pic 9(04).
              10 fd-rec-max-ant-temp               pic S9(02)V99.
              10 fd-rec-max-ant-ano                pic 9(04).
              10 fd-rec-max-relocacao              pic x(01).
           05 fd-rec-minima.
              10 fd-rec-min-temp                   pic S9(02)V99.
              10 fd-rec-min-ano                    pic 9(04).
              10 fd-rec-min-ano-empate             pic 9(04).
              10 fd-rec-min-ant-temp               pic S9(02)V99.
              10 fd-rec-min-ant-ano                pic 9(04).
              10 fd-rec-min-relocacao              pic x(01).
           05 fd-rec-data-atualizacao              pic 9(08).
