              10 fd-mes                            pic 9(02).
              10 fd-dia                            pic 9(02).
           05 fd-temp                              pic S9(02)V99.
      *>--Origem da leitura gravada: 'C' carga diaria (CargaTemp), 'S'
      *>  sumarizacao horaria (SumarizaHoras), 'M' correcao manual
      *>  (CorrigeExcecoes), 'R' restauracao do historico (ArquivaTemp),
      *>  'I' leitura anterior ao controle de origem (conversao)
           05 fd-origem                            pic x(01).
      *>--Data (AAAAMMDD) em que a leitura foi gravada pela ultima vez
           05 fd-data-gravacao                     pic 9(08).
