      *>-------------------------------------------------------------------
      *> Layout do registro dos arquivos anuais de historico
      *> arqTempHistAAAA.txt - mesmo desenho de arqTemp, com a origem e a
      *> data de gravacao da leitura preservadas no arquivamento.
      *>-------------------------------------------------------------------
       01  hist-rela-temp.
           05 hist-chave-temp.
              10 hist-estacao                      pic 9(03).
              10 hist-ano                          pic 9(04).
              10 hist-mes                          pic 9(02).
              10 hist-dia                          pic 9(02).
           05 hist-temp                            pic S9(02)V99.
           05 hist-origem                          pic x(01).
           05 hist-data-gravacao                   pic 9(08).
