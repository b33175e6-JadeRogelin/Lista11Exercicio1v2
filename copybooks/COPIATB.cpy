      *>-------------------------------------------------------------------
      *> Arquivos indexados protegidos pela copia de seguranca em
      *> geracoes, compartilhados entre a copia (CopiaSeguranca) e a
      *> restauracao (RestauraCopia). Para cada arquivo: o nome vivo, a
      *> base do nome das geracoes (<base>CopiaNNNN.txt), o tamanho da
      *> chave (sempre no inicio do registro) e o tamanho do registro.
      *>-------------------------------------------------------------------
       01 ws-tab-copia-dados.
           05 filler pic x(41) value
              "arqTemp.txt         arqTemp         11024".
           05 filler pic x(41) value
              "arqTempHoras.txt    arqTempHoras    13017".
           05 filler pic x(41) value
              "arqChuva.txt        arqChuva        11016".
           05 filler pic x(41) value
              "arqEstacoes.txt     arqEstacoes     03068".
           05 filler pic x(41) value
              "arqOperadores.txt   arqOperadores   08067".
           05 filler pic x(41) value
              "arqSituacaoEnvio.txtarqSituacaoEnvio09069".

       01 ws-tab-copia redefines ws-tab-copia-dados.
           05 ws-cop-item occurs 6.
              10 ws-cop-arquivo                    pic x(20).
              10 ws-cop-base                       pic x(16).
              10 ws-cop-tam-chave                  pic 9(02).
              10 ws-cop-tam-registro               pic 9(03).

       77 ws-cop-qtd-arquivos                      pic 9(01) value 6.
       77 ws-cop-ind                               pic 9(01).

      *>--Nome do arquivo da geracao em tratamento
       77 ws-nome-geracao                          pic x(30).
       77 ws-cop-geracao-edit                      pic 9(04).

      *>--Registro copiado, na largura do maior registro protegido
       77 ws-registro-copia                        pic x(100).
