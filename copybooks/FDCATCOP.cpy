      *>-------------------------------------------------------------------
      *> Layout do registro de arqCatalogoCopias - uma entrada por geracao
      *> de copia de seguranca de cada arquivo protegido (COPIATB), com a
      *> quantidade de registros e a faixa de chaves copiadas, conferidas
      *> pela restauracao. Situacao: 'A' geracao disponivel, 'E'
      *> expurgada pela retencao (arquivo da geracao ja apagado).
      *>-------------------------------------------------------------------
       01  fd-rela-catalogo.
           05 fd-cat-chave.
              10 fd-cat-arquivo                    pic x(20).
              10 fd-cat-geracao                    pic 9(04).
           05 fd-cat-nome-copia                    pic x(30).
           05 fd-cat-timestamp                     pic x(19).
           05 fd-cat-registros                     pic 9(07).
           05 fd-cat-chave-inicial                 pic x(13).
           05 fd-cat-chave-final                   pic x(13).
           05 fd-cat-situacao                      pic x(01).
