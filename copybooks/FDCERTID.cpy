      *>-------------------------------------------------------------------
      *> Layout do registro de arqRegistroCertidoes - registro numerado
      *> das certidoes de dados climatologicos emitidas: quem pediu, qual
      *> estacao e periodo, o operador que emitiu e quando, e as
      *> reemissoes (segundas vias) feitas depois. O texto de cada
      *> certidao fica em arqCertidoesTexto (FDCERTXT), para a segunda
      *> via sair identica a original.
      *>-------------------------------------------------------------------
       01  fd-rela-certidao.
           05 fd-cer-numero                        pic 9(06).
           05 fd-cer-requerente                    pic x(40).
           05 fd-cer-estacao                       pic 9(03).
           05 fd-cer-data-inicial                  pic 9(08).
           05 fd-cer-data-final                    pic 9(08).
           05 fd-cer-operador                      pic x(08).
           05 fd-cer-timestamp                     pic x(19).
           05 fd-cer-qtd-linhas                    pic 9(04).
           05 fd-cer-qtd-reemissoes                pic 9(03).
           05 fd-cer-ultima-reemissao              pic x(19).
           05 fd-cer-oper-reemissao                pic x(08).
