      *>-------------------------------------------------------------------
      *> Layout do registro de arqCertidoesTexto - cada linha impressa de
      *> cada certidao emitida, pelo numero da certidao e a sequencia da
      *> linha, para a reemissao identica (registro em FDCERTID).
      *>-------------------------------------------------------------------
       01  fd-rela-certidao-texto.
           05 fd-ctx-chave.
              10 fd-ctx-numero                     pic 9(06).
              10 fd-ctx-linha                      pic 9(04).
           05 fd-ctx-texto                         pic x(80).
