      *>-------------------------------------------------------------------
      *> Layout da linha de arqCorrecoes - trilha das correcoes manuais
      *> gravada por CorrigeExcecoes e lida pelos programas que precisam
      *> saber quais leituras foram corrigidas, quando e por quem.
      *>-------------------------------------------------------------------
       01 ws-linha-correcao.
           05 cor-estacao                          pic 9(03).
           05 filler                               pic x(01) value '-'.
           05 cor-ano                              pic 9(04).
           05 filler                               pic x(01) value '-'.
           05 cor-mes                              pic 9(02).
           05 filler                               pic x(01) value '-'.
           05 cor-dia                              pic 9(02).
           05 filler                               pic x(03) value ' - '.
           05 cor-operador                         pic x(08).
           05 filler                               pic x(03) value ' - '.
           05 cor-timestamp                        pic x(19).
           05 filler                               pic x(04) value ' de '.
           05 cor-valor-antigo                     pic x(07).
           05 filler                               pic x(06) value ' para '.
           05 cor-valor-novo                       pic ---9,99.
