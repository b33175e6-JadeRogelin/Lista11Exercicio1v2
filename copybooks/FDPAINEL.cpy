      *>-------------------------------------------------------------------
      *> Layout do registro de arqPainelQualidade - indicadores de
      *> qualidade de dados de cada estacao-mes calculados pelo painel
      *> mensal e guardados para a comparacao com o mes seguinte. A
      *> rodada refeita para o mesmo mes regrava o registro.
      *>-------------------------------------------------------------------
       01  fd-rela-painel.
           05 fd-pnl-chave.
              10 fd-pnl-estacao                    pic 9(03).
              10 fd-pnl-ano                        pic 9(04).
              10 fd-pnl-mes                        pic 9(02).
      *>--Dias validos sobre os dias do mes, em percentual
           05 fd-pnl-completude                    pic 9(03)V9.
           05 fd-pnl-descartados                   pic 9(02).
           05 fd-pnl-suspeitos                     pic 9(02).
           05 fd-pnl-correcoes                     pic 9(03).
      *>--Situacao de envio da estacao-mes (FDENVIO), espaco se nao gerado
           05 fd-pnl-envio                         pic x(01).
      *>--Nota de 0 a 100 e conceito A/B/C/D derivado dela
           05 fd-pnl-nota                          pic 9(03).
           05 fd-pnl-conceito                      pic x(01).
      *>--Data (AAAAMMDD) do calculo
           05 fd-pnl-data-calculo                  pic 9(08).
