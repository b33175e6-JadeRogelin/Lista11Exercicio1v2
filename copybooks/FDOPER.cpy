           05 fd-oper-nivel                        pic x(01).
      *>--Situacao cadastral: 'A' ativo, 'I' inativo (desligado)
           05 fd-oper-situacao                     pic x(01).
      *>--Tentativas de sign-on recusadas por senha em sequencia; volta a
      *>  zero no sign-on aceito e no desbloqueio
           05 fd-oper-falhas                       pic 9(02).
      *>--'S' bloqueado por excesso de tentativas (so o nivel 3 libera
      *>  pela ManutencaoOperadores), 'N' liberado
           05 fd-oper-bloqueio                     pic x(01).
      *>--Data (AAAAMMDD) da ultima troca de senha, base da validade;
      *>  zero obriga a troca no proximo sign-on (senha dada pelo nivel 3)
           05 fd-oper-data-senha                   pic 9(08).
      *>--Senha anterior, que a troca nao deixa repetir
           05 fd-oper-senha-anterior               pic x(08).
