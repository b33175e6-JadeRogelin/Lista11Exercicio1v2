      *>-------------------------------------------------------------------
      *> Linha do jornal de alteracoes de cadastro (arqJornalCadastros.txt)
      *> - compartilhada entre as telas de manutencao de estacoes,
      *> operadores, eventos de estacao e limites e o relatorio do
      *> jornal. A tela poe a imagem do registro antes da alteracao em
      *> jrn-antes (espacos na inclusao), a imagem depois em jrn-depois
      *> (espacos na exclusao), o arquivo, a chave e a operacao, e chama
      *> registra-jornal (COPY JORNALPROC), que carimba data/hora e o
      *> operador da sessao. A imagem de operador vai com as senhas
      *> mascaradas.
      *>-------------------------------------------------------------------
       01 ws-linha-jornal.
           05 jrn-timestamp                        pic x(19).
           05 filler                               pic x(03) value ' - '.
      *>--ESTACOES, OPERADORES, EVENTOS, LIMITES ou LIMCHUVA
           05 jrn-arquivo                          pic x(10).
           05 filler                               pic x(03) value ' - '.
      *>--Chave do registro como gravada no arquivo (estacao 9(03),
      *>  codigo do operador x(08), estacao+data+tipo do evento, estacao
      *>  do limite x(03))
           05 jrn-chave                            pic x(12).
           05 filler                               pic x(03) value ' - '.
      *>--'I' inclusao, 'A' alteracao, 'N' inativacao, 'R' reativacao,
      *>  'E' exclusao, 'S' troca de senha, 'D' desbloqueio
           05 jrn-operacao                         pic x(01).
           05 filler                               pic x(03) value ' - '.
           05 jrn-operador                         pic x(08).
           05 filler                               pic x(03) value ' - '.
           05 jrn-antes                            pic x(80).
           05 filler                               pic x(03) value ' - '.
           05 jrn-depois                           pic x(80).

       77 ws-fs-arqJornal                          pic 9(02).
       77 ws-jrn-data-hora                         pic x(21).
