      *>-------------------------------------------------------------------
      *> Grava no jornal de alteracoes de cadastro a linha montada em
      *> ws-linha-jornal (COPY JORNALTB), com data/hora e o operador
      *> identificado na sessao (ws-oper-codigo, de SIGNONTB). O programa
      *> declara o select/fd de arqJornal (arqJornalCadastros.txt, linha
      *> jrn-linha de 228 posicoes).
      *>-------------------------------------------------------------------
       registra-jornal section.

           move function current-date to ws-jrn-data-hora

           string ws-jrn-data-hora(1:4)  "-"
                  ws-jrn-data-hora(5:2)  "-"
                  ws-jrn-data-hora(7:2)  " "
                  ws-jrn-data-hora(9:2)  ":"
                  ws-jrn-data-hora(11:2) ":"
                  ws-jrn-data-hora(13:2)
                  delimited by size into jrn-timestamp
           end-string

           move ws-oper-codigo to jrn-operador

      *>--O jornal acumula entre sessoes, por isso extend; na primeira
      *>  alteracao o arquivo ainda nao existe (status 35)
           open extend arqJornal
           if ws-fs-arqJornal = 35 then
               open output arqJornal
           end-if
           if ws-fs-arqJornal <> 0 then
               move 88 to ws-msn-erro-offset
               move ws-fs-arqJornal to ws-msn-erro-cod
               move ws-fs-arqJornal to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           move ws-linha-jornal to jrn-linha
           write jrn-linha

           close arqJornal
           if ws-fs-arqJornal <> 0 then
               move 87 to ws-msn-erro-offset
               move ws-fs-arqJornal to ws-msn-erro-cod
               move ws-fs-arqJornal to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           move spaces to jrn-antes
           move spaces to jrn-depois

           .
       registra-jornal-exit.
           exit.
