           exit.
      *>-------------------------------------------------------------------
      *> Desmembra uma linha de arqLimites (EEE;minimo;maximo) para a
      *> tabela; linha que nao se entende e ignorada com aviso, valendo
      *> para a estacao dela o padrao
      *>-------------------------------------------------------------------
       carrega-linha-limite section.

           if ws-lim-campo-estacao numeric
           and ws-lim-campo-min <> spaces
           and ws-lim-campo-max <> spaces
           and ws-lim-qtd < 1000 then
               add 1 to ws-lim-qtd

               move ws-lim-campo-estacao
                   function numval(ws-lim-campo-min)
               compute ws-lim-max-tab(ws-lim-qtd) =
                   function numval(ws-lim-campo-max)
           else
               if lim-linha <> spaces then
                   display "Linha de arqLimites ignorada: " lim-linha
               end-if
           end-if

           .
