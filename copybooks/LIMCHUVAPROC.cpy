           exit.
      *>-------------------------------------------------------------------
      *> Desmembra uma linha de arqLimitesChuva (EEE;maximo) para a
      *> tabela; linha que nao se entende e ignorada com aviso, valendo
      *> para a estacao dela o padrao
      *>-------------------------------------------------------------------
       carrega-linha-limite-chuva section.


           if ws-limc-campo-estacao numeric
           and ws-limc-campo-max <> spaces
           and ws-limc-qtd < 1000 then
               add 1 to ws-limc-qtd

               move ws-limc-campo-estacao
               inspect ws-limc-campo-max replacing all "." by ","
               compute ws-limc-max-tab(ws-limc-qtd) =
                   function numval(ws-limc-campo-max)
           else
               if limc-linha <> spaces then
                   display "Linha de arqLimitesChuva ignorada: " limc-linha
               end-if
           end-if

           .
