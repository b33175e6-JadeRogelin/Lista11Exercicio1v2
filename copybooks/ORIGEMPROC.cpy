      *>-------------------------------------------------------------------
      *> Descricao da origem da leitura em ws-origem-busca (COPY ORIGEMTB
      *> traz os campos); codigo desconhecido devolve "Nao identificada"
      *>-------------------------------------------------------------------
       obtem-descricao-origem section.

           evaluate ws-origem-busca
               when 'C'
                   move "Carga diaria"        to ws-origem-descricao
               when 'S'
                   move "Sumarizacao horaria" to ws-origem-descricao
               when 'M'
                   move "Correcao manual"     to ws-origem-descricao
               when 'R'
                   move "Restaurada"          to ws-origem-descricao
               when 'I'
                   move "Anterior ao controle" to ws-origem-descricao
               when 'E'
                   move "Estimativa"          to ws-origem-descricao
               when other
                   move "Nao identificada"    to ws-origem-descricao
           end-evaluate

           .
       obtem-descricao-origem-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Zera os contadores de leituras por origem
      *>-------------------------------------------------------------------
       zera-contagem-origem section.

           move 0 to ws-org-qtd-carga
           move 0 to ws-org-qtd-sumarizada
           move 0 to ws-org-qtd-corrigida
           move 0 to ws-org-qtd-restaurada
           move 0 to ws-org-qtd-anterior
           move 0 to ws-org-qtd-estimada

           .
       zera-contagem-origem-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Soma a leitura de origem ws-origem-busca no contador dela;
      *> codigo desconhecido conta como anterior ao controle de origem
      *>-------------------------------------------------------------------
       conta-origem-leitura section.

           evaluate ws-origem-busca
               when 'C'
                   add 1 to ws-org-qtd-carga
               when 'S'
                   add 1 to ws-org-qtd-sumarizada
               when 'M'
                   add 1 to ws-org-qtd-corrigida
               when 'R'
                   add 1 to ws-org-qtd-restaurada
               when 'E'
                   add 1 to ws-org-qtd-estimada
               when other
                   add 1 to ws-org-qtd-anterior
           end-evaluate

           .
       conta-origem-leitura-exit.
           exit.
