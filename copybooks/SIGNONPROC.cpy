      *>-------------------------------------------------------------------
      *> Identifica o operador na entrada do programa (COPY SIGNONTB):
      *> ate tres tentativas de codigo e senha contra arqOperadores, ja
      *> aberto em I-O pelo programa. Operador inativo, bloqueado, senha
      *> errada ou nivel abaixo do exigido nao passam; cadastro vazio
      *> devolve 'V' para o programa orientar o bootstrap pela
      *> ManutencaoOperadores. Senha errada conta na sequencia de falhas
      *> do operador, que bloqueia ao atingir o limite; senha vencida
      *> tem de ser trocada ali mesmo. Toda tentativa vai para o log de
      *> seguranca.
      *>-------------------------------------------------------------------
       efetua-sign-on section.

           move 'N' to ws-signon-resultado
           move 0   to ws-signon-tentativas

           perform carrega-parametros-seguranca

      *>--Cadastro sem nenhum operador: nao ha contra quem autenticar
           move low-values to fd-oper-codigo
           start arqOperadores key is >= fd-oper-codigo
           exit.
      *>-------------------------------------------------------------------
      *> Uma tentativa de identificacao: le o operador informado e
      *> critica situacao, bloqueio, senha, nivel de permissao e validade
      *> da senha, registrando o resultado no log de seguranca
      *>-------------------------------------------------------------------
       tenta-sign-on section.

           accept ws-signon-senha

           move ws-signon-codigo to fd-oper-codigo
           move 'N'              to slg-resultado

           read arqOperadores
               invalid key
                   display "Operador nao cadastrado"
                   move "Operador nao cadastrado" to slg-motivo
               not invalid key
                   if fd-oper-situacao <> 'A' then
                       display "Operador inativo no cadastro"
                       move "Operador inativo" to slg-motivo
                   else
                       if fd-oper-bloqueio = 'S' then
                           display "Operador bloqueado por tentativas "
                                   "recusadas; procure um operador de "
                                   "nivel 3"
                           move "Operador bloqueado" to slg-motivo
                       else
                           if fd-oper-senha <> ws-signon-senha then
                               display "Senha nao confere"
                               perform registra-falha-senha
                           else
                               perform aceita-senha-conferida
                           end-if
                       end-if
                   end-if
           end-read

           perform registra-tentativa-signon

           .
       tenta-sign-on-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Senha errada: soma na sequencia de falhas do operador e bloqueia
      *> ao atingir o limite de arqSeguranca
      *>-------------------------------------------------------------------
       registra-falha-senha section.

           add 1 to fd-oper-falhas
           move "Senha nao confere" to slg-motivo

           if fd-oper-falhas >= ws-signon-max-falhas then
               move 'S' to fd-oper-bloqueio
               move "Senha nao confere - bloqueado" to slg-motivo
               display "Operador bloqueado por tentativas recusadas"
           end-if

           perform regrava-operador-signon

           .
       registra-falha-senha-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Senha conferida: zera a sequencia de falhas, critica o nivel e,
      *> com a senha vencida (ou dada pelo nivel 3), exige a troca antes
      *> de liberar a sessao
      *>-------------------------------------------------------------------
       aceita-senha-conferida section.

           if fd-oper-falhas <> 0 then
               move 0 to fd-oper-falhas
               perform regrava-operador-signon
           end-if

           if fd-oper-nivel < ws-nivel-exigido then
               display "Operador sem permissao para esta funcao"
               move "Sem permissao para a funcao" to slg-motivo
           else
               move function current-date(1:8) to ws-signon-hoje

               move 0 to ws-signon-dias-senha
               if fd-oper-data-senha <> 0 then
                   compute ws-signon-dias-senha =
                       function integer-of-date(ws-signon-hoje)
                     - function integer-of-date(fd-oper-data-senha)
               end-if

               if fd-oper-data-senha = 0
               or (ws-signon-validade-dias > 0
               and ws-signon-dias-senha >= ws-signon-validade-dias) then
                   display "Senha vencida: troque a senha para continuar"
                   perform troca-senha-vencida
               else
                   move 'S' to ws-signon-resultado
                   move "Aceito" to slg-motivo
               end-if

               if ws-signon-resultado = 'S' then
                   move 'S'            to slg-resultado
                   move fd-oper-codigo to ws-oper-codigo
                   move fd-oper-nivel  to ws-oper-nivel
               end-if
           end-if

           .
       aceita-senha-conferida-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Troca obrigatoria da senha vencida no sign-on: ate tres tentativas
      *> de senha nova; sem troca a identificacao e recusada
      *>-------------------------------------------------------------------
       troca-senha-vencida section.

           move 'N' to ws-signon-senha-aceita
           move 0   to ws-signon-trocas

           perform until ws-signon-senha-aceita = 'S'
                      or ws-signon-trocas >= 3
               add 1 to ws-signon-trocas
               perform critica-nova-senha
           end-perform

           if ws-signon-senha-aceita = 'S' then
               move fd-oper-senha        to fd-oper-senha-anterior
               move ws-signon-senha-nova to fd-oper-senha
               move ws-signon-hoje       to fd-oper-data-senha
               perform regrava-operador-signon
               display "Senha trocada com sucesso"
               move 'S' to ws-signon-resultado
               move "Aceito com troca de senha" to slg-motivo
           else
               move "Senha vencida nao trocada" to slg-motivo
           end-if

           .
       troca-senha-vencida-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Pede e critica uma senha nova para o operador em fd-rela-operador:
      *> nao pode ser em branco, tem de ser confirmada e nao pode repetir
      *> a senha atual nem a anterior. ws-signon-senha-aceita devolve 'S'
      *> com a senha em ws-signon-senha-nova.
      *>-------------------------------------------------------------------
       critica-nova-senha section.

           move 'N' to ws-signon-senha-aceita

           display "Informe a nova senha: "
           accept ws-signon-senha-nova
           display "Confirme a nova senha: "
           accept ws-signon-senha-confirma

           if ws-signon-senha-nova = spaces then
               display "Senha em branco nao e aceita"
           else
               if ws-signon-senha-nova <> ws-signon-senha-confirma then
                   display "Confirmacao nao confere com a senha nova"
               else
                   if ws-signon-senha-nova = fd-oper-senha
                   or ws-signon-senha-nova = fd-oper-senha-anterior then
                       display "A senha nova nao pode repetir a anterior"
                   else
                       move 'S' to ws-signon-senha-aceita
                   end-if
               end-if
           end-if

           .
       critica-nova-senha-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Regrava o operador corrente com a sequencia de falhas, o bloqueio
      *> ou a senha trocada no sign-on
      *>-------------------------------------------------------------------
       regrava-operador-signon section.

           rewrite fd-rela-operador
           if ws-fs-arqOperadores <> 0 then
               move 89 to ws-msn-erro-offset
               move ws-fs-arqOperadores to ws-msn-erro-cod
               move ws-fs-arqOperadores to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           .
       regrava-operador-signon-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava a tentativa corrente (slg-resultado/slg-motivo ja postos)
      *> no log de seguranca, com data/hora, codigo informado e programa
      *>-------------------------------------------------------------------
       registra-tentativa-signon section.

           move function current-date to ws-signon-data-hora

           string ws-signon-data-hora(1:4)  "-"
                  ws-signon-data-hora(5:2)  "-"
                  ws-signon-data-hora(7:2)  " "
                  ws-signon-data-hora(9:2)  ":"
                  ws-signon-data-hora(11:2) ":"
                  ws-signon-data-hora(13:2)
                  delimited by size into slg-timestamp
           end-string

           move ws-signon-codigo   to slg-operador
           move ws-signon-programa to slg-programa

      *>--O log acumula entre sessoes, por isso extend; na primeira
      *>  tentativa o arquivo ainda nao existe (status 35)
           open extend arqLogSeguranca
           if ws-fs-arqLogSeguranca = 35 then
               open output arqLogSeguranca
           end-if
           if ws-fs-arqLogSeguranca <> 0 then
               move 90 to ws-msn-erro-offset
               move ws-fs-arqLogSeguranca to ws-msn-erro-cod
               move ws-fs-arqLogSeguranca to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           move ws-linha-seguranca to slg-linha
           write slg-linha

           close arqLogSeguranca
           if ws-fs-arqLogSeguranca <> 0 then
               move 99 to ws-msn-erro-offset
               move ws-fs-arqLogSeguranca to ws-msn-erro-cod
               move ws-fs-arqLogSeguranca to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           .
       registra-tentativa-signon-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Le os parametros de seguranca de arqSeguranca.txt (CHAVE;valor).
      *> Arquivo inexistente nao e erro: valem os padroes de SIGNONTB;
      *> linha que nao se entende e ignorada.
      *>-------------------------------------------------------------------
       carrega-parametros-seguranca section.

           open input arqSeguranca

           if ws-fs-arqSeguranca = 35 then
               continue
           else
               if ws-fs-arqSeguranca <> 0 then
                   move 91 to ws-msn-erro-offset
                   move ws-fs-arqSeguranca to ws-msn-erro-cod
                   move ws-fs-arqSeguranca to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               else
                   perform until ws-fs-arqSeguranca = 10
                       read arqSeguranca
                           at end
                               move 10 to ws-fs-arqSeguranca
                           not at end
                               perform carrega-linha-seguranca
                       end-read
                   end-perform

                   close arqSeguranca
               end-if
           end-if

           .
       carrega-parametros-seguranca-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Desmembra uma linha de arqSeguranca: TENTATIVAS;n (1 a 99) e
      *> VALIDADE;dias (0 a 9999, zero sem vencimento por prazo)
      *>-------------------------------------------------------------------
       carrega-linha-seguranca section.

           move spaces to ws-seg-campo-chave
           move spaces to ws-seg-campo-valor

           unstring seg-linha delimited by ";"
               into ws-seg-campo-chave ws-seg-campo-valor
           end-unstring

           if ws-seg-campo-valor <> spaces
           and function test-numval(ws-seg-campo-valor) = 0 then
               evaluate ws-seg-campo-chave
                   when "TENTATIVAS"
                       if function numval(ws-seg-campo-valor) >= 1
                       and function numval(ws-seg-campo-valor) <= 99 then
                           compute ws-signon-max-falhas =
                               function numval(ws-seg-campo-valor)
                       end-if
                   when "VALIDADE"
                       if function numval(ws-seg-campo-valor) >= 0
                       and function numval(ws-seg-campo-valor) <= 9999
                       then
                           compute ws-signon-validade-dias =
                               function numval(ws-seg-campo-valor)
                       end-if
                   when other
                       continue
               end-evaluate
           end-if

           .
       carrega-linha-seguranca-exit.
           exit.
