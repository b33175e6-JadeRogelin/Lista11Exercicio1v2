      *>              por onde comecar. O cadastro passa a ser a
      *>              referencia de identificacao das telas interativas e
      *>              das trilhas de arqAuditoria e arqCorrecoes.
      *> 15/10/2026 - Opcao 7 desbloqueia o operador bloqueado por
      *>              tentativas recusadas no sign-on. Troca de senha nao
      *>              aceita repetir a atual nem a anterior e, feita para
      *>              outro operador, fica provisoria (vence no proximo
      *>              sign-on dele), como a senha do operador incluido.
      *>              Consulta mostra bloqueio, falhas em sequencia e data
      *>              da senha.
      *> 15/10/2026 - Inclusao (tambem a do primeiro operador), alteracao,
      *>              inativacao, reativacao, troca de senha e desbloqueio
      *>              passam a ser gravados no jornal de alteracoes de
      *>              cadastro (arqJornalCadastros.txt) com a imagem do
      *>              registro antes e depois, senhas mascaradas, o
      *>              operador da sessao e a data/hora.

      *>Divisão para configuração do ambiente
       Environment Division.
           record key is fd-oper-codigo
           file status is ws-fs-arqOperadores.

           select arqJornal assign to "arqJornalCadastros.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqJornal.

           select arqSeguranca assign to "arqSeguranca.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqSeguranca.

           select arqLogSeguranca assign to "arqLogSeguranca.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogSeguranca.

       I-O-Control.

      *>Declaração de variáveis
       fd arqOperadores.
           COPY FDOPER.

       fd arqJornal.
       01  jrn-linha                                pic x(228).

       fd arqSeguranca.
       01  seg-linha                                pic x(40).

       fd arqLogSeguranca.
       01  slg-linha                                pic x(100).

      *>--Variáveis de trabalho
       Working-storage section.

       77 ws-operador-encontrado                   pic x(01).
       77 ws-nivel-informado                       pic x(01).

      *>--Jornal de alteracoes de cadastro (imagens antes/depois)
           COPY JORNALTB.

      *>--Imagem do operador com as senhas mascaradas, para o jornal
       77 ws-imagem-operador                       pic x(80).
       77 ws-senha-guardada                        pic x(08).
       77 ws-senha-anterior-guardada               pic x(08).

      *>--Tabela de consulta com o significado de cada file status COBOL
           COPY STATUSTB.

      *>  contra quem autenticar e o bootstrap cadastra o primeiro
      *>  operador, obrigatoriamente de nivel 3
           move '3' to ws-nivel-exigido
           move "ManutencaoOperadores" to ws-signon-programa
           perform efetua-sign-on

           evaluate ws-signon-resultado

           move '3' to fd-oper-nivel
           move 'A' to fd-oper-situacao
           move 0   to fd-oper-falhas
           move 'N' to fd-oper-bloqueio
           move function current-date(1:8) to fd-oper-data-senha
           move spaces to fd-oper-senha-anterior

           write fd-rela-operador
           if ws-fs-arqOperadores <> 0 then
           move fd-oper-nivel  to ws-oper-nivel
           move 'S'            to ws-signon-resultado

           move spaces to jrn-antes
           move 'I' to jrn-operacao
           perform registra-jornal-operador

           display "Primeiro operador cadastrado com sucesso"

           .
               display "4 - Reativar Operador"
               display "5 - Consultar Operador"
               display "6 - Trocar Senha"
               display "7 - Desbloquear Operador"
               display "Informe a opcao desejada: "
               accept ws-opcao

                       perform consulta-operador
                   when '6'
                       perform troca-senha-operador
                   when '7'
                       perform desbloqueia-operador
                   when other
                       display "Opcao Invalida"
               end-evaluate
               move ws-nivel-informado to fd-oper-nivel

               move 'A' to fd-oper-situacao
               move 0   to fd-oper-falhas
               move 'N' to fd-oper-bloqueio
      *>--Senha dada pelo nivel 3 e provisoria: data zero obriga o novo
      *>  operador a troca-la no primeiro sign-on
               move 0   to fd-oper-data-senha
               move spaces to fd-oper-senha-anterior

               write fd-rela-operador
               if ws-fs-arqOperadores <> 0 then
                   perform finaliza-anormal
               end-if

               move spaces to jrn-antes
               move 'I' to jrn-operacao
               perform registra-jornal-operador

               display "Operador incluido com sucesso"
               display "A senha devera ser trocada no primeiro sign-on"
           end-if

           .
           if ws-operador-encontrado = 'N' then
               display "Operador nao cadastrado: " ws-codigo-informado
           else
               perform guarda-imagem-antes
               display "Nome atual.: " fd-oper-nome
               display "Informe o novo Nome: "
               accept fd-oper-nome
               move ws-nivel-informado to fd-oper-nivel

               perform regrava-operador
               move 'A' to jrn-operacao
               perform registra-jornal-operador
               display "Operador alterado com sucesso"
           end-if

      *>  nivel 3 ativo poderia trancar o cadastro por fora
                       display "Operador da sessao nao pode se inativar"
                   else
                       perform guarda-imagem-antes
                       move 'I' to fd-oper-situacao
                       perform regrava-operador
                       move 'N' to jrn-operacao
                       perform registra-jornal-operador
                       display "Operador inativado: " fd-oper-codigo " "
                               fd-oper-nome
                   end-if
               if fd-oper-situacao = 'A' then
                   display "Operador ja esta ativo"
               else
                   perform guarda-imagem-antes
                   move 'A' to fd-oper-situacao
                   perform regrava-operador
                   move 'R' to jrn-operacao
                   perform registra-jornal-operador
                   display "Operador reativado: " fd-oper-codigo " "
                           fd-oper-nome
               end-if
               else
                   display "Situacao.: Inativo"
               end-if
               if fd-oper-bloqueio = 'S' then
                   display "Bloqueio.: Bloqueado por tentativas recusadas"
               else
                   display "Bloqueio.: Liberado (falhas em sequencia: "
                           fd-oper-falhas ")"
               end-if
               if fd-oper-data-senha = 0 then
                   display "Senha....: troca obrigatoria no proximo sign-on"
               else
                   display "Senha....: trocada em " fd-oper-data-senha(7:2)
                           "/" fd-oper-data-senha(5:2)
                           "/" fd-oper-data-senha(1:4)
               end-if
           end-if

           .
       consulta-operador-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Troca a senha de um operador cadastrado. A senha nova passa pela
      *> mesma critica do sign-on (nao repete a anterior); trocada para
      *> outro operador ela e provisoria e vence no proximo sign-on dele
      *>-------------------------------------------------------------------
       troca-senha-operador section.

           if ws-operador-encontrado = 'N' then
               display "Operador nao cadastrado: " ws-codigo-informado
           else
               perform critica-nova-senha

               if ws-signon-senha-aceita = 'S' then
                   perform guarda-imagem-antes
                   move fd-oper-senha        to fd-oper-senha-anterior
                   move ws-signon-senha-nova to fd-oper-senha
                   if fd-oper-codigo = ws-oper-codigo then
                       move function current-date(1:8)
                           to fd-oper-data-senha
                   else
                       move 0 to fd-oper-data-senha
                   end-if

                   perform regrava-operador
                   move 'S' to jrn-operacao
                   perform registra-jornal-operador
                   display "Senha trocada com sucesso"
                   if fd-oper-data-senha = 0 then
                       display "O operador devera troca-la no proximo "
                               "sign-on"
                   end-if
               else
                   display "Senha mantida"
               end-if
           end-if

           .
       troca-senha-operador-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Desbloqueia o operador bloqueado por tentativas recusadas no
      *> sign-on, zerando a sequencia de falhas (a manutencao ja exige
      *> nivel 3)
      *>-------------------------------------------------------------------
       desbloqueia-operador section.

           perform le-operador-informado

           if ws-operador-encontrado = 'N' then
               display "Operador nao cadastrado: " ws-codigo-informado
           else
               if fd-oper-bloqueio <> 'S' then
                   display "Operador nao esta bloqueado"
               else
                   perform guarda-imagem-antes
                   move 'N' to fd-oper-bloqueio
                   move 0   to fd-oper-falhas
                   perform regrava-operador
                   move 'D' to jrn-operacao
                   perform registra-jornal-operador
                   display "Operador desbloqueado: " fd-oper-codigo " "
                           fd-oper-nome
               end-if
           end-if

           .
       desbloqueia-operador-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Regrava o registro corrente de fd-rela-operador no cadastro
      *>-------------------------------------------------------------------
       regrava-operador section.
       regrava-operador-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Monta em ws-imagem-operador a imagem do operador corrente com a
      *> senha e a senha anterior mascaradas - senha nao vai para o jornal
      *>-------------------------------------------------------------------
       mascara-imagem-operador section.

           move fd-oper-senha          to ws-senha-guardada
           move fd-oper-senha-anterior to ws-senha-anterior-guardada

           move "********" to fd-oper-senha
           if fd-oper-senha-anterior <> spaces then
               move "********" to fd-oper-senha-anterior
           end-if
           move fd-rela-operador to ws-imagem-operador

           move ws-senha-guardada          to fd-oper-senha
           move ws-senha-anterior-guardada to fd-oper-senha-anterior

           .
       mascara-imagem-operador-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Guarda em jrn-antes a imagem (mascarada) do operador lido, antes
      *> da alteracao
      *>-------------------------------------------------------------------
       guarda-imagem-antes section.

           perform mascara-imagem-operador
           move ws-imagem-operador to jrn-antes

           .
       guarda-imagem-antes-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Registra no jornal a operacao em jrn-operacao sobre o operador
      *> corrente, com a imagem depois tambem mascarada
      *>-------------------------------------------------------------------
       registra-jornal-operador section.

           perform mascara-imagem-operador

           move "OPERADORES"       to jrn-arquivo
           move fd-oper-codigo     to jrn-chave
           move ws-imagem-operador to jrn-depois
           perform registra-jornal

           .
       registra-jornal-operador-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Finaliza Anormal
      *>-------------------------------------------------------------------
       finaliza-anormal section.

           COPY SIGNONPROC.

           COPY JORNALPROC.

      *>-------------------------------------------------------------------
      *> Finaliza Normal
      *>-------------------------------------------------------------------
