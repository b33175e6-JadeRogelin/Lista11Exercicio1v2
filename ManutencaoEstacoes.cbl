      *>              contra arqOperadores.txt, com nivel 3 (manutencao
      *>              de cadastros); quem so consulta ou corrige nao
      *>              altera mais o cadastro de estacoes.
      *> 15/10/2026 - arqOperadores passa a abrir em I-O: o sign-on conta
      *>              as tentativas recusadas e bloqueia o operador, exige
      *>              a troca da senha vencida e grava cada tentativa em
      *>              arqLogSeguranca.txt (parametros em
      *>              arqSeguranca.txt).
      *> 15/10/2026 - Inclusao, alteracao, inativacao e reativacao de
      *>              estacao passam a ser gravadas no jornal de
      *>              alteracoes de cadastro (arqJornalCadastros.txt) com
      *>              a imagem do registro antes e depois, o operador da
      *>              sessao e a data/hora.

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

      *>--Sign-on de operador da manutencao
           COPY SIGNONTB.

      *>--Jornal de alteracoes de cadastro (imagens antes/depois)
           COPY JORNALTB.

       77 ws-sair                                  pic x(01).
       77 ws-opcao                                 pic x(01).
       77 ws-estacao-informada                     pic 9(03).
      *>-------------------------------------------------------------------
       identifica-operador section.

           open i-o arqOperadores
           if ws-fs-arqOperadores = 35 then
               display "Cadastro de operadores inexistente"
               display "Cadastre o primeiro operador em ManutencaoOperadores"
           end-if

           move '3' to ws-nivel-exigido
           move "ManutencaoEstacoes" to ws-signon-programa
           perform efetua-sign-on

           if ws-signon-resultado = 'V' then
                   perform finaliza-anormal
               end-if

               move spaces to jrn-antes
               move 'I' to jrn-operacao
               perform registra-jornal-estacao

               display "Estacao incluida com sucesso"
           end-if

           if ws-estacao-encontrada = 'N' then
               display "Estacao nao cadastrada: " ws-estacao-informada
           else
               move fd-rela-estacao to jrn-antes
               display "Nome atual....: " fd-est-nome
               display "Informe o novo Nome: "
               accept fd-est-nome
               accept fd-est-altitude

               perform regrava-estacao
               move 'A' to jrn-operacao
               perform registra-jornal-estacao
               display "Estacao alterada com sucesso"
           end-if

               if fd-est-situacao = 'I' then
                   display "Estacao ja esta inativa"
               else
                   move fd-rela-estacao to jrn-antes
                   move 'I' to fd-est-situacao
                   perform regrava-estacao
                   move 'N' to jrn-operacao
                   perform registra-jornal-estacao
                   display "Estacao inativada: " fd-est-numero " " fd-est-nome
               end-if
           end-if
               if fd-est-situacao = 'A' then
                   display "Estacao ja esta ativa"
               else
                   move fd-rela-estacao to jrn-antes
                   move 'A' to fd-est-situacao
                   perform regrava-estacao
                   move 'R' to jrn-operacao
                   perform registra-jornal-estacao
                   display "Estacao reativada: " fd-est-numero " " fd-est-nome
               end-if
           end-if
       regrava-estacao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Registra no jornal a operacao em jrn-operacao sobre a estacao
      *> corrente; a imagem antes ja foi guardada em jrn-antes
      *>-------------------------------------------------------------------
       registra-jornal-estacao section.

           move "ESTACOES"      to jrn-arquivo
           move fd-est-numero   to jrn-chave
           move fd-rela-estacao to jrn-depois
           perform registra-jornal

           .
       registra-jornal-estacao-exit.
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
