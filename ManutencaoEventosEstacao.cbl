      *>              RelatorioNormais marcam mes com evento. Exige
      *>              sign-on de operador nivel 3, como as demais
      *>              manutencoes de cadastro.
      *> 15/10/2026 - arqOperadores passa a abrir em I-O: o sign-on conta
      *>              as tentativas recusadas e bloqueia o operador, exige
      *>              a troca da senha vencida e grava cada tentativa em
      *>              arqLogSeguranca.txt (parametros em
      *>              arqSeguranca.txt).
      *> 15/10/2026 - Inclusao e exclusao de evento passam a ser gravadas
      *>              no jornal de alteracoes de cadastro
      *>              (arqJornalCadastros.txt) com a imagem do registro
      *>              antes e depois, o operador da sessao e a data/hora.

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

      *>--Consultas ao historico de eventos (ws-fs-arqEventosEstacao)
           COPY EVESTTB.

      *>-------------------------------------------------------------------
       identifica-operador section.

           open i-o arqOperadores
           if ws-fs-arqOperadores = 35 then
               display "Cadastro de operadores inexistente"
               display "Cadastre o primeiro operador em ManutencaoOperadores"
           end-if

           move '3' to ws-nivel-exigido
           move "ManutencaoEventosEstacao" to ws-signon-programa
           perform efetua-sign-on

           if ws-signon-resultado = 'V' then
                               perform obtem-mensagem-status
                               perform finaliza-anormal
                           end-if
                           move spaces to jrn-antes
                           move fd-rela-evento-estacao to jrn-depois
                           move 'I' to jrn-operacao
                           perform registra-jornal-evento
                           display "Evento incluido com sucesso"
                       end-if
                   end-if
                       not invalid key
                           display "Evento: " fd-evt-data " "
                                   fd-evt-tipo " " fd-evt-descricao
                           move fd-rela-evento-estacao to jrn-antes
                           delete arqEventosEstacao record
                           if ws-fs-arqEventosEstacao <> 0 then
                               move 5 to ws-msn-erro-offset
                               perform obtem-mensagem-status
                               perform finaliza-anormal
                           end-if
                           move spaces to jrn-depois
                           move 'E' to jrn-operacao
                           perform registra-jornal-evento
                           display "Evento excluido"
                   end-read
               end-if
       lista-eventos-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Registra no jornal a operacao em jrn-operacao sobre o evento
      *> corrente; as imagens antes/depois ja foram postas pelo chamador
      *>-------------------------------------------------------------------
       registra-jornal-evento section.

           move "EVENTOS"    to jrn-arquivo
           move fd-evt-chave to jrn-chave
           perform registra-jornal

           .
       registra-jornal-evento-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Finaliza Anormal
      *>-------------------------------------------------------------------
       finaliza-anormal section.

           COPY SIGNONPROC.

           COPY JORNALPROC.

           COPY CALENDPROC.

      *>-------------------------------------------------------------------
