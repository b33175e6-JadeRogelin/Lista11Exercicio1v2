      $set sourceformat "free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "ConverteOperadores".
       Author. "Jade Rogelin".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>--Historico de alteracoes
      *> 15/10/2026 - Cria a conversao unica de arqOperadores.txt para o
      *>              layout com sequencia de falhas, bloqueio, data da
      *>              senha e senha anterior do sign-on. O cadastro no
      *>              layout antigo e renomeado antes da rodada para
      *>              arqOperadoresAnterior.txt e regravado no nome
      *>              original, operador a operador, liberado, sem falhas
      *>              e com a senha datada do dia da conversao (a
      *>              validade comeca a contar dali). A rodada confere a
      *>              quantidade gravada contra a lida e se recusa a
      *>              sobrepor um cadastro convertido ja existente. Grava
      *>              registro de controle em arqControle.txt e devolve 8
      *>              quando nao havia operador a converter, 4 quando a
      *>              conferencia nao bateu e 12 em erro de arquivo.
      *> 15/10/2026 - Conferencia que nao bate passa a informar os gravados
      *>              como validos no controle, devolvendo 4 e nao 8.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration section.
           special-names. decimal-point is comma.

      *>--Declaração de recursos externos (faz parte da de cima ainda)
       Input-output section.
       File-control.

      *>--Cadastro no layout antigo, renomeado antes da rodada
           select arqAnterior assign to "arqOperadoresAnterior.txt"
           organization is indexed
           access mode is dynamic
           record key is ant-oper-codigo
           file status is ws-fs-arqAnterior.

           select arqOperadores assign to "arqOperadores.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-oper-codigo
           file status is ws-fs-arqOperadores.

           select arqControle assign to "arqControle.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqControle.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>--Variáveis de arquivos
       File section.
      *>--Layout antigo de arqOperadores, sem os campos do sign-on
       fd arqAnterior.
       01  ant-rela-operador.
           05 ant-oper-codigo                      pic x(08).
           05 ant-oper-nome                        pic x(30).
           05 ant-oper-senha                       pic x(08).
           05 ant-oper-nivel                       pic x(01).
           05 ant-oper-situacao                    pic x(01).

       fd arqOperadores.
           COPY FDOPER.

       fd arqControle.
       01  ctl-linha                                pic x(130).

      *>--Variáveis de trabalho
       Working-storage section.

       77 ws-fs-arqAnterior                        pic 9(02).
       77 ws-fs-arqOperadores                      pic 9(02).

       77 ws-parametro                             pic x(40).

      *>--Data da conversao (AAAAMMDD), gravada como data da senha
       77 ws-data-conversao                        pic 9(08).

       77 ws-fim-arqAnterior                       pic x(01).

      *>--Contadores da conversao
       77 ws-qtd-lidos                             pic 9(05) value 0.
       77 ws-qtd-gravados                          pic 9(05) value 0.
       77 ws-valor-resumo                          pic zzzz9.

      *>--Registro de controle de processamento da rodada
           COPY CONTROLETB.

      *>--Tabela de consulta com o significado de cada file status COBOL
           COPY STATUSTB.

       01 ws-msn-erro.
           05 ws-msn-erro-offset                   pic  x(04).
           05 filler                               pic  x(01) value '-'.
           05 ws-msn-erro-cod                      pic  x(02).
           05 filler                               pic  x(02) value '-'.
           05 ws-msn-erro-text                     pic  x(42).

      *>--Variáveis para comunicação entre programas
       Linkage section.

      *>Declaração do corpo programa
       Procedure Division.

           perform inicializa.
           perform converte-operadores.
           perform exibe-resumo.
           perform finaliza.

      *>-------------------------------------------------------------------
       inicializa section.

           perform marca-inicio-controle
           move "ConverteOperadores" to ctl-programa

           accept ws-parametro from command-line
           move ws-parametro to ctl-parametros

           move function current-date(1:8) to ws-data-conversao

           open input arqAnterior.
           if ws-fs-arqAnterior = 35 then
               display "Cadastro no layout antigo nao encontrado: "
                       "arqOperadoresAnterior.txt"
               display "Renomeie o arqOperadores.txt original para esse "
                       "nome antes de converter"
               move 8 to return-code
               stop run
           end-if
           if ws-fs-arqAnterior <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqAnterior to ws-msn-erro-cod
               move ws-fs-arqAnterior to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

      *>--O cadastro convertido nao pode existir ainda: open output sobre
      *>  ele apagaria operadores ja convertidos (ou ainda nao renomeados)
           open input arqOperadores
           if ws-fs-arqOperadores <> 35 then
               display "Cadastro convertido ja existe: arqOperadores.txt"
               display "Conversao nao realizada"
               move 8 to return-code
               stop run
           end-if

           open output arqOperadores
           if ws-fs-arqOperadores <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqOperadores to ws-msn-erro-cod
               move ws-fs-arqOperadores to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Regrava cada operador do cadastro antigo no layout novo
      *>-------------------------------------------------------------------
       converte-operadores section.

           move 'N' to ws-fim-arqAnterior

           perform until ws-fim-arqAnterior = 'S'
               read arqAnterior next record
                   at end
                       move 'S' to ws-fim-arqAnterior
                   not at end
                       add 1 to ws-qtd-lidos
                       add 1 to ctl-lidos
                       perform grava-operador-convertido
               end-read
           end-perform

           .
       converte-operadores-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava o operador corrente do cadastro antigo no convertido,
      *> liberado, sem falhas e com a senha datada da conversao
      *>-------------------------------------------------------------------
       grava-operador-convertido section.

           move ant-oper-codigo   to fd-oper-codigo
           move ant-oper-nome     to fd-oper-nome
           move ant-oper-senha    to fd-oper-senha
           move ant-oper-nivel    to fd-oper-nivel
           move ant-oper-situacao to fd-oper-situacao
           move 0                 to fd-oper-falhas
           move 'N'               to fd-oper-bloqueio
           move ws-data-conversao to fd-oper-data-senha
           move spaces            to fd-oper-senha-anterior

           write fd-rela-operador
           if ws-fs-arqOperadores <> 0 then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqOperadores to ws-msn-erro-cod
               move ws-fs-arqOperadores to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-gravados

           .
       grava-operador-convertido-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Exibe o resumo da conversao e confere gravados contra lidos
      *>-------------------------------------------------------------------
       exibe-resumo section.

           display "Conversao de arqOperadoresAnterior.txt"
           display "         para arqOperadores.txt"

           move ws-qtd-lidos to ws-valor-resumo
           display "Operadores lidos no layout antigo..: " ws-valor-resumo

           move ws-qtd-gravados to ws-valor-resumo
           display "Operadores gravados no layout novo.: " ws-valor-resumo

           if ws-qtd-gravados = ws-qtd-lidos then
               move ws-qtd-gravados to ctl-validos
               move ws-qtd-gravados to ctl-gravados
               display "Conferencia OK: nenhum operador perdido"
           else
               move ws-qtd-gravados to ctl-validos
               move ws-qtd-gravados to ctl-gravados
               compute ctl-descartados = ws-qtd-lidos - ws-qtd-gravados
               display "Conferencia NAO bateu; mantenha "
                       "arqOperadoresAnterior.txt e repita a conversao"
           end-if

           .
       exibe-resumo-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Finaliza Anormal
      *>-------------------------------------------------------------------
       finaliza-anormal section.

           display erase
           display ws-msn-erro

           move 12 to return-code
           stop run
           .
       finaliza-anormal-exit.
           exit.

           COPY STATUSPROC.

           COPY CONTROLEPROC.

      *>-------------------------------------------------------------------
      *> Finaliza Normal
      *>-------------------------------------------------------------------
       finaliza section.

           perform registra-controle

           close arqAnterior.
           if ws-fs-arqAnterior <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqAnterior to ws-msn-erro-cod
               move ws-fs-arqAnterior to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           close arqOperadores.
           if ws-fs-arqOperadores <> 0 then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqOperadores to ws-msn-erro-cod
               move ws-fs-arqOperadores to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           stop run.
            .
       finaliza-exit.
           exit.
