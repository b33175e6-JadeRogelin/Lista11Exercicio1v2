      $set sourceformat "free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "ConverteTemp".
       Author. "Jade Rogelin".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>--Historico de alteracoes
      *> 15/10/2026 - Cria a conversao unica de arqTemp.txt e dos
      *>              arquivos anuais arqTempHistAAAA.txt para o layout
      *>              com origem e data de gravacao da leitura. O arquivo
      *>              no layout antigo e renomeado antes da rodada para
      *>              arqTempAnterior.txt (parametro "TEMP") ou
      *>              arqTempHistAAAAAnterior.txt (parametro "HIST AAAA")
      *>              e regravado no nome original, leitura a leitura,
      *>              com a origem 'I' (anterior ao controle de origem);
      *>              as leituras cujo valor ainda e o aplicado por uma
      *>              correcao de arqCorrecoes.txt saem com a origem 'M'
      *>              e a data da correcao. A rodada confere a quantidade
      *>              gravada contra a lida e se recusa a sobrepor um
      *>              arquivo convertido ja existente. Grava registro de
      *>              controle em arqControle.txt e devolve 8 quando nao
      *>              havia leitura a converter, 4 quando a conferencia
      *>              nao bateu e 12 em erro de arquivo.
      *> 15/10/2026 - Conferencia que nao bate passa a devolver 4, como
      *>              documentado, e nao 8.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration section.
           special-names. decimal-point is comma.

      *>--Declaração de recursos externos (faz parte da de cima ainda)
       Input-output section.
       File-control.

      *>--Arquivo no layout antigo (sem origem), renomeado antes da rodada;
      *>  o nome e montado conforme o parametro em ws-nome-arqAnterior
           select arqAnterior assign to dynamic ws-nome-arqAnterior
           organization is indexed
           access mode is dynamic
           record key is ant-chave-temp
           file status is ws-fs-arqAnterior.

           select arqTemp assign to "arqTemp.txt"  *> adiciona nome ao arquivo
           organization is indexed                 *> multiplos meses no mesmo arquivo
           access mode is dynamic
           record key is fd-chave-temp
           file status is ws-fs-arqTemp.

      *>--Arquivo anual de historico; o nome e montado por ano em
      *>  ws-nome-arqHist (arqTempHistAAAA.txt), como faz ArquivaTemp
           select arqHist assign to dynamic ws-nome-arqHist
           organization is indexed
           access mode is dynamic
           record key is hist-chave-temp
           file status is ws-fs-arqHist.

           select arqCorrecoes assign to "arqCorrecoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCorrecoes.

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
      *>--Layout antigo de arqTemp/arqTempHistAAAA, sem origem e data
       fd arqAnterior.
       01  ant-rela-temp.
           05 ant-chave-temp.
              10 ant-estacao                       pic 9(03).
              10 ant-ano                           pic 9(04).
              10 ant-mes                           pic 9(02).
              10 ant-dia                           pic 9(02).
           05 ant-temp                             pic S9(02)V99.

       fd arqTemp.
           COPY FDTEMP.

       fd arqHist.
           COPY FDHIST.

       fd arqCorrecoes.
       01  cor-linha                                pic x(80).

       fd arqControle.
       01  ctl-linha                                pic x(130).

      *>--Variáveis de trabalho
       Working-storage section.

       77 ws-fs-arqAnterior                        pic 9(02).
       77 ws-fs-arqTemp                            pic 9(02).
       77 ws-fs-arqHist                            pic 9(02).
       77 ws-fs-arqCorrecoes                       pic 9(02).

       77 ws-nome-arqAnterior                      pic x(40).
       77 ws-nome-arqHist                          pic x(30).
       77 ws-nome-convertido                       pic x(30).

       77 ws-parametro                             pic x(40).
      *>--"TEMP" converte o arquivo vivo, "HIST" um arquivo anual
       77 ws-modo                                  pic x(08).
       77 ws-par-ano                               pic x(04).
       77 ws-ano-hist                              pic 9(04).

      *>--Data da conversao (AAAAMMDD), gravada nas leituras 'I'
       77 ws-data-conversao                        pic 9(08).
       77 ws-data-correcao                         pic 9(08).
       77 ws-valor-corrigido                       pic S9(02)V99.

       77 ws-fim-arqAnterior                       pic x(01).
       77 ws-fim-arqCorrecoes                      pic x(01).

      *>--Contadores da conversao
       77 ws-qtd-lidas                             pic 9(05) value 0.
       77 ws-qtd-gravadas                          pic 9(05) value 0.
       77 ws-qtd-corrigidas                        pic 9(05) value 0.
       77 ws-valor-resumo                          pic zzzz9.

      *>--Linha da trilha de correcoes gravada em arqCorrecoes
           COPY CORLINHA.

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
           perform converte-leituras.
           perform aplica-correcoes.
           perform exibe-resumo.
           perform finaliza.

      *>-------------------------------------------------------------------
       inicializa section.

           perform marca-inicio-controle
           move "ConverteTemp" to ctl-programa

           accept ws-parametro from command-line
           move ws-parametro to ctl-parametros

           unstring ws-parametro delimited by space
               into ws-modo ws-par-ano
           end-unstring

           if ws-modo <> "TEMP" and ws-modo <> "HIST" then
               display "Uso: TEMP  ou  HIST AAAA"
               move 8 to return-code
               stop run
           end-if

           if ws-modo = "HIST"
           and ws-par-ano not numeric then
               display "Ano invalido no parametro: " ws-par-ano
               move 8 to return-code
               stop run
           end-if

           move function current-date(1:8) to ws-data-conversao

           move spaces to ws-nome-arqAnterior
           move spaces to ws-nome-arqHist
           if ws-modo = "TEMP" then
               move "arqTempAnterior.txt" to ws-nome-arqAnterior
               move "arqTemp.txt"         to ws-nome-convertido
           else
               move ws-par-ano to ws-ano-hist
               string "arqTempHist" ws-ano-hist "Anterior.txt"
                   delimited by size into ws-nome-arqAnterior
               end-string
               string "arqTempHist" ws-ano-hist ".txt"
                   delimited by size into ws-nome-arqHist
               end-string
               move ws-nome-arqHist to ws-nome-convertido
           end-if

           open input arqAnterior.
           if ws-fs-arqAnterior = 35 then
               display "Arquivo no layout antigo nao encontrado: "
                       ws-nome-arqAnterior
               display "Renomeie o arquivo original para esse nome antes"
                       " de converter"
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

      *>--O arquivo convertido nao pode existir ainda: open output sobre
      *>  ele apagaria leituras ja convertidas (ou ainda nao renomeadas)
           if ws-modo = "TEMP" then
               open input arqTemp
               if ws-fs-arqTemp <> 35 then
                   display "Arquivo convertido ja existe: "
                           ws-nome-convertido
                   display "Conversao nao realizada"
                   move 8 to return-code
                   stop run
               end-if

               open output arqTemp
               if ws-fs-arqTemp <> 0 then
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqTemp to ws-msn-erro-cod
                   move ws-fs-arqTemp to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
           else
               open input arqHist
               if ws-fs-arqHist <> 35 then
                   display "Arquivo convertido ja existe: "
                           ws-nome-convertido
                   display "Conversao nao realizada"
                   move 8 to return-code
                   stop run
               end-if

               open output arqHist
               if ws-fs-arqHist <> 0 then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqHist to ws-msn-erro-cod
                   move ws-fs-arqHist to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
           end-if

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Regrava cada leitura do arquivo antigo no layout novo, com a
      *> origem 'I' e a data da conversao
      *>-------------------------------------------------------------------
       converte-leituras section.

           move 'N' to ws-fim-arqAnterior

           perform until ws-fim-arqAnterior = 'S'
               read arqAnterior next record
                   at end
                       move 'S' to ws-fim-arqAnterior
                   not at end
                       add 1 to ws-qtd-lidas
                       add 1 to ctl-lidos
                       perform grava-leitura-convertida
               end-read
           end-perform

           .
       converte-leituras-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava a leitura corrente do arquivo antigo no arquivo convertido
      *>-------------------------------------------------------------------
       grava-leitura-convertida section.

           if ws-modo = "TEMP" then
               move ant-estacao       to fd-estacao
               move ant-ano           to fd-ano
               move ant-mes           to fd-mes
               move ant-dia           to fd-dia
               move ant-temp          to fd-temp
               move 'I'               to fd-origem
               move ws-data-conversao to fd-data-gravacao

               write fd-rela-temp
               if ws-fs-arqTemp <> 0 then
                   move 4 to ws-msn-erro-offset
                   move ws-fs-arqTemp to ws-msn-erro-cod
                   move ws-fs-arqTemp to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
           else
               move ant-estacao       to hist-estacao
               move ant-ano           to hist-ano
               move ant-mes           to hist-mes
               move ant-dia           to hist-dia
               move ant-temp          to hist-temp
               move 'I'               to hist-origem
               move ws-data-conversao to hist-data-gravacao

               write hist-rela-temp
               if ws-fs-arqHist <> 0 then
                   move 5 to ws-msn-erro-offset
                   move ws-fs-arqHist to ws-msn-erro-cod
                   move ws-fs-arqHist to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
           end-if

           add 1 to ws-qtd-gravadas

           .
       grava-leitura-convertida-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Reabre o arquivo convertido em I-O e marca como correcao manual
      *> as leituras cujo valor ainda e o aplicado em arqCorrecoes; a
      *> trilha esta em ordem cronologica, a ultima correcao do dia vale
      *>-------------------------------------------------------------------
       aplica-correcoes section.

           if ws-modo = "TEMP" then
               close arqTemp
               open i-o arqTemp
               if ws-fs-arqTemp <> 0 then
                   move 6 to ws-msn-erro-offset
                   move ws-fs-arqTemp to ws-msn-erro-cod
                   move ws-fs-arqTemp to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
           else
               close arqHist
               open i-o arqHist
               if ws-fs-arqHist <> 0 then
                   move 7 to ws-msn-erro-offset
                   move ws-fs-arqHist to ws-msn-erro-cod
                   move ws-fs-arqHist to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
           end-if

      *>--Sem trilha de correcoes (nenhuma correcao feita ate hoje), todas
      *>  as leituras ficam como anteriores ao controle
           open input arqCorrecoes.
           if ws-fs-arqCorrecoes = 35 then
               move 'S' to ws-fim-arqCorrecoes
           else
               if ws-fs-arqCorrecoes <> 0 then
                   move 8 to ws-msn-erro-offset
                   move ws-fs-arqCorrecoes to ws-msn-erro-cod
                   move ws-fs-arqCorrecoes to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
               move 'N' to ws-fim-arqCorrecoes
           end-if

           perform until ws-fim-arqCorrecoes = 'S'
               read arqCorrecoes
                   at end
                       move 'S' to ws-fim-arqCorrecoes
                   not at end
                       move cor-linha to ws-linha-correcao
                       if cor-estacao is numeric
                       and cor-ano is numeric
                       and cor-mes is numeric
                       and cor-dia is numeric then
                           perform marca-leitura-corrigida
                       end-if
               end-read
           end-perform

           if ws-fs-arqCorrecoes <> 35 then
               close arqCorrecoes
           end-if

           .
       aplica-correcoes-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Marca com origem 'M' e a data da correcao a leitura da linha de
      *> correcao corrente, se ela estiver no arquivo convertido com o
      *> valor que a correcao aplicou
      *>-------------------------------------------------------------------
       marca-leitura-corrigida section.

           move cor-valor-novo to ws-valor-corrigido
           move cor-timestamp(1:4) to ws-data-correcao(1:4)
           move cor-timestamp(6:2) to ws-data-correcao(5:2)
           move cor-timestamp(9:2) to ws-data-correcao(7:2)

           if ws-modo = "TEMP" then
               move cor-estacao to fd-estacao
               move cor-ano     to fd-ano
               move cor-mes     to fd-mes
               move cor-dia     to fd-dia

               read arqTemp
                   invalid key
                       continue
                   not invalid key
                       if fd-temp = ws-valor-corrigido then
                           if fd-origem = 'I' then
                               add 1 to ws-qtd-corrigidas
                           end-if
                           move 'M'              to fd-origem
                           move ws-data-correcao to fd-data-gravacao
                           rewrite fd-rela-temp
                           if ws-fs-arqTemp <> 0 then
                               move 9 to ws-msn-erro-offset
                               move ws-fs-arqTemp to ws-msn-erro-cod
                               move ws-fs-arqTemp to ws-status-cod-busca
                               perform obtem-mensagem-status
                               perform finaliza-anormal
                           end-if
                       end-if
               end-read
           else
               if cor-ano = ws-ano-hist then
                   move cor-estacao to hist-estacao
                   move cor-ano     to hist-ano
                   move cor-mes     to hist-mes
                   move cor-dia     to hist-dia

                   read arqHist
                       invalid key
                           continue
                       not invalid key
                           if hist-temp = ws-valor-corrigido then
                               if hist-origem = 'I' then
                                   add 1 to ws-qtd-corrigidas
                               end-if
                               move 'M'              to hist-origem
                               move ws-data-correcao to hist-data-gravacao
                               rewrite hist-rela-temp
                               if ws-fs-arqHist <> 0 then
                                   move 10 to ws-msn-erro-offset
                                   move ws-fs-arqHist to ws-msn-erro-cod
                                   move ws-fs-arqHist to ws-status-cod-busca
                                   perform obtem-mensagem-status
                                   perform finaliza-anormal
                               end-if
                           end-if
                   end-read
               end-if
           end-if

           .
       marca-leitura-corrigida-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Exibe o resumo da conversao e confere gravadas contra lidas
      *>-------------------------------------------------------------------
       exibe-resumo section.

           display "Conversao de " ws-nome-arqAnterior
           display "         para " ws-nome-convertido

           move ws-qtd-lidas to ws-valor-resumo
           display "Leituras lidas no layout antigo..: " ws-valor-resumo

           move ws-qtd-gravadas to ws-valor-resumo
           display "Leituras gravadas no layout novo.: " ws-valor-resumo

           move ws-qtd-corrigidas to ws-valor-resumo
           display "Marcadas como correcao manual....: " ws-valor-resumo

           if ws-qtd-gravadas = ws-qtd-lidas then
               move ws-qtd-gravadas to ctl-validos
               move ws-qtd-gravadas to ctl-gravados
               display "Conferencia OK: nenhuma leitura perdida"
           else
               move ws-qtd-gravadas to ctl-validos
               move ws-qtd-gravadas to ctl-gravados
               compute ctl-descartados = ws-qtd-lidas - ws-qtd-gravadas
               display "Conferencia NAO bateu; mantenha "
                       ws-nome-arqAnterior " e repita a conversao"
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
               move 11 to ws-msn-erro-offset
               move ws-fs-arqAnterior to ws-msn-erro-cod
               move ws-fs-arqAnterior to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           if ws-modo = "TEMP" then
               close arqTemp
               if ws-fs-arqTemp <> 0 then
                   move 12 to ws-msn-erro-offset
                   move ws-fs-arqTemp to ws-msn-erro-cod
                   move ws-fs-arqTemp to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
           else
               close arqHist
               if ws-fs-arqHist <> 0 then
                   move 13 to ws-msn-erro-offset
                   move ws-fs-arqHist to ws-msn-erro-cod
                   move ws-fs-arqHist to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
           end-if

           stop run.
            .
       finaliza-exit.
           exit.
