      $set sourceformat "free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "RelatorioJornal".
       Author. "Jade Rogelin".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>--Historico de alteracoes
      *> 15/10/2026 - Cria o relatorio do jornal de alteracoes de cadastro
      *>              (arqJornalCadastros.txt): para um intervalo de datas
      *>              lista, opcionalmente so de um arquivo (ESTACOES,
      *>              OPERADORES ou EVENTOS) e de uma chave, cada
      *>              alteracao com data/hora, operacao e operador, as
      *>              imagens antes e depois desmembradas campo a campo e,
      *>              na alteracao, os campos que mudaram. Rodada grava
      *>              registro de controle em arqControle.txt e devolve
      *>              codigo de retorno 8/4/12 como os demais programas
      *>              batch.
      *> 15/10/2026 - Aceita tambem os arquivos LIMITES e LIMCHUVA
      *>              (limites de temperatura e tetos de chuva mantidos
      *>              pela ManutencaoLimites), cuja imagem e a propria
      *>              linha do arquivo de limites.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration section.
           special-names. decimal-point is comma.

      *>--Declaração de recursos externos (faz parte da de cima ainda)
       Input-output section.
       File-control.

           select arqJornal assign to "arqJornalCadastros.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqJornal.

           select relaJornal assign to "relatorioJornal.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relaJornal.

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
       fd arqJornal.
       01  jrn-linha                                pic x(228).

       fd relaJornal.
       01  rel-linha                                pic x(132).

       fd arqControle.
       01  ctl-linha                                pic x(130).

      *>--Variáveis de trabalho
       Working-storage section.

       77 ws-fs-relaJornal                         pic 9(02).

       77 ws-parametro                             pic x(50).
       77 ws-par-data-ini                          pic x(08).
       77 ws-par-data-fim                          pic x(08).
       77 ws-par-arquivo                           pic x(10).
       77 ws-par-chave                             pic x(12).

      *>--Linha do jornal (layout gravado por registra-jornal)
           COPY JORNALTB.

      *>--Data AAAAMMDD extraida do timestamp da linha corrente
       77 ws-data-linha                            pic x(08).
       77 ws-chave-confere                         pic x(01).

      *>--Imagem (antes ou depois) desmembrada conforme o arquivo; os
      *>  layouts acompanham FDEST, FDOPER e FDEVEST
       01 ws-imagem.
           05 filler                               pic x(80).
       01 ws-imagem-estacao redefines ws-imagem.
           05 img-est-numero                       pic 9(03).
           05 img-est-nome                         pic x(30).
           05 img-est-municipio                    pic x(30).
           05 img-est-altitude                     pic 9(04).
           05 img-est-situacao                     pic x(01).
           05 filler                               pic x(12).
       01 ws-imagem-operador redefines ws-imagem.
           05 img-oper-codigo                      pic x(08).
           05 img-oper-nome                        pic x(30).
           05 img-oper-senha                       pic x(08).
           05 img-oper-nivel                       pic x(01).
           05 img-oper-situacao                    pic x(01).
           05 img-oper-falhas                      pic 9(02).
           05 img-oper-bloqueio                    pic x(01).
           05 img-oper-data-senha                  pic 9(08).
           05 img-oper-senha-anterior              pic x(08).
           05 filler                               pic x(13).
       01 ws-imagem-evento redefines ws-imagem.
           05 img-evt-estacao                      pic 9(03).
           05 img-evt-data                         pic 9(08).
           05 img-evt-tipo                         pic x(01).
           05 img-evt-descricao                    pic x(40).
           05 filler                               pic x(28).

      *>--Imagem antes guardada para comparar com a depois
       01 ws-imagem-antes.
           05 filler                               pic x(80).
       01 ws-antes-estacao redefines ws-imagem-antes.
           05 ant-est-numero                       pic 9(03).
           05 ant-est-nome                         pic x(30).
           05 ant-est-municipio                    pic x(30).
           05 ant-est-altitude                     pic 9(04).
           05 ant-est-situacao                     pic x(01).
           05 filler                               pic x(12).
       01 ws-antes-operador redefines ws-imagem-antes.
           05 ant-oper-codigo                      pic x(08).
           05 ant-oper-nome                        pic x(30).
           05 ant-oper-senha                       pic x(08).
           05 ant-oper-nivel                       pic x(01).
           05 ant-oper-situacao                    pic x(01).
           05 ant-oper-falhas                      pic 9(02).
           05 ant-oper-bloqueio                    pic x(01).
           05 ant-oper-data-senha                  pic 9(08).
           05 ant-oper-senha-anterior              pic x(08).
           05 filler                               pic x(13).

       77 ws-rotulo-imagem                         pic x(10).
       77 ws-descricao-operacao                    pic x(16).
       77 ws-campos-alterados                      pic x(100).
       77 ws-pos-alterados                         pic 9(03).

       77 ws-fim-jornal                            pic x(01) value 'N'.
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

       01 ws-linha-cabecalho.
           05 filler                               pic x(40)
              value "Jornal de Alteracoes de Cadastro       ".
           05 cab-data-ini                         pic x(08).
           05 filler                               pic x(03) value ' a '.
           05 cab-data-fim                         pic x(08).
           05 filler                               pic x(02) value spaces.
           05 cab-filtro                           pic x(71).

       01 ws-linha-alteracao.
           05 alt-timestamp                        pic x(19).
           05 filler                               pic x(02) value spaces.
           05 alt-arquivo                          pic x(10).
           05 filler                               pic x(02) value spaces.
           05 alt-chave                            pic x(12).
           05 filler                               pic x(02) value spaces.
           05 alt-operacao                         pic x(16).
           05 filler                               pic x(14)
              value "  por operador".
           05 filler                               pic x(01) value space.
           05 alt-operador                         pic x(08).
           05 filler                               pic x(46) value spaces.

      *>--Variáveis para comunicação entre programas
       Linkage section.

      *>Declaração do corpo programa
       Procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>-------------------------------------------------------------------
       inicializa section.

           perform marca-inicio-controle
           move "RelatorioJornal" to ctl-programa

      *>--Parametros: "AAAAMMDD AAAAMMDD [arquivo [chave]]" - intervalo
      *>  de datas, arquivo opcional (ESTACOES, OPERADORES, EVENTOS,
      *>  LIMITES ou LIMCHUVA) e chave opcional dentro dele (em EVENTOS
      *>  basta o numero da estacao para listar todos os eventos dela)
           accept ws-parametro from command-line
           move ws-parametro to ctl-parametros

           move spaces to ws-par-arquivo
           move spaces to ws-par-chave
           unstring ws-parametro delimited by all space
               into ws-par-data-ini ws-par-data-fim
                    ws-par-arquivo ws-par-chave
           end-unstring

           if ws-par-data-ini not numeric
           or ws-par-data-fim not numeric
           or (ws-par-arquivo <> spaces
           and ws-par-arquivo <> "ESTACOES"
           and ws-par-arquivo <> "OPERADORES"
           and ws-par-arquivo <> "EVENTOS"
           and ws-par-arquivo <> "LIMITES"
           and ws-par-arquivo <> "LIMCHUVA") then
               display "Uso: AAAAMMDD AAAAMMDD "
                       "[ESTACOES|OPERADORES|EVENTOS|LIMITES|LIMCHUVA "
                       "[chave]]"
               move 8 to return-code
               stop run
           end-if

           open input arqJornal.
           if ws-fs-arqJornal = 35 then
               display "Nao ha jornal de alteracoes para relatar"
               move 8 to return-code
               stop run
           end-if
           if ws-fs-arqJornal <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqJornal to ws-msn-erro-cod
               move ws-fs-arqJornal to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           open output relaJornal.
           if ws-fs-relaJornal <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-relaJornal to ws-msn-erro-cod
               move ws-fs-relaJornal to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           move ws-par-data-ini to cab-data-ini
           move ws-par-data-fim to cab-data-fim
           move spaces to cab-filtro
           if ws-par-arquivo <> spaces then
               string "Arquivo " ws-par-arquivo " " ws-par-chave
                   delimited by size into cab-filtro
               end-string
           end-if
           move ws-linha-cabecalho to rel-linha
           write rel-linha

           move spaces to rel-linha
           write rel-linha

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Varre o jornal listando as alteracoes do intervalo e do filtro
      *>-------------------------------------------------------------------
       processamento section.

           perform until ws-fim-jornal = 'S'

               read arqJornal
                   at end
                       move 'S' to ws-fim-jornal
                   not at end
                       add 1 to ctl-lidos
                       perform seleciona-linha-jornal
               end-read

           end-perform

           if ctl-validos = 0 then
               move spaces to rel-linha
               move "Nenhuma alteracao no intervalo e filtro pedidos"
                   to rel-linha
               write rel-linha
           else
               move ctl-validos to ws-valor-resumo
               move spaces to rel-linha
               string "Alteracoes listadas: " ws-valor-resumo
                   delimited by size into rel-linha
               end-string
               write rel-linha
           end-if

           .
       processamento-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Confere data, arquivo e chave da linha corrente contra o pedido
      *>-------------------------------------------------------------------
       seleciona-linha-jornal section.

           move jrn-linha to ws-linha-jornal

      *>--Data AAAAMMDD a partir do timestamp AAAA-MM-DD HH:MM:SS
           move spaces to ws-data-linha
           string jrn-timestamp(1:4) jrn-timestamp(6:2) jrn-timestamp(9:2)
               delimited by size into ws-data-linha
           end-string

           if ws-data-linha not numeric then
               add 1 to ctl-descartados
           else
               move 'S' to ws-chave-confere
               if ws-par-chave <> spaces then
                   if jrn-chave <> ws-par-chave then
                       move 'N' to ws-chave-confere
                   end-if
      *>--Em EVENTOS o numero da estacao sozinho pega todos os eventos
                   if jrn-arquivo = "EVENTOS"
                   and ws-par-chave(4:9) = spaces
                   and jrn-chave(1:3) = ws-par-chave(1:3) then
                       move 'S' to ws-chave-confere
                   end-if
               end-if

               if ws-data-linha >= ws-par-data-ini
               and ws-data-linha <= ws-par-data-fim
               and (ws-par-arquivo = spaces
                    or jrn-arquivo = ws-par-arquivo)
               and ws-chave-confere = 'S' then
                   add 1 to ctl-validos
                   perform emite-alteracao
               end-if
           end-if

           .
       seleciona-linha-jornal-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava a alteracao corrente: linha de identificacao, imagens
      *> antes/depois desmembradas e, na alteracao, os campos mudados
      *>-------------------------------------------------------------------
       emite-alteracao section.

           evaluate jrn-operacao
               when 'I'
                   move "Inclusao"         to ws-descricao-operacao
               when 'A'
                   move "Alteracao"        to ws-descricao-operacao
               when 'N'
                   move "Inativacao"       to ws-descricao-operacao
               when 'R'
                   move "Reativacao"       to ws-descricao-operacao
               when 'E'
                   move "Exclusao"         to ws-descricao-operacao
               when 'S'
                   move "Troca de senha"   to ws-descricao-operacao
               when 'D'
                   move "Desbloqueio"      to ws-descricao-operacao
               when other
                   move jrn-operacao       to ws-descricao-operacao
           end-evaluate

           move jrn-timestamp         to alt-timestamp
           move jrn-arquivo           to alt-arquivo
           move jrn-chave             to alt-chave
           move ws-descricao-operacao to alt-operacao
           move jrn-operador          to alt-operador
           move ws-linha-alteracao    to rel-linha
           write rel-linha
           add 1 to ctl-gravados

           if jrn-antes <> spaces then
               move "  antes : " to ws-rotulo-imagem
               move jrn-antes    to ws-imagem
               perform emite-imagem
           end-if

           if jrn-depois <> spaces then
               move "  depois: " to ws-rotulo-imagem
               move jrn-depois   to ws-imagem
               perform emite-imagem
           end-if

           if jrn-antes <> spaces
           and jrn-depois <> spaces then
               perform emite-campos-alterados
           end-if

           move spaces to rel-linha
           write rel-linha

           .
       emite-alteracao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava a imagem em ws-imagem desmembrada conforme o arquivo
      *>-------------------------------------------------------------------
       emite-imagem section.

           move spaces to rel-linha

           evaluate jrn-arquivo
               when "ESTACOES"
                   string ws-rotulo-imagem
                          "Nome: "       img-est-nome
                          " Municipio: " img-est-municipio
                          " Alt: "       img-est-altitude
                          " Sit: "       img-est-situacao
                       delimited by size into rel-linha
                   end-string
               when "OPERADORES"
                   string ws-rotulo-imagem
                          "Nome: "      img-oper-nome
                          " Senha: "    img-oper-senha
                          " Nivel: "    img-oper-nivel
                          " Sit: "      img-oper-situacao
                          " Falhas: "   img-oper-falhas
                          " Bloq: "     img-oper-bloqueio
                          " Dt senha: " img-oper-data-senha
                       delimited by size into rel-linha
                   end-string
               when "EVENTOS"
                   string ws-rotulo-imagem
                          "Data: "   img-evt-data
                          " Tipo: "  img-evt-tipo
                          " Descr: " img-evt-descricao
                       delimited by size into rel-linha
                   end-string
               when other
                   string ws-rotulo-imagem ws-imagem
                       delimited by size into rel-linha
                   end-string
           end-evaluate

           write rel-linha

           .
       emite-imagem-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Lista os campos que diferem entre as imagens antes e depois
      *> (ws-imagem esta com a depois)
      *>-------------------------------------------------------------------
       emite-campos-alterados section.

           move jrn-antes to ws-imagem-antes
           move spaces    to ws-campos-alterados
           move 1         to ws-pos-alterados

           evaluate jrn-arquivo
               when "ESTACOES"
                   if ant-est-nome <> img-est-nome then
                       string "nome " delimited by size
                           into ws-campos-alterados
                           with pointer ws-pos-alterados
                       end-string
                   end-if
                   if ant-est-municipio <> img-est-municipio then
                       string "municipio " delimited by size
                           into ws-campos-alterados
                           with pointer ws-pos-alterados
                       end-string
                   end-if
                   if ant-est-altitude <> img-est-altitude then
                       string "altitude " delimited by size
                           into ws-campos-alterados
                           with pointer ws-pos-alterados
                       end-string
                   end-if
                   if ant-est-situacao <> img-est-situacao then
                       string "situacao " delimited by size
                           into ws-campos-alterados
                           with pointer ws-pos-alterados
                       end-string
                   end-if
               when "OPERADORES"
                   if ant-oper-nome <> img-oper-nome then
                       string "nome " delimited by size
                           into ws-campos-alterados
                           with pointer ws-pos-alterados
                       end-string
                   end-if
                   if ant-oper-nivel <> img-oper-nivel then
                       string "nivel " delimited by size
                           into ws-campos-alterados
                           with pointer ws-pos-alterados
                       end-string
                   end-if
                   if ant-oper-situacao <> img-oper-situacao then
                       string "situacao " delimited by size
                           into ws-campos-alterados
                           with pointer ws-pos-alterados
                       end-string
                   end-if
                   if ant-oper-bloqueio <> img-oper-bloqueio then
                       string "bloqueio " delimited by size
                           into ws-campos-alterados
                           with pointer ws-pos-alterados
                       end-string
                   end-if
                   if ant-oper-data-senha <> img-oper-data-senha
                   or jrn-operacao = 'S' then
                       string "senha " delimited by size
                           into ws-campos-alterados
                           with pointer ws-pos-alterados
                       end-string
                   end-if
               when other
                   continue
           end-evaluate

           if ws-campos-alterados <> spaces then
               move spaces to rel-linha
               string "  mudou : " ws-campos-alterados
                   delimited by size into rel-linha
               end-string
               write rel-linha
           end-if

           .
       emite-campos-alterados-exit.
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

           close arqJornal.
           if ws-fs-arqJornal <> 0 then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqJornal to ws-msn-erro-cod
               move ws-fs-arqJornal to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           close relaJornal.
           if ws-fs-relaJornal <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-relaJornal to ws-msn-erro-cod
               move ws-fs-relaJornal to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           stop run.
            .
       finaliza-exit.
           exit.
