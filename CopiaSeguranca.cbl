      $set sourceformat "free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "CopiaSeguranca".
       Author. "Jade Rogelin".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>--Historico de alteracoes
      *> 15/10/2026 - Cria a copia de seguranca em geracoes dos arquivos
      *>              indexados que so existem aqui (arqTemp,
      *>              arqTempHoras, arqChuva, arqEstacoes, arqOperadores e
      *>              arqSituacaoEnvio): cada arquivo e copiado registro a
      *>              registro para uma geracao numerada
      *>              (<arquivo>CopiaNNNN.txt) e a geracao e catalogada em
      *>              arqCatalogoCopias.txt com a quantidade de registros e
      *>              a primeira e a ultima chave copiadas. Mantem as
      *>              ultimas N geracoes de cada arquivo (parametro
      *>              "[N]", padrao 7); as mais antigas sao apagadas e
      *>              ficam no catalogo como expurgadas. Feita para ser o
      *>              primeiro passo do planoNoturno.txt, antes de
      *>              qualquer carga. Grava registro de controle em
      *>              arqControle.txt e devolve 8 quando nenhum arquivo
      *>              foi copiado, 4 quando algum arquivo nao existia e 12
      *>              em erro de arquivo.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration section.
           special-names. decimal-point is comma.

      *>--Declaração de recursos externos (faz parte da de cima ainda)
       Input-output section.
       File-control.

           select arqTemp assign to "arqTemp.txt"  *> adiciona nome ao arquivo
           organization is indexed                 *> multiplos meses no mesmo arquivo
           access mode is dynamic
           record key is fd-chave-temp
           file status is ws-fs-arqTemp.

           select arqTempHoras assign to "arqTempHoras.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-chave-hora
           file status is ws-fs-arqTempHoras.

           select arqChuva assign to "arqChuva.txt"
           organization is indexed
           access mode is dynamic
           record key is fdc-chave-chuva
           file status is ws-fs-arqChuva.

           select arqEstacoes assign to "arqEstacoes.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-est-numero
           file status is ws-fs-arqEstacoes.

           select arqOperadores assign to "arqOperadores.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-oper-codigo
           file status is ws-fs-arqOperadores.

           select arqSituacaoEnvio assign to "arqSituacaoEnvio.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-env-chave
           file status is ws-fs-arqSituacaoEnvio.

      *>--Geracao da copia; o nome e montado por arquivo e geracao em
      *>  ws-nome-geracao. Sequencial de registro (e nao de linha) para
      *>  guardar cada registro byte a byte, sem cortar brancos finais
           select arqGeracao assign to dynamic ws-nome-geracao
           organization is sequential
           access mode is sequential
           file status is ws-fs-arqGeracao.

           select arqCatalogo assign to "arqCatalogoCopias.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-cat-chave
           file status is ws-fs-arqCatalogo.

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
       fd arqTemp.
           COPY FDTEMP.

       fd arqTempHoras.
           COPY FDHORA.

       fd arqChuva.
           COPY FDCHUVA.

       fd arqEstacoes.
           COPY FDEST.

       fd arqOperadores.
           COPY FDOPER.

       fd arqSituacaoEnvio.
           COPY FDENVIO.

       fd arqGeracao.
       01  ger-registro                             pic x(100).

       fd arqCatalogo.
           COPY FDCATCOP.

       fd arqControle.
       01  ctl-linha                                pic x(130).

      *>--Variáveis de trabalho
       Working-storage section.

       77 ws-fs-arqTemp                            pic 9(02).
       77 ws-fs-arqTempHoras                       pic 9(02).
       77 ws-fs-arqChuva                           pic 9(02).
       77 ws-fs-arqEstacoes                        pic 9(02).
       77 ws-fs-arqOperadores                      pic 9(02).
       77 ws-fs-arqSituacaoEnvio                   pic 9(02).
       77 ws-fs-arqGeracao                         pic 9(02).
       77 ws-fs-arqCatalogo                        pic 9(02).
      *>--Status do arquivo vivo em copia, qualquer que seja ele
       77 ws-fs-vivo                               pic 9(02).

       77 ws-parametro                             pic x(40).
       77 ws-par-geracoes                          pic x(03).

      *>--Quantas geracoes de cada arquivo ficam guardadas (padrao 7)
       77 ws-geracoes-manter                       pic 9(02) value 7.

      *>--Arquivos protegidos e registro copiado
           COPY COPIATB.

       77 ws-fim-vivo                              pic x(01).
       77 ws-fim-catalogo                          pic x(01).

      *>--Geracao em gravacao e contadores do arquivo em copia
       77 ws-geracao-nova                          pic 9(04).
       77 ws-qtd-registros                         pic 9(07).
       77 ws-chave-inicial                         pic x(13).
       77 ws-chave-final                           pic x(13).
       77 ws-qtd-disponiveis                       pic 9(04).
       77 ws-qtd-expurgar                          pic 9(04).
       77 ws-qtd-expurgadas                        pic 9(04).
       77 ws-rc-apaga                              pic s9(09) comp-5.

      *>--Totais da rodada
       77 ws-tt-registros                          pic 9(09) value 0.
       77 ws-tt-expurgadas                         pic 9(04) value 0.

       77 ws-registros-edit                        pic z.zzz.zz9.
       77 ws-valor-resumo                          pic zzz9.

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
           perform copia-arquivos.
           perform exibe-resumo.
           perform finaliza.

      *>-------------------------------------------------------------------
       inicializa section.

           perform marca-inicio-controle
           move "CopiaSeguranca" to ctl-programa

      *>--Parametro opcional "[N]": geracoes guardadas de cada arquivo
           accept ws-parametro from command-line
           move ws-parametro to ctl-parametros

           move spaces to ws-par-geracoes
           unstring ws-parametro delimited by all space
               into ws-par-geracoes
           end-unstring

           if ws-par-geracoes <> spaces then
               if function test-numval(ws-par-geracoes) <> 0 then
                   display "Uso: [N] (geracoes guardadas, 1 a 99, padrao 7)"
                   move 8 to return-code
                   stop run
               end-if
               if function numval(ws-par-geracoes) < 1
               or function numval(ws-par-geracoes) > 99 then
                   display "Uso: [N] (geracoes guardadas, 1 a 99, padrao 7)"
                   move 8 to return-code
                   stop run
               end-if
               compute ws-geracoes-manter =
                   function numval(ws-par-geracoes)
           end-if

      *>--Catalogo abre em I-O; na primeira copia ainda nao existe (status
      *>  35) e e criado vazio com open output e reaberto em I-O
           open i-o arqCatalogo.
           if ws-fs-arqCatalogo = 35 then
               open output arqCatalogo
               if ws-fs-arqCatalogo = 0 then
                   close arqCatalogo
                   open i-o arqCatalogo
               end-if
           end-if
           if ws-fs-arqCatalogo <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqCatalogo to ws-msn-erro-cod
               move ws-fs-arqCatalogo to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Copia cada arquivo protegido para uma nova geracao
      *>-------------------------------------------------------------------
       copia-arquivos section.

           perform varying ws-cop-ind from 1 by 1
                   until ws-cop-ind > ws-cop-qtd-arquivos

               add 1 to ctl-lidos
               perform copia-um-arquivo

           end-perform

           .
       copia-arquivos-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Copia o arquivo ws-cop-ind para a proxima geracao, cataloga a
      *> geracao e expurga as que passaram da retencao. Arquivo que ainda
      *> nao existe (instalacao sem horarias, por exemplo) e avisado e
      *> pulado.
      *>-------------------------------------------------------------------
       copia-um-arquivo section.

           perform abre-vivo

           if ws-fs-vivo = 35 then
               display ws-cop-arquivo(ws-cop-ind)
                       " nao encontrado; copia nao realizada"
               add 1 to ctl-descartados
           else
               if ws-fs-vivo <> 0 then
                   move 2 to ws-msn-erro-offset
                   move ws-fs-vivo to ws-msn-erro-cod
                   move ws-fs-vivo to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if

               perform obtem-proxima-geracao

               move ws-geracao-nova to ws-cop-geracao-edit
               move spaces to ws-nome-geracao
               string ws-cop-base(ws-cop-ind) delimited by space
                      "Copia"                 delimited by size
                      ws-cop-geracao-edit     delimited by size
                      ".txt"                  delimited by size
                   into ws-nome-geracao
               end-string

               open output arqGeracao
               if ws-fs-arqGeracao <> 0 then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqGeracao to ws-msn-erro-cod
                   move ws-fs-arqGeracao to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if

               move 0      to ws-qtd-registros
               move spaces to ws-chave-inicial
               move spaces to ws-chave-final
               move 'N'    to ws-fim-vivo

               perform le-vivo
               perform until ws-fim-vivo = 'S'
                   perform grava-registro-geracao
                   perform le-vivo
               end-perform

               close arqGeracao
               if ws-fs-arqGeracao <> 0 then
                   move 4 to ws-msn-erro-offset
                   move ws-fs-arqGeracao to ws-msn-erro-cod
                   move ws-fs-arqGeracao to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if

               perform fecha-vivo

               perform cataloga-geracao
               perform expurga-geracoes

               add ws-qtd-registros to ws-tt-registros
               add 1 to ctl-validos
               add 1 to ctl-gravados

               move ws-qtd-registros to ws-registros-edit
               display ws-cop-arquivo(ws-cop-ind) " -> " ws-nome-geracao
                       ws-registros-edit " registros"
           end-if

           .
       copia-um-arquivo-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Abre para leitura o arquivo vivo ws-cop-ind; status em ws-fs-vivo
      *>-------------------------------------------------------------------
       abre-vivo section.

           evaluate ws-cop-ind
               when 1
                   open input arqTemp
                   move ws-fs-arqTemp to ws-fs-vivo
               when 2
                   open input arqTempHoras
                   move ws-fs-arqTempHoras to ws-fs-vivo
               when 3
                   open input arqChuva
                   move ws-fs-arqChuva to ws-fs-vivo
               when 4
                   open input arqEstacoes
                   move ws-fs-arqEstacoes to ws-fs-vivo
               when 5
                   open input arqOperadores
                   move ws-fs-arqOperadores to ws-fs-vivo
               when 6
                   open input arqSituacaoEnvio
                   move ws-fs-arqSituacaoEnvio to ws-fs-vivo
           end-evaluate

           .
       abre-vivo-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Le em ordem de chave o proximo registro do arquivo vivo
      *> ws-cop-ind para ws-registro-copia; fim em ws-fim-vivo
      *>-------------------------------------------------------------------
       le-vivo section.

           move spaces to ws-registro-copia

           evaluate ws-cop-ind
               when 1
                   read arqTemp next record
                       at end
                           move 'S' to ws-fim-vivo
                       not at end
                           move fd-rela-temp to ws-registro-copia
                   end-read
                   move ws-fs-arqTemp to ws-fs-vivo
               when 2
                   read arqTempHoras next record
                       at end
                           move 'S' to ws-fim-vivo
                       not at end
                           move fd-rela-hora to ws-registro-copia
                   end-read
                   move ws-fs-arqTempHoras to ws-fs-vivo
               when 3
                   read arqChuva next record
                       at end
                           move 'S' to ws-fim-vivo
                       not at end
                           move fd-rela-chuva to ws-registro-copia
                   end-read
                   move ws-fs-arqChuva to ws-fs-vivo
               when 4
                   read arqEstacoes next record
                       at end
                           move 'S' to ws-fim-vivo
                       not at end
                           move fd-rela-estacao to ws-registro-copia
                   end-read
                   move ws-fs-arqEstacoes to ws-fs-vivo
               when 5
                   read arqOperadores next record
                       at end
                           move 'S' to ws-fim-vivo
                       not at end
                           move fd-rela-operador to ws-registro-copia
                   end-read
                   move ws-fs-arqOperadores to ws-fs-vivo
               when 6
                   read arqSituacaoEnvio next record
                       at end
                           move 'S' to ws-fim-vivo
                       not at end
                           move fd-rela-envio to ws-registro-copia
                   end-read
                   move ws-fs-arqSituacaoEnvio to ws-fs-vivo
           end-evaluate

      *>--Uma copia que pulasse registros ilegiveis nao seria copia
           if ws-fs-vivo <> 0 and ws-fs-vivo <> 10 then
               move 5 to ws-msn-erro-offset
               move ws-fs-vivo to ws-msn-erro-cod
               move ws-fs-vivo to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           .
       le-vivo-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Fecha o arquivo vivo ws-cop-ind
      *>-------------------------------------------------------------------
       fecha-vivo section.

           evaluate ws-cop-ind
               when 1
                   close arqTemp
                   move ws-fs-arqTemp to ws-fs-vivo
               when 2
                   close arqTempHoras
                   move ws-fs-arqTempHoras to ws-fs-vivo
               when 3
                   close arqChuva
                   move ws-fs-arqChuva to ws-fs-vivo
               when 4
                   close arqEstacoes
                   move ws-fs-arqEstacoes to ws-fs-vivo
               when 5
                   close arqOperadores
                   move ws-fs-arqOperadores to ws-fs-vivo
               when 6
                   close arqSituacaoEnvio
                   move ws-fs-arqSituacaoEnvio to ws-fs-vivo
           end-evaluate

           if ws-fs-vivo <> 0 then
               move 6 to ws-msn-erro-offset
               move ws-fs-vivo to ws-msn-erro-cod
               move ws-fs-vivo to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           .
       fecha-vivo-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava o registro lido na geracao e guarda a faixa de chaves
      *> (o arquivo vivo e lido em ordem de chave)
      *>-------------------------------------------------------------------
       grava-registro-geracao section.

           move ws-registro-copia to ger-registro
           write ger-registro
           if ws-fs-arqGeracao <> 0 then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqGeracao to ws-msn-erro-cod
               move ws-fs-arqGeracao to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-registros

           if ws-qtd-registros = 1 then
               move ws-registro-copia(1:ws-cop-tam-chave(ws-cop-ind))
                   to ws-chave-inicial
           end-if
           move ws-registro-copia(1:ws-cop-tam-chave(ws-cop-ind))
               to ws-chave-final

           .
       grava-registro-geracao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Proxima geracao do arquivo ws-cop-ind: uma acima da maior ja
      *> catalogada (expurgada ou nao), comecando em 1
      *>-------------------------------------------------------------------
       obtem-proxima-geracao section.

           move 1 to ws-geracao-nova

           move ws-cop-arquivo(ws-cop-ind) to fd-cat-arquivo
           move 0                          to fd-cat-geracao
           start arqCatalogo key is >= fd-cat-chave
               invalid key
                   move 10 to ws-fs-arqCatalogo
           end-start

           move 'N' to ws-fim-catalogo
           if ws-fs-arqCatalogo = 10 then
               move 'S' to ws-fim-catalogo
           end-if

           perform until ws-fim-catalogo = 'S'
               read arqCatalogo next record
                   at end
                       move 'S' to ws-fim-catalogo
                   not at end
                       if fd-cat-arquivo = ws-cop-arquivo(ws-cop-ind) then
                           compute ws-geracao-nova = fd-cat-geracao + 1
                       else
                           move 'S' to ws-fim-catalogo
                       end-if
               end-read
           end-perform

           move 0 to ws-fs-arqCatalogo

           .
       obtem-proxima-geracao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Cataloga a geracao gravada, disponivel para restauracao
      *>-------------------------------------------------------------------
       cataloga-geracao section.

           perform formata-data-hora-controle

           move ws-cop-arquivo(ws-cop-ind) to fd-cat-arquivo
           move ws-geracao-nova            to fd-cat-geracao
           move ws-nome-geracao            to fd-cat-nome-copia
           move ws-ctl-timestamp           to fd-cat-timestamp
           move ws-qtd-registros           to fd-cat-registros
           move ws-chave-inicial           to fd-cat-chave-inicial
           move ws-chave-final             to fd-cat-chave-final
           move 'A'                        to fd-cat-situacao

           write fd-rela-catalogo
           if ws-fs-arqCatalogo <> 0 then
               move 8 to ws-msn-erro-offset
               move ws-fs-arqCatalogo to ws-msn-erro-cod
               move ws-fs-arqCatalogo to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           .
       cataloga-geracao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Mantem so as ultimas ws-geracoes-manter geracoes disponiveis do
      *> arquivo ws-cop-ind: as mais antigas sao apagadas do disco e
      *> ficam no catalogo como expurgadas
      *>-------------------------------------------------------------------
       expurga-geracoes section.

           move 0 to ws-qtd-disponiveis
           move 'N' to ws-fim-catalogo
           perform posiciona-catalogo-arquivo

           perform until ws-fim-catalogo = 'S'
               read arqCatalogo next record
                   at end
                       move 'S' to ws-fim-catalogo
                   not at end
                       if fd-cat-arquivo = ws-cop-arquivo(ws-cop-ind) then
                           if fd-cat-situacao = 'A' then
                               add 1 to ws-qtd-disponiveis
                           end-if
                       else
                           move 'S' to ws-fim-catalogo
                       end-if
               end-read
           end-perform

           move 0 to ws-qtd-expurgar
           if ws-qtd-disponiveis > ws-geracoes-manter then
               compute ws-qtd-expurgar =
                   ws-qtd-disponiveis - ws-geracoes-manter
           end-if

      *>--O catalogo esta em ordem de geracao: as primeiras disponiveis
      *>  sao as mais antigas
           move 0 to ws-qtd-expurgadas
           move 'N' to ws-fim-catalogo
           if ws-qtd-expurgar = 0 then
               move 'S' to ws-fim-catalogo
           else
               perform posiciona-catalogo-arquivo
           end-if

           perform until ws-fim-catalogo = 'S'
               read arqCatalogo next record
                   at end
                       move 'S' to ws-fim-catalogo
                   not at end
                       if fd-cat-arquivo = ws-cop-arquivo(ws-cop-ind) then
                           if fd-cat-situacao = 'A' then
                               perform expurga-uma-geracao
                               if ws-qtd-expurgadas >= ws-qtd-expurgar then
                                   move 'S' to ws-fim-catalogo
                               end-if
                           end-if
                       else
                           move 'S' to ws-fim-catalogo
                       end-if
               end-read
           end-perform

           move 0 to ws-fs-arqCatalogo

           .
       expurga-geracoes-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Posiciona o catalogo na primeira geracao do arquivo ws-cop-ind
      *>-------------------------------------------------------------------
       posiciona-catalogo-arquivo section.

           move ws-cop-arquivo(ws-cop-ind) to fd-cat-arquivo
           move 0                          to fd-cat-geracao
           start arqCatalogo key is >= fd-cat-chave
               invalid key
                   move 'S' to ws-fim-catalogo
           end-start

           .
       posiciona-catalogo-arquivo-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Apaga o arquivo da geracao corrente do catalogo e a marca como
      *> expurgada. Geracao ja apagada a mao so e avisada.
      *>-------------------------------------------------------------------
       expurga-uma-geracao section.

           move fd-cat-nome-copia to ws-nome-geracao
           call "CBL_DELETE_FILE" using ws-nome-geracao
               returning ws-rc-apaga
           end-call
           if ws-rc-apaga <> 0 then
               display "Geracao " ws-nome-geracao
                       " nao encontrada para apagar; expurgada no catalogo"
           end-if

           move 'E' to fd-cat-situacao
           rewrite fd-rela-catalogo
           if ws-fs-arqCatalogo <> 0 then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqCatalogo to ws-msn-erro-cod
               move ws-fs-arqCatalogo to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-expurgadas
           add 1 to ws-tt-expurgadas

           .
       expurga-uma-geracao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Exibe o resumo da rodada
      *>-------------------------------------------------------------------
       exibe-resumo section.

           display "Copia de seguranca em geracoes"

           move ctl-validos to ws-valor-resumo
           display "Arquivos copiados.............: " ws-valor-resumo

           move ctl-descartados to ws-valor-resumo
           display "Arquivos nao encontrados......: " ws-valor-resumo

           move ws-tt-registros to ws-registros-edit
           display "Registros copiados............: " ws-registros-edit

           move ws-geracoes-manter to ws-valor-resumo
           display "Geracoes mantidas por arquivo.: " ws-valor-resumo

           move ws-tt-expurgadas to ws-valor-resumo
           display "Geracoes expurgadas...........: " ws-valor-resumo

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

           close arqCatalogo.
           if ws-fs-arqCatalogo <> 0 then
               move 10 to ws-msn-erro-offset
               move ws-fs-arqCatalogo to ws-msn-erro-cod
               move ws-fs-arqCatalogo to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           stop run.
            .
       finaliza-exit.
           exit.
