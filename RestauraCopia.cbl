      $set sourceformat "free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "RestauraCopia".
       Author. "Jade Rogelin".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>--Historico de alteracoes
      *> 15/10/2026 - Cria a restauracao conferida de uma geracao da copia
      *>              de seguranca (CopiaSeguranca): "ARQUIVO [GERACAO]"
      *>              traz de volta a geracao pedida (ou a mais recente
      *>              disponivel) de um dos arquivos protegidos. Antes de
      *>              tocar no arquivo vivo confere a geracao contra o
      *>              catalogo arqCatalogoCopias.txt (quantidade de
      *>              registros e primeira/ultima chave); depois de
      *>              regravar o arquivo vivo, reabre e confere de novo
      *>              antes de dar a restauracao por bem-sucedida.
      *>              "LISTA [ARQUIVO]" mostra as geracoes catalogadas.
      *>              Grava registro de controle em arqControle.txt e
      *>              devolve 8 quando a geracao nao foi encontrada, 12
      *>              quando a conferencia falhou ou em erro de arquivo.
      *> 15/10/2026 - Restauracao de arqTemp marca para retransmissao
      *>              (arqSituacaoEnvio, 'P') as estacoes-mes devolvidas
      *>              que ja tinham ido ao instituto, como faz a
      *>              restauracao do historico em ArquivaTemp.

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

      *>--Geracao da copia, gravada pela CopiaSeguranca
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
       77 ws-fs-arqGeracao                         pic 9(02).
       77 ws-fs-arqCatalogo                        pic 9(02).
      *>--Status do arquivo vivo em restauracao, qualquer que seja ele
       77 ws-fs-vivo                               pic 9(02).

       77 ws-parametro                             pic x(40).
       77 ws-par-arquivo                           pic x(20).
       77 ws-par-geracao                           pic x(04).

      *>--'L' lista o catalogo, 'R' restaura
       77 ws-modo                                  pic x(01).

      *>--Arquivos protegidos e registro copiado
           COPY COPIATB.

      *>--Marcacao de retransmissao dos meses de arqTemp restaurados
           COPY RETRANSTB.

       77 ws-arquivo-achado                        pic x(01).
       77 ws-geracao-pedida                        pic 9(04).
       77 ws-geracao-achada                        pic x(01) value 'N'.

       77 ws-fim-vivo                              pic x(01).
       77 ws-fim-geracao                           pic x(01).
       77 ws-fim-catalogo                          pic x(01).

      *>--Conferencia: quantidade e faixa de chaves encontradas
       77 ws-qtd-registros                         pic 9(07).
       77 ws-chave-inicial                         pic x(13).
       77 ws-chave-final                           pic x(13).
       77 ws-qtd-gravados                          pic 9(07) value 0.
       77 ws-qtd-rejeitados                        pic 9(07) value 0.
      *>--'S' quando alguma conferencia contra o catalogo nao bateu
       77 ws-conferencia-falhou                    pic x(01) value 'N'.

       77 ws-registros-edit                        pic z.zzz.zz9.
       77 ws-geracao-edit                          pic zzz9.

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
           if ws-modo = 'L' then
               perform lista-catalogo
           else
               perform localiza-geracao
               perform confere-geracao
               perform restaura-geracao
               perform confere-restaurado
           end-if
           perform finaliza.

      *>-------------------------------------------------------------------
       inicializa section.

           perform marca-inicio-controle
           move "RestauraCopia" to ctl-programa

      *>--Parametro "ARQUIVO [GERACAO]" ou "LISTA [ARQUIVO]"; o arquivo
      *>  pode vir com ou sem o .txt (arqTemp ou arqTemp.txt)
           accept ws-parametro from command-line
           move ws-parametro to ctl-parametros

           move spaces to ws-par-arquivo
           move spaces to ws-par-geracao
           unstring ws-parametro delimited by all space
               into ws-par-arquivo ws-par-geracao
           end-unstring

           if ws-par-arquivo = spaces then
               display "Uso: ARQUIVO [GERACAO] ou LISTA [ARQUIVO]"
               move 8 to return-code
               stop run
           end-if

           if ws-par-arquivo = "LISTA" then
               move 'L' to ws-modo
               move ws-par-geracao to ws-par-arquivo
               move spaces to ws-par-geracao
           else
               move 'R' to ws-modo
           end-if

      *>--Localiza o arquivo pedido entre os protegidos
           move 0 to ws-cop-ind
           if ws-par-arquivo <> spaces then
               move 'N' to ws-arquivo-achado
               perform varying ws-cop-ind from 1 by 1
                       until ws-cop-ind > ws-cop-qtd-arquivos
                          or ws-arquivo-achado = 'S'
                   if ws-par-arquivo = ws-cop-arquivo(ws-cop-ind)
                   or ws-par-arquivo = ws-cop-base(ws-cop-ind) then
                       move 'S' to ws-arquivo-achado
                   end-if
               end-perform
               if ws-arquivo-achado = 'N' then
                   display "Arquivo sem copia de seguranca: " ws-par-arquivo
                   move 8 to return-code
                   stop run
               end-if
      *>--O varying avanca uma posicao alem da encontrada
               subtract 1 from ws-cop-ind
           end-if

           move 0 to ws-geracao-pedida
           if ws-par-geracao <> spaces then
               if function test-numval(ws-par-geracao) <> 0 then
                   display "Geracao invalida no parametro: " ws-par-geracao
                   move 8 to return-code
                   stop run
               end-if
               compute ws-geracao-pedida = function numval(ws-par-geracao)
           end-if

           open input arqCatalogo.
           if ws-fs-arqCatalogo = 35 then
               display "Catalogo de copias inexistente "
                       "(arqCatalogoCopias.txt); nada a restaurar"
               move 8 to return-code
               stop run
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
      *> Mostra as geracoes catalogadas (de todos os arquivos ou so do
      *> arquivo pedido)
      *>-------------------------------------------------------------------
       lista-catalogo section.

           move low-values to fd-cat-chave
           if ws-cop-ind > 0 then
               move ws-cop-arquivo(ws-cop-ind) to fd-cat-arquivo
               move 0                          to fd-cat-geracao
           end-if

           move 'N' to ws-fim-catalogo
           start arqCatalogo key is >= fd-cat-chave
               invalid key
                   move 'S' to ws-fim-catalogo
           end-start

           display "Arquivo              Ger  Copiada em           "
                   " Registros Chaves"

           perform until ws-fim-catalogo = 'S'
               read arqCatalogo next record
                   at end
                       move 'S' to ws-fim-catalogo
                   not at end
                       if ws-cop-ind > 0
                       and fd-cat-arquivo <> ws-cop-arquivo(ws-cop-ind) then
                           move 'S' to ws-fim-catalogo
                       else
                           perform exibe-entrada-catalogo
                       end-if
               end-read
           end-perform

           .
       lista-catalogo-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Exibe a entrada corrente do catalogo
      *>-------------------------------------------------------------------
       exibe-entrada-catalogo section.

           add 1 to ctl-lidos
           add 1 to ctl-validos

           move fd-cat-geracao   to ws-geracao-edit
           move fd-cat-registros to ws-registros-edit

           if fd-cat-situacao = 'A' then
               display fd-cat-arquivo " " ws-geracao-edit " "
                       fd-cat-timestamp " " ws-registros-edit " "
                       fd-cat-chave-inicial " a " fd-cat-chave-final
           else
               display fd-cat-arquivo " " ws-geracao-edit " "
                       fd-cat-timestamp " " ws-registros-edit
                       " EXPURGADA"
           end-if

           .
       exibe-entrada-catalogo-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Le no catalogo a geracao pedida ou, sem geracao no parametro, a
      *> mais recente ainda disponivel do arquivo
      *>-------------------------------------------------------------------
       localiza-geracao section.

           if ws-geracao-pedida > 0 then
               move ws-cop-arquivo(ws-cop-ind) to fd-cat-arquivo
               move ws-geracao-pedida          to fd-cat-geracao
               read arqCatalogo
                   invalid key
                       move 'N' to ws-geracao-achada
                   not invalid key
                       if fd-cat-situacao = 'A' then
                           move 'S' to ws-geracao-achada
                       end-if
               end-read
           else
               move ws-cop-arquivo(ws-cop-ind) to fd-cat-arquivo
               move 0                          to fd-cat-geracao
               move 'N' to ws-fim-catalogo
               start arqCatalogo key is >= fd-cat-chave
                   invalid key
                       move 'S' to ws-fim-catalogo
               end-start

               perform until ws-fim-catalogo = 'S'
                   read arqCatalogo next record
                       at end
                           move 'S' to ws-fim-catalogo
                       not at end
                           if fd-cat-arquivo = ws-cop-arquivo(ws-cop-ind) then
                               if fd-cat-situacao = 'A' then
                                   move 'S' to ws-geracao-achada
                                   move fd-cat-geracao to ws-geracao-pedida
                               end-if
                           else
                               move 'S' to ws-fim-catalogo
                           end-if
                   end-read
               end-perform

      *>--Relê a mais recente para deixar a entrada dela no registro
               if ws-geracao-achada = 'S' then
                   move ws-cop-arquivo(ws-cop-ind) to fd-cat-arquivo
                   move ws-geracao-pedida          to fd-cat-geracao
                   read arqCatalogo
               end-if
           end-if

           if ws-geracao-achada = 'N' then
               display "Geracao disponivel nao encontrada no catalogo para "
                       ws-cop-arquivo(ws-cop-ind)
               display "Use LISTA para ver as geracoes catalogadas"
               perform registra-controle
               stop run
           end-if

           move fd-cat-nome-copia to ws-nome-geracao
           add 1 to ctl-validos

           move fd-cat-geracao to ws-geracao-edit
           display "Restaurando " ws-cop-arquivo(ws-cop-ind)
                   " da geracao " ws-geracao-edit " de " fd-cat-timestamp

           .
       localiza-geracao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Confere a geracao contra o catalogo antes de tocar no arquivo
      *> vivo: geracao incompleta ou trocada nao e restaurada
      *>-------------------------------------------------------------------
       confere-geracao section.

           open input arqGeracao
           if ws-fs-arqGeracao = 35 then
               display "Arquivo da geracao nao encontrado: " ws-nome-geracao
               move 'S' to ws-conferencia-falhou
               perform finaliza
           end-if
           if ws-fs-arqGeracao <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqGeracao to ws-msn-erro-cod
               move ws-fs-arqGeracao to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           move 0      to ws-qtd-registros
           move spaces to ws-chave-inicial
           move spaces to ws-chave-final
           move 'N'    to ws-fim-geracao

           perform until ws-fim-geracao = 'S'
               read arqGeracao
                   at end
                       move 'S' to ws-fim-geracao
                   not at end
                       move ger-registro to ws-registro-copia
                       perform acumula-conferencia
               end-read
           end-perform

           close arqGeracao

           perform compara-com-catalogo

           if ws-conferencia-falhou = 'S' then
               display "Geracao nao confere com o catalogo; "
                       "arquivo vivo mantido como estava"
               perform finaliza
           end-if

           .
       confere-geracao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Soma o registro de ws-registro-copia na conferencia e guarda a
      *> faixa de chaves
      *>-------------------------------------------------------------------
       acumula-conferencia section.

           add 1 to ws-qtd-registros

           if ws-qtd-registros = 1 then
               move ws-registro-copia(1:ws-cop-tam-chave(ws-cop-ind))
                   to ws-chave-inicial
           end-if
           move ws-registro-copia(1:ws-cop-tam-chave(ws-cop-ind))
               to ws-chave-final

           .
       acumula-conferencia-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Compara a quantidade e a faixa de chaves apuradas com a entrada
      *> do catalogo
      *>-------------------------------------------------------------------
       compara-com-catalogo section.

           move ws-qtd-registros to ws-registros-edit
           display "Registros encontrados.: " ws-registros-edit
                   " (" ws-chave-inicial " a " ws-chave-final ")"
           move fd-cat-registros to ws-registros-edit
           display "Registros no catalogo.: " ws-registros-edit
                   " (" fd-cat-chave-inicial " a " fd-cat-chave-final ")"

           if ws-qtd-registros <> fd-cat-registros
           or ws-chave-inicial <> fd-cat-chave-inicial
           or ws-chave-final <> fd-cat-chave-final then
               move 'S' to ws-conferencia-falhou
           end-if

           .
       compara-com-catalogo-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Regrava o arquivo vivo a partir da geracao conferida
      *>-------------------------------------------------------------------
       restaura-geracao section.

           open input arqGeracao
           if ws-fs-arqGeracao <> 0 then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqGeracao to ws-msn-erro-cod
               move ws-fs-arqGeracao to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           perform abre-vivo-saida

      *>--arqTemp restaurado pode devolver leituras diferentes das que
      *>  ja foram ao instituto: o mes enviado fica pendente de
      *>  retransmissao
           if ws-cop-ind = 1 then
               perform abre-situacao-envio
           end-if

           move 'N' to ws-fim-geracao
           perform until ws-fim-geracao = 'S'
               read arqGeracao
                   at end
                       move 'S' to ws-fim-geracao
                   not at end
                       add 1 to ctl-lidos
                       move ger-registro to ws-registro-copia
                       perform grava-vivo
               end-read
           end-perform

           close arqGeracao

           perform fecha-vivo

           if ws-cop-ind = 1 then
               perform fecha-situacao-envio
               if ws-rtx-qtd-marcadas > 0 then
                   display "Meses ja enviados ao instituto marcados para "
                           "retransmissao"
               end-if
           end-if

           .
       restaura-geracao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Abre o arquivo vivo ws-cop-ind para regravacao integral
      *>-------------------------------------------------------------------
       abre-vivo-saida section.

           evaluate ws-cop-ind
               when 1
                   open output arqTemp
                   move ws-fs-arqTemp to ws-fs-vivo
               when 2
                   open output arqTempHoras
                   move ws-fs-arqTempHoras to ws-fs-vivo
               when 3
                   open output arqChuva
                   move ws-fs-arqChuva to ws-fs-vivo
               when 4
                   open output arqEstacoes
                   move ws-fs-arqEstacoes to ws-fs-vivo
               when 5
                   open output arqOperadores
                   move ws-fs-arqOperadores to ws-fs-vivo
               when 6
                   open output arqSituacaoEnvio
                   move ws-fs-arqSituacaoEnvio to ws-fs-vivo
           end-evaluate

           if ws-fs-vivo <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-vivo to ws-msn-erro-cod
               move ws-fs-vivo to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           .
       abre-vivo-saida-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava no arquivo vivo ws-cop-ind o registro de ws-registro-copia;
      *> chave repetida e contada e a conferencia final acusa a diferenca
      *>-------------------------------------------------------------------
       grava-vivo section.

           evaluate ws-cop-ind
               when 1
                   move ws-registro-copia to fd-rela-temp
                   write fd-rela-temp
                   move ws-fs-arqTemp to ws-fs-vivo
               when 2
                   move ws-registro-copia to fd-rela-hora
                   write fd-rela-hora
                   move ws-fs-arqTempHoras to ws-fs-vivo
               when 3
                   move ws-registro-copia to fd-rela-chuva
                   write fd-rela-chuva
                   move ws-fs-arqChuva to ws-fs-vivo
               when 4
                   move ws-registro-copia to fd-rela-estacao
                   write fd-rela-estacao
                   move ws-fs-arqEstacoes to ws-fs-vivo
               when 5
                   move ws-registro-copia to fd-rela-operador
                   write fd-rela-operador
                   move ws-fs-arqOperadores to ws-fs-vivo
               when 6
                   move ws-registro-copia to fd-rela-envio
                   write fd-rela-envio
                   move ws-fs-arqSituacaoEnvio to ws-fs-vivo
           end-evaluate

           if ws-fs-vivo = 22 then
               add 1 to ws-qtd-rejeitados
               add 1 to ctl-descartados
           else
               if ws-fs-vivo <> 0 then
                   move 5 to ws-msn-erro-offset
                   move ws-fs-vivo to ws-msn-erro-cod
                   move ws-fs-vivo to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-gravados
               if ws-cop-ind = 1 then
                   move fd-estacao to ws-rtx-estacao
                   move fd-ano     to ws-rtx-ano
                   move fd-mes     to ws-rtx-mes
                   move fd-dia     to ws-rtx-dia
                   move "Restauracao de copia" to ws-rtx-causa
                   perform marca-retransmissao
               end-if
           end-if

           .
       grava-vivo-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Reabre o arquivo vivo restaurado e confere de novo contra o
      *> catalogo antes de dar a restauracao por bem-sucedida
      *>-------------------------------------------------------------------
       confere-restaurado section.

           perform abre-vivo-entrada

           move 0      to ws-qtd-registros
           move spaces to ws-chave-inicial
           move spaces to ws-chave-final
           move 'N'    to ws-fim-vivo

           perform le-vivo
           perform until ws-fim-vivo = 'S'
               perform acumula-conferencia
               perform le-vivo
           end-perform

           perform fecha-vivo

           move ws-qtd-registros to ctl-gravados

           display "Conferencia do arquivo restaurado:"
           perform compara-com-catalogo

           if ws-conferencia-falhou = 'S' then
               display "Restauracao NAO conferida; repita a restauracao "
                       "ou escolha outra geracao"
           else
               display "Restauracao conferida: " ws-cop-arquivo(ws-cop-ind)
                       " igual a geracao " ws-geracao-edit
           end-if

           .
       confere-restaurado-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Abre para leitura o arquivo vivo ws-cop-ind
      *>-------------------------------------------------------------------
       abre-vivo-entrada section.

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

           if ws-fs-vivo <> 0 then
               move 6 to ws-msn-erro-offset
               move ws-fs-vivo to ws-msn-erro-cod
               move ws-fs-vivo to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           .
       abre-vivo-entrada-exit.
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

           if ws-fs-vivo <> 0 and ws-fs-vivo <> 10 then
               move 7 to ws-msn-erro-offset
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
               move 8 to ws-msn-erro-offset
               move ws-fs-vivo to ws-msn-erro-cod
               move ws-fs-vivo to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           .
       fecha-vivo-exit.
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

           COPY RETRANSPROC.

      *>-------------------------------------------------------------------
      *> Finaliza Normal
      *>-------------------------------------------------------------------
       finaliza section.

           perform registra-controle

      *>--Conferencia contra o catalogo que nao bateu e falha da rodada,
      *>  nao aviso: o arquivo vivo nao pode ser dado como restaurado
           if ws-conferencia-falhou = 'S' then
               move 12 to return-code
           end-if

           close arqCatalogo.
           if ws-fs-arqCatalogo <> 0 then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqCatalogo to ws-msn-erro-cod
               move ws-fs-arqCatalogo to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           stop run.
            .
       finaliza-exit.
           exit.
