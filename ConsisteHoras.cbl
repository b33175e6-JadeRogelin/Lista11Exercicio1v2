      $set sourceformat "free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "ConsisteHoras".
       Author. "Jade Rogelin".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>--Historico de alteracoes
      *> 15/10/2026 - Cria a consistencia das leituras horarias: para um
      *>              mes (parametro "AAAAMM[EEE] [SALTO [REPETICAO
      *>              [HORAS]]]", estacao opcional) percorre
      *>              arqTempHoras.txt e aponta cada estacao-dia com salto
      *>              entre duas horas seguidas acima de SALTO graus
      *>              (padrao 8,00), com o mesmo valor repetido por
      *>              REPETICAO horas seguidas ou mais (padrao 6, sensor
      *>              travado) ou com menos de HORAS leituras no dia
      *>              (padrao 18) - o que a faixa plana da carga horaria
      *>              nunca pega. Cada estacao-dia apontada vai para
      *>              arqSuspeitasHoras.txt, no layout de arqExcecoes, com
      *>              a media das horas e os motivos; o acerto e feito
      *>              pela CorrigeExcecoes chamada com o parametro
      *>              HORARIAS. Grava registro de controle em
      *>              arqControle.txt e devolve 8 quando nenhuma leitura
      *>              horaria casou com o periodo, 4 quando houve suspeita
      *>              e 12 em erro de arquivo.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration section.
           special-names. decimal-point is comma.

      *>--Declaração de recursos externos (faz parte da de cima ainda)
       Input-output section.
       File-control.

           select arqTempHoras assign to "arqTempHoras.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-chave-hora
           file status is ws-fs-arqTempHoras.

           select arqEstacoes assign to "arqEstacoes.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-est-numero
           file status is ws-fs-arqEstacoes.

           select arqSuspeitas assign to "arqSuspeitasHoras.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqSuspeitas.

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
       fd arqTempHoras.
           COPY FDHORA.

       fd arqEstacoes.
           COPY FDEST.

       fd arqSuspeitas.
       01  sus-linha                                pic x(80).

       fd arqControle.
       01  ctl-linha                                pic x(130).

      *>--Variáveis de trabalho
       Working-storage section.

       77 ws-fs-arqTempHoras                       pic 9(02).
       77 ws-fs-arqEstacoes                        pic 9(02).
       77 ws-fs-arqSuspeitas                       pic 9(02).

       77 ws-parametro                             pic x(40).
       77 ws-par-periodo                           pic x(09).
       77 ws-par-salto                             pic x(10).
       77 ws-par-repeticao                         pic x(10).
       77 ws-par-horas                             pic x(10).

       77 ws-estacao-consulta                      pic 9(03).
       77 ws-ano-consulta                          pic 9(04).
       77 ws-mes-consulta                          pic 9(02).
      *>--'T' consiste todas as estacoes do mes, 'U' so a do parametro
       77 ws-abrangencia                           pic x(01) value 'T'.

      *>--Criterios de salto, repeticao e cobertura do dia
           COPY QCHORATB.

      *>--Grupo estacao-dia em consistencia (quebra de controle na ordem
      *>  natural da chave de arqTempHoras)
       77 ws-grp-aberto                            pic x(01) value 'N'.
       77 ws-grp-estacao                           pic 9(03).
       77 ws-grp-dia                               pic 9(02).
       77 ws-grp-qtd                               pic 9(02).
       77 ws-grp-tt                                pic S9(04)V99.
       77 ws-grp-media                             pic S9(02)V99.
      *>--Hora e valor da leitura anterior do dia, para salto e repeticao
       77 ws-grp-hora-ant                          pic 9(02).
       77 ws-grp-temp-ant                          pic S9(02)V99.
      *>--Maior salto do dia entre horas seguidas e a hora em que chegou
       77 ws-grp-salto                             pic 9(03)V99.
       77 ws-grp-salto-hora                        pic 9(02).
      *>--Sequencia corrente de horas seguidas com o mesmo valor e a
      *>  maior do dia
       77 ws-grp-repete                            pic 9(02).
       77 ws-grp-repete-max                        pic 9(02).

       77 ws-salto-hora                            pic S9(03)V99.
       77 ws-salto-abs                             pic 9(03)V99.

      *>--Motivos encontrados no dia
       77 ws-tem-salto                             pic x(01).
       77 ws-tem-repeticao                         pic x(01).
       77 ws-tem-cobertura                         pic x(01).
       77 ws-pos-motivo                            pic 9(02).

       77 ws-salto-edit                            pic zz9,99.
       77 ws-hora-edit                             pic 9(02).
       77 ws-qtd-horas-edit                        pic 9(02).

       77 ws-fim-horas                             pic x(01) value 'N'.

      *>--Contadores da rodada
       77 ws-qtd-dias                              pic 9(04) value 0.
       77 ws-qtd-suspeitas                         pic 9(04) value 0.
       77 ws-qtd-saltos                            pic 9(04) value 0.
       77 ws-qtd-repeticoes                        pic 9(04) value 0.
       77 ws-qtd-incompletos                       pic 9(04) value 0.
       77 ws-valor-resumo                          pic zzz9.

           COPY EXCLINHA.

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
           perform processamento.
           perform exibe-resumo.
           perform finaliza.

      *>-------------------------------------------------------------------
       inicializa section.

           perform marca-inicio-controle
           move "ConsisteHoras" to ctl-programa

      *>--Parametro "AAAAMM[EEE] [SALTO [REPETICAO [HORAS]]]"; o que nao
      *>  for informado fica com os criterios padrao de QCHORATB
           accept ws-parametro from command-line
           move ws-parametro to ctl-parametros

           move spaces to ws-par-periodo
           move spaces to ws-par-salto
           move spaces to ws-par-repeticao
           move spaces to ws-par-horas
           unstring ws-parametro delimited by all space
               into ws-par-periodo ws-par-salto ws-par-repeticao
                    ws-par-horas
           end-unstring

           if ws-par-periodo(1:6) not numeric
           or (ws-par-periodo(7:3) <> spaces
           and ws-par-periodo(7:3) not numeric) then
               display "Uso: AAAAMM[EEE] [SALTO [REPETICAO [HORAS]]]"
               display "     (padrao: salto 8,00 graus, repeticao 6 horas,"
                       " 18 horas no dia)"
               move 8 to return-code
               stop run
           end-if

           move ws-par-periodo(1:4) to ws-ano-consulta
           move ws-par-periodo(5:2) to ws-mes-consulta

           if ws-mes-consulta < 1 or ws-mes-consulta > 12 then
               display "Mes invalido no parametro: " ws-mes-consulta
               move 8 to return-code
               stop run
           end-if

           perform critica-criterios

           open input arqTempHoras.
           if ws-fs-arqTempHoras <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqTempHoras to ws-msn-erro-cod
               move ws-fs-arqTempHoras to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           open input arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 2 to ws-msn-erro-offset
               move ws-fs-arqEstacoes to ws-msn-erro-cod
               move ws-fs-arqEstacoes to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           if ws-par-periodo(7:3) <> spaces then
               move 'U' to ws-abrangencia
               move ws-par-periodo(7:3) to ws-estacao-consulta

      *>--Estacao informada tem de existir no cadastro, como nos demais
      *>  programas
               move ws-estacao-consulta to fd-est-numero
               read arqEstacoes
                   invalid key
                       display "Estacao nao cadastrada: "
                               ws-estacao-consulta
                       display "Cadastre-a em ManutencaoEstacoes"
                               " antes de consistir"
                       move 8 to return-code
                       stop run
               end-read
           end-if

           open output arqSuspeitas.
           if ws-fs-arqSuspeitas <> 0 then
               move 3 to ws-msn-erro-offset
               move ws-fs-arqSuspeitas to ws-msn-erro-cod
               move ws-fs-arqSuspeitas to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Critica os criterios informados no parametro; criterio que nao
      *> presta encerra com o uso em vez de consistir com valor estranho
      *>-------------------------------------------------------------------
       critica-criterios section.

      *>--decimal-point is comma faz o NUMVAL tratar "." como separador de
      *>  milhar; normaliza para "," antes, como nas demais cargas
           if ws-par-salto <> spaces then
               inspect ws-par-salto replacing all "." by ","
               if function test-numval(ws-par-salto) <> 0 then
                   display "Salto invalido no parametro: " ws-par-salto
                   move 8 to return-code
                   stop run
               end-if
               if function numval(ws-par-salto) <= 0
               or function numval(ws-par-salto) > 99 then
                   display "Salto fora de 0,01 a 99,00: " ws-par-salto
                   move 8 to return-code
                   stop run
               end-if
               compute ws-qch-salto-max = function numval(ws-par-salto)
           end-if

           if ws-par-repeticao <> spaces then
               if function test-numval(ws-par-repeticao) <> 0 then
                   display "Repeticao invalida no parametro: "
                           ws-par-repeticao
                   move 8 to return-code
                   stop run
               end-if
               if function numval(ws-par-repeticao) < 2
               or function numval(ws-par-repeticao) > 24 then
                   display "Repeticao fora de 2 a 24 horas: "
                           ws-par-repeticao
                   move 8 to return-code
                   stop run
               end-if
               compute ws-qch-repeticao =
                   function numval(ws-par-repeticao)
           end-if

           if ws-par-horas <> spaces then
               if function test-numval(ws-par-horas) <> 0 then
                   display "Horas invalidas no parametro: " ws-par-horas
                   move 8 to return-code
                   stop run
               end-if
               if function numval(ws-par-horas) < 1
               or function numval(ws-par-horas) > 24 then
                   display "Horas fora de 1 a 24: " ws-par-horas
                   move 8 to return-code
                   stop run
               end-if
               compute ws-qch-min-horas = function numval(ws-par-horas)
           end-if

           .
       critica-criterios-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Varre arqTempHoras na ordem da chave consistindo cada grupo
      *> estacao-dia do periodo; a quebra de grupo fecha o dia anterior
      *>-------------------------------------------------------------------
       processamento section.

           perform until ws-fim-horas = 'S'

               read arqTempHoras next record
                   at end
                       move 'S' to ws-fim-horas
                   not at end
                       if fdh-ano = ws-ano-consulta
                       and fdh-mes = ws-mes-consulta
                       and (ws-abrangencia = 'T'
                            or fdh-estacao = ws-estacao-consulta) then
                           add 1 to ctl-lidos
                           add 1 to ctl-validos
                           perform acumula-leitura-hora
                       end-if
               end-read

           end-perform

      *>--Fecha o ultimo grupo pendente do fim do arquivo
           if ws-grp-aberto = 'S' then
               perform fecha-grupo-dia
           end-if

           .
       processamento-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Acumula a leitura horaria corrente no grupo estacao-dia: conta a
      *> hora, mede o salto e a repeticao contra a hora anterior quando as
      *> duas sao seguidas; mudou a estacao ou o dia, fecha o grupo
      *>-------------------------------------------------------------------
       acumula-leitura-hora section.

           if ws-grp-aberto = 'S'
           and (fdh-estacao <> ws-grp-estacao
                or fdh-dia <> ws-grp-dia) then
               perform fecha-grupo-dia
           end-if

           if ws-grp-aberto = 'N' then
               move 'S'         to ws-grp-aberto
               move fdh-estacao to ws-grp-estacao
               move fdh-dia     to ws-grp-dia
               move 0           to ws-grp-qtd
               move 0           to ws-grp-tt
               move 0           to ws-grp-salto
               move 0           to ws-grp-salto-hora
               move 1           to ws-grp-repete
               move 1           to ws-grp-repete-max
           else
      *>--So horas seguidas contam para salto e repeticao; um buraco na
      *>  transmissao recomeca a sequencia
               if fdh-hora = ws-grp-hora-ant + 1 then
                   compute ws-salto-hora = fdh-temp - ws-grp-temp-ant
                   if ws-salto-hora < 0 then
                       compute ws-salto-abs = 0 - ws-salto-hora
                   else
                       move ws-salto-hora to ws-salto-abs
                   end-if
                   if ws-salto-abs > ws-grp-salto then
                       move ws-salto-abs to ws-grp-salto
                       move fdh-hora     to ws-grp-salto-hora
                   end-if

                   if fdh-temp = ws-grp-temp-ant then
                       add 1 to ws-grp-repete
                   else
                       move 1 to ws-grp-repete
                   end-if
               else
                   move 1 to ws-grp-repete
               end-if

               if ws-grp-repete > ws-grp-repete-max then
                   move ws-grp-repete to ws-grp-repete-max
               end-if
           end-if

           add 1 to ws-grp-qtd
           compute ws-grp-tt = ws-grp-tt + fdh-temp

           move fdh-hora to ws-grp-hora-ant
           move fdh-temp to ws-grp-temp-ant

           .
       acumula-leitura-hora-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Fecha o grupo estacao-dia: confere salto, repeticao e cobertura
      *> contra os criterios e grava a suspeita quando algum falhou
      *>-------------------------------------------------------------------
       fecha-grupo-dia section.

           add 1 to ws-qtd-dias

           move 'N' to ws-tem-salto
           move 'N' to ws-tem-repeticao
           move 'N' to ws-tem-cobertura

           if ws-grp-salto > ws-qch-salto-max then
               move 'S' to ws-tem-salto
               add 1 to ws-qtd-saltos
           end-if

           if ws-grp-repete-max >= ws-qch-repeticao then
               move 'S' to ws-tem-repeticao
               add 1 to ws-qtd-repeticoes
           end-if

           if ws-grp-qtd < ws-qch-min-horas then
               move 'S' to ws-tem-cobertura
               add 1 to ws-qtd-incompletos
           end-if

           if ws-tem-salto = 'S'
           or ws-tem-repeticao = 'S'
           or ws-tem-cobertura = 'S' then
               perform registra-suspeita
           end-if

           move 'N' to ws-grp-aberto

           .
       fecha-grupo-dia-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava a estacao-dia suspeita em arqSuspeitasHoras, no layout de
      *> arqExcecoes, com a media das horas (o valor que a sumarizacao
      *> grava) e os motivos; o acerto e pela CorrigeExcecoes chamada com
      *> o parametro HORARIAS
      *>-------------------------------------------------------------------
       registra-suspeita section.

           compute ws-grp-media rounded = ws-grp-tt / ws-grp-qtd

           move spaces to ws-linha-excecao
           move ws-grp-estacao  to exc-estacao
           move ws-ano-consulta to exc-ano
           move ws-mes-consulta to exc-mes
           move ws-grp-dia      to exc-dia
           move ws-grp-media    to exc-temp

      *>--Motivos separados por "; " na ordem salto, repeticao, cobertura
           move spaces to exc-motivo
           move 1 to ws-pos-motivo

           if ws-tem-salto = 'S' then
               move ws-grp-salto      to ws-salto-edit
               move ws-grp-salto-hora to ws-hora-edit
               string "Salto" ws-salto-edit " as " ws-hora-edit "h"
                   delimited by size into exc-motivo
                   with pointer ws-pos-motivo
               end-string
           end-if

           if ws-tem-repeticao = 'S' then
               if ws-pos-motivo > 1 then
                   string "; " delimited by size into exc-motivo
                       with pointer ws-pos-motivo
                   end-string
               end-if
               move ws-grp-repete-max to ws-qtd-horas-edit
               string "fixo " ws-qtd-horas-edit "h"
                   delimited by size into exc-motivo
                   with pointer ws-pos-motivo
               end-string
           end-if

           if ws-tem-cobertura = 'S' then
               if ws-pos-motivo > 1 then
                   string "; " delimited by size into exc-motivo
                       with pointer ws-pos-motivo
                   end-string
               end-if
               move ws-grp-qtd to ws-qtd-horas-edit
               string "so " ws-qtd-horas-edit " horas"
                   delimited by size into exc-motivo
                   with pointer ws-pos-motivo
               end-string
           end-if

           move ws-linha-excecao to sus-linha
           write sus-linha

           add 1 to ws-qtd-suspeitas
           add 1 to ctl-descartados
           add 1 to ctl-gravados

           .
       registra-suspeita-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Exibe o resumo da consistencia para o aceite do operador
      *>-------------------------------------------------------------------
       exibe-resumo section.

           move ws-qtd-dias to ws-valor-resumo
           display "Estacoes-dia consistidas...........: " ws-valor-resumo

           move ws-qtd-saltos to ws-valor-resumo
           display "Com salto entre horas seguidas.....: " ws-valor-resumo

           move ws-qtd-repeticoes to ws-valor-resumo
           display "Com valor repetido (sensor travado): " ws-valor-resumo

           move ws-qtd-incompletos to ws-valor-resumo
           display "Com horas abaixo do minimo.........: " ws-valor-resumo

           move ws-qtd-suspeitas to ws-valor-resumo
           display "Estacoes-dia suspeitas gravadas....: " ws-valor-resumo

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

           close arqTempHoras.
           if ws-fs-arqTempHoras <> 0 then
               move 4 to ws-msn-erro-offset
               move ws-fs-arqTempHoras to ws-msn-erro-cod
               move ws-fs-arqTempHoras to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           close arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqEstacoes to ws-msn-erro-cod
               move ws-fs-arqEstacoes to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           close arqSuspeitas.
           if ws-fs-arqSuspeitas <> 0 then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqSuspeitas to ws-msn-erro-cod
               move ws-fs-arqSuspeitas to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           stop run.
            .
       finaliza-exit.
           exit.
