      $set sourceformat "free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "EmiteCertidao".
       Author. "Jade Rogelin".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>--Historico de alteracoes
      *> 15/10/2026 - Cria a emissao de certidao de dados climatologicos
      *>              para requerentes externos (seguradoras, justica,
      *>              produtores): com o nome do requerente, a estacao e
      *>              o periodo (ate um ano), monta em certidaoNNNNNN.txt
      *>              a identificacao da estacao (arqEstacoes), a
      *>              temperatura de cada dia (arqTemp ou, para o mes ja
      *>              arquivado, o arqTempHistAAAA do ano) e a chuva
      *>              (arqChuva), com os totais e extremos do periodo.
      *>              Dia sem leitura, descartado (rejeitado na carga, em
      *>              arqExcecoes, ou fora da faixa de
      *>              arqLimites/arqLimitesChuva), corrigido (origem 'M'
      *>              ou trilha em arqCorrecoes) ou com evento da estacao
      *>              (arqEventosEstacao) sai marcado. Cada certidao tem
      *>              numero sequencial e fica no registro
      *>              arqRegistroCertidoes.txt (requerente, estacao,
      *>              periodo, operador, data) com o texto integral em
      *>              arqCertidoesTexto.txt, de onde a segunda via sai
      *>              identica. Exige sign-on de operador de nivel 2.

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

      *>--Arquivo anual de historico; o nome e montado por ano em
      *>  ws-nome-arqHist (arqTempHistAAAA.txt), como faz ArquivaTemp
           select arqHist assign to dynamic ws-nome-arqHist
           organization is indexed
           access mode is dynamic
           record key is hist-chave-temp
           file status is ws-fs-arqHist.

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

           select arqEventosEstacao assign to "arqEventosEstacao.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-evt-chave
           file status is ws-fs-arqEventosEstacao.

           select arqCorrecoes assign to "arqCorrecoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCorrecoes.

           select arqExcecoes assign to "arqExcecoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqExcecoes.

           select arqLimites assign to "arqLimites.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLimites.

           select arqLimitesChuva assign to "arqLimitesChuva.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLimitesChuva.

           select arqRegistro assign to "arqRegistroCertidoes.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-cer-numero
           file status is ws-fs-arqRegistro.

           select arqTexto assign to "arqCertidoesTexto.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-ctx-chave
           file status is ws-fs-arqTexto.

      *>--Certidao impressa; o nome e montado pelo numero em
      *>  ws-nome-certidao (certidaoNNNNNN.txt)
           select relaCertidao assign to dynamic ws-nome-certidao
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relaCertidao.

           select arqOperadores assign to "arqOperadores.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-oper-codigo
           file status is ws-fs-arqOperadores.

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
       Data Division.

      *>--Variáveis de arquivos
       File section.
       fd arqTemp.
           COPY FDTEMP.

       fd arqHist.
           COPY FDHIST.

       fd arqChuva.
           COPY FDCHUVA.

       fd arqEstacoes.
           COPY FDEST.

       fd arqEventosEstacao.
           COPY FDEVEST.

       fd arqCorrecoes.
       01  cor-linha                                pic x(80).

       fd arqExcecoes.
       01  exc-linha                                pic x(80).

       fd arqLimites.
       01  lim-linha                                pic x(60).

       fd arqLimitesChuva.
       01  limc-linha                               pic x(60).

       fd arqRegistro.
           COPY FDCERTID.

       fd arqTexto.
           COPY FDCERTXT.

       fd relaCertidao.
       01  crt-linha                                pic x(80).

       fd arqOperadores.
           COPY FDOPER.

       fd arqSeguranca.
       01  seg-linha                                pic x(40).

       fd arqLogSeguranca.
       01  slg-linha                                pic x(100).

      *>--Variáveis de trabalho
       Working-storage section.

      *>--Sign-on de operador da sessao de emissao
           COPY SIGNONTB.

      *>--Consultas ao historico de eventos de estacao
           COPY EVESTTB.

       77 ws-fs-arqTemp                            pic 9(02).
       77 ws-fs-arqHist                            pic 9(02).
       77 ws-fs-arqChuva                           pic 9(02).
       77 ws-fs-arqEstacoes                        pic 9(02).
       77 ws-fs-arqCorrecoes                       pic 9(02).
       77 ws-fs-arqExcecoes                        pic 9(02).
       77 ws-fs-arqRegistro                        pic 9(02).
       77 ws-fs-arqTexto                           pic 9(02).
       77 ws-fs-relaCertidao                       pic 9(02).

       77 ws-nome-arqHist                          pic x(30).
       77 ws-nome-certidao                         pic x(30).

      *>--'S' quando arqChuva existe; sem ele a certidao sai so com a
      *>  temperatura e a chuva marcada como indisponivel
       77 ws-chuva-disponivel                      pic x(01) value 'N'.

      *>--Ano do arquivo anual de historico aberto no momento (zero
      *>  nenhum) e 'S' quando ele existe
       77 ws-hist-ano-aberto                       pic 9(04) value 0.
       77 ws-hist-disponivel                       pic x(01) value 'N'.

      *>--Fim de mes de calendario para percorrer o periodo
           COPY CALENDTB.

      *>--Faixa plausivel de leitura de sensor por estacao
           COPY LIMITESTB.
           COPY LIMCHUVATB.

      *>--Linha da trilha de correcoes lida de arqCorrecoes
           COPY CORLINHA.

      *>--Linha de leitura rejeitada na carga lida de arqExcecoes
           COPY EXCLINHA.

       77 ws-opcao                                 pic x(01).
       77 ws-confirma                              pic x(01).
       77 ws-fim-arquivo                           pic x(01).

      *>--Pedido da certidao
       77 ws-requerente                            pic x(40).
       77 ws-estacao-certidao                      pic 9(03).
       77 ws-estacao-informada                     pic x(03).
       77 ws-data-informada                        pic x(08).
       77 ws-data-inicial                          pic 9(08).
       77 ws-data-final                            pic 9(08).
       77 ws-data-valida                           pic x(01).
       77 ws-numero-informado                      pic x(06).
      *>--Passada no texto arquivado: 'C' so conta, 'G' grava a 2a via
       77 ws-modo-texto                            pic x(01).

      *>--Data em tratamento (informada ou dia corrente do periodo)
       01 ws-data-trabalho.
           05 ws-dtr-ano                           pic 9(04).
           05 ws-dtr-mes                           pic 9(02).
           05 ws-dtr-dia                           pic 9(02).
       01 ws-data-trabalho-num redefines ws-data-trabalho pic 9(08).

      *>--Dias corrigidos da estacao no periodo, segundo arqCorrecoes
       01 ws-tab-corrigidos.
           05 ws-corrigido-data occurs 400         pic 9(08).
       77 ws-corrigidos-qtd                        pic 9(03) value 0.
       77 ws-corrigidos-ind                        pic 9(03).

      *>--Dias da estacao no periodo com leitura rejeitada na carga,
      *>  segundo arqExcecoes
       01 ws-tab-excecoes.
           05 ws-excecao-data occurs 400           pic 9(08).
       77 ws-excecoes-qtd                          pic 9(03) value 0.
       77 ws-excecoes-ind                          pic 9(03).

      *>--Certidao em emissao
       77 ws-numero-certidao                       pic 9(06).
       77 ws-seq-linha                             pic 9(04).
       77 ws-timestamp-emissao                     pic x(19).
       77 ws-data-hora-sistema                     pic x(21).

      *>--Situacao do dia corrente do periodo
       77 ws-dia-tem-temp                          pic x(01).
       77 ws-dia-temp                              pic S9(02)V99.
       77 ws-dia-origem                            pic x(01).
       77 ws-dia-descartado                        pic x(01).
       77 ws-dia-corrigido                         pic x(01).
       77 ws-dia-tem-chuva                         pic x(01).
       77 ws-dia-chuva                             pic 9(03)V99.
       77 ws-dia-chuva-descartada                  pic x(01).
       77 ws-obs-ptr                               pic 9(03).
       77 ws-evento-descricao                      pic x(12).

      *>--Totais e extremos do periodo
       77 ws-qtd-dias                              pic 9(03).
       77 ws-qtd-temp-validas                      pic 9(03).
       77 ws-qtd-sem-leitura                       pic 9(03).
       77 ws-qtd-descartados                       pic 9(03).
       77 ws-qtd-corrigidos                        pic 9(03).
       77 ws-qtd-com-evento                        pic 9(03).
       77 ws-qtd-chuva-validas                     pic 9(03).
       77 ws-qtd-sem-chuva                         pic 9(03).
       77 ws-qtd-chuva-descartadas                 pic 9(03).
       77 ws-soma-temp                             pic S9(05)V99.
       77 ws-media-temp                            pic S9(02)V99.
       77 ws-temp-max                              pic S9(02)V99.
       77 ws-data-temp-max                         pic 9(08).
       77 ws-temp-min                              pic S9(02)V99.
       77 ws-data-temp-min                         pic 9(08).
       77 ws-soma-chuva                            pic 9(05)V99.
       77 ws-chuva-max                             pic 9(03)V99.
       77 ws-data-chuva-max                        pic 9(08).

      *>--Campos editados das linhas da certidao
       77 ws-data-edit                             pic x(10).
       77 ws-temp-edit                             pic ---9,99.
       77 ws-chuva-total-edit                      pic zz.zz9,99.
       77 ws-chuva-edit                            pic zz9,99.
       77 ws-qtd-edit                              pic zz9.
       77 ws-numero-edit                           pic 9(06).

       77 ws-linha-certidao                        pic x(80).

       01 ws-linha-dia.
           05 dia-data                             pic x(10).
           05 filler                               pic x(01) value space.
           05 dia-temp                             pic x(07).
           05 filler                               pic x(02) value spaces.
           05 dia-chuva                            pic x(06).
           05 filler                               pic x(02) value spaces.
           05 dia-obs                              pic x(52).

       01 ws-linha-total.
           05 tot-rotulo                           pic x(30).
           05 tot-valor                            pic x(50).

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
           perform finaliza.

      *>-------------------------------------------------------------------
       inicializa section.

      *>--Certidao e documento oficial: exige operador identificado de
      *>  nivel 2, que fica no registro de cada emissao
           perform identifica-operador

           open input arqTemp.
           if ws-fs-arqTemp <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqTemp to ws-msn-erro-cod
               move ws-fs-arqTemp to ws-status-cod-busca
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

      *>--Chuva e opcional: sem o arquivo a certidao sai so com a
      *>  temperatura
           open input arqChuva
           if ws-fs-arqChuva = 35 then
               continue
           else
               if ws-fs-arqChuva <> 0 then
                   move 3 to ws-msn-erro-offset
                   move ws-fs-arqChuva to ws-msn-erro-cod
                   move ws-fs-arqChuva to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               else
                   move 'S' to ws-chuva-disponivel
               end-if
           end-if

      *>--Historico de eventos de estacao e opcional: sem o arquivo
      *>  (status 35), nenhum dia sai marcado com evento
           open input arqEventosEstacao
           if ws-fs-arqEventosEstacao = 35 then
               continue
           else
               if ws-fs-arqEventosEstacao <> 0 then
                   move 4 to ws-msn-erro-offset
                   move ws-fs-arqEventosEstacao to ws-msn-erro-cod
                   move ws-fs-arqEventosEstacao to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               else
                   move 'S' to ws-eventos-disponiveis
               end-if
           end-if

      *>--Registro e texto das certidoes abrem em I-O; na primeira
      *>  emissao ainda nao existem (status 35) e sao criados vazios
           open i-o arqRegistro.
           if ws-fs-arqRegistro = 35 then
               open output arqRegistro
               if ws-fs-arqRegistro = 0 then
                   close arqRegistro
                   open i-o arqRegistro
               end-if
           end-if
           if ws-fs-arqRegistro <> 0 then
               move 5 to ws-msn-erro-offset
               move ws-fs-arqRegistro to ws-msn-erro-cod
               move ws-fs-arqRegistro to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           open i-o arqTexto.
           if ws-fs-arqTexto = 35 then
               open output arqTexto
               if ws-fs-arqTexto = 0 then
                   close arqTexto
                   open i-o arqTexto
               end-if
           end-if
           if ws-fs-arqTexto <> 0 then
               move 6 to ws-msn-erro-offset
               move ws-fs-arqTexto to ws-msn-erro-cod
               move ws-fs-arqTexto to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           perform carrega-limites
           perform carrega-limites-chuva

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Identifica o operador da sessao contra o cadastro de operadores;
      *> emitir certidao exige nivel 2. Sem cadastro (ou vazio), a
      *> sessao nem abre: o bootstrap e pela ManutencaoOperadores.
      *>-------------------------------------------------------------------
       identifica-operador section.

           open i-o arqOperadores
           if ws-fs-arqOperadores = 35 then
               display "Cadastro de operadores inexistente"
               display "Cadastre o primeiro operador em ManutencaoOperadores"
               stop run
           end-if
           if ws-fs-arqOperadores <> 0 then
               move 7 to ws-msn-erro-offset
               move ws-fs-arqOperadores to ws-msn-erro-cod
               move ws-fs-arqOperadores to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           move '2' to ws-nivel-exigido
           move "EmiteCertidao" to ws-signon-programa
           perform efetua-sign-on

           if ws-signon-resultado = 'V' then
               display "Cadastro de operadores vazio"
               display "Cadastre o primeiro operador em ManutencaoOperadores"
           end-if

           close arqOperadores

           if ws-signon-resultado <> 'S' then
               stop run
           end-if

           .
       identifica-operador-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Sessao de emissao: nova certidao ou segunda via pelo numero, ate
      *> o operador informar 0
      *>-------------------------------------------------------------------
       processamento section.

           move '1' to ws-opcao

           perform until ws-opcao = '0'

               display erase
               display "Certidao de Dados Climatologicos"
               display "1 - Emitir nova certidao"
               display "2 - Reemitir certidao pelo numero (segunda via)"
               display "0 - Sair"
               display "Informe a opcao desejada: "
               accept ws-opcao

               evaluate ws-opcao
                   when '1'
                       perform emite-certidao
                   when '2'
                       perform reemite-certidao
                   when '0'
                       continue
                   when other
                       display "Opcao Invalida"
               end-evaluate

               if ws-opcao <> '0' then
                   display "Tecle 'Enter' para continuar"
                   accept ws-confirma
               end-if

           end-perform

           .
       processamento-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Colhe o pedido (requerente, estacao, periodo), confirma e emite
      *> a certidao com o proximo numero
      *>-------------------------------------------------------------------
       emite-certidao section.

           display "Informe o nome do requerente: "
           accept ws-requerente

           if ws-requerente = spaces then
               display "Requerente nao informado; emissao abandonada"
           else
               perform obtem-estacao-certidao
               if ws-estacao-informada <> spaces then
                   perform obtem-periodo-certidao
                   if ws-data-valida = 'S' then
                       perform confirma-emissao
                   end-if
               end-if
           end-if

           .
       emite-certidao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Le a estacao da certidao e a confere no cadastro; estacao
      *> invalida devolve ws-estacao-informada em branco
      *>-------------------------------------------------------------------
       obtem-estacao-certidao section.

           display "Informe a estacao (EEE): "
           accept ws-estacao-informada

           if ws-estacao-informada not numeric then
               display "Estacao invalida: " ws-estacao-informada
               move spaces to ws-estacao-informada
           else
               move ws-estacao-informada to ws-estacao-certidao
               move ws-estacao-certidao  to fd-est-numero
               read arqEstacoes
                   invalid key
                       display "Estacao nao cadastrada: "
                               ws-estacao-certidao
                       move spaces to ws-estacao-informada
               end-read
           end-if

           .
       obtem-estacao-certidao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Le e critica o periodo da certidao: datas de calendario, final
      *> nao anterior a inicial e periodo de no maximo um ano
      *>-------------------------------------------------------------------
       obtem-periodo-certidao section.

           display "Informe a data inicial (AAAAMMDD): "
           accept ws-data-informada
           perform critica-data-informada

           if ws-data-valida = 'S' then
               move ws-data-trabalho-num to ws-data-inicial

               display "Informe a data final (AAAAMMDD): "
               accept ws-data-informada
               perform critica-data-informada

               if ws-data-valida = 'S' then
                   move ws-data-trabalho-num to ws-data-final
                   if ws-data-final < ws-data-inicial then
                       display "Data final anterior a inicial"
                       move 'N' to ws-data-valida
                   else
                       if ws-data-final >= ws-data-inicial + 10000 then
                           display "Periodo maximo de uma certidao: um ano"
                           move 'N' to ws-data-valida
                       end-if
                   end-if
               end-if
           end-if

           .
       obtem-periodo-certidao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Critica ws-data-informada contra o calendario; data valida fica
      *> em ws-data-trabalho
      *>-------------------------------------------------------------------
       critica-data-informada section.

           move 'N' to ws-data-valida

           if ws-data-informada not numeric then
               display "Data invalida: " ws-data-informada
           else
               move ws-data-informada to ws-data-trabalho-num
               move ws-dtr-ano to ws-cal-ano
               move ws-dtr-mes to ws-cal-mes
               perform calcula-fim-mes

               if ws-cal-fim-mes = 0
               or ws-dtr-dia < 1
               or ws-dtr-dia > ws-cal-fim-mes then
                   display "Data inexistente no calendario: "
                           ws-data-informada
               else
                   move 'S' to ws-data-valida
               end-if
           end-if

           .
       critica-data-informada-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Mostra o pedido e, confirmado, emite a certidao
      *>-------------------------------------------------------------------
       confirma-emissao section.

           display "Requerente: " ws-requerente
           display "Estacao...: " ws-estacao-certidao " - " fd-est-nome
           display "Periodo...: " ws-data-inicial " a " ws-data-final
           display "Confirma a emissao? (S/N): "
           accept ws-confirma

           if ws-confirma = 'S' or ws-confirma = 's' then
               perform gera-certidao
           else
               display "Emissao abandonada"
           end-if

           .
       confirma-emissao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Numera a certidao, grava o texto (arquivo impresso e texto
      *> arquivado) e registra a emissao
      *>-------------------------------------------------------------------
       gera-certidao section.

           perform obtem-proximo-numero
           perform carrega-dias-corrigidos
           perform carrega-dias-excecoes

           move function current-date to ws-data-hora-sistema
           move spaces to ws-timestamp-emissao
           string ws-data-hora-sistema(1:4)  "-"
                  ws-data-hora-sistema(5:2)  "-"
                  ws-data-hora-sistema(7:2)  " "
                  ws-data-hora-sistema(9:2)  ":"
                  ws-data-hora-sistema(11:2) ":"
                  ws-data-hora-sistema(13:2)
                  delimited by size into ws-timestamp-emissao
           end-string

           perform abre-certidao-impressa
           move 0 to ws-seq-linha

      *>--Poe em vigor os limites de plausibilidade da estacao
           move ws-estacao-certidao to ws-estacao-limite
           perform obtem-limites-estacao
           move ws-estacao-certidao to ws-estacao-limite-chuva
           perform obtem-limites-chuva-estacao

           perform emite-cabecalho-certidao
           perform emite-dias-certidao
           perform emite-totais-certidao

           close relaCertidao
           if ws-fs-relaCertidao <> 0 then
               move 23 to ws-msn-erro-offset
               move ws-fs-relaCertidao to ws-msn-erro-cod
               move ws-fs-relaCertidao to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

      *>--Fecha o arquivo anual de historico que ficou aberto
           if ws-hist-disponivel = 'S' then
               close arqHist
           end-if
           move 0   to ws-hist-ano-aberto
           move 'N' to ws-hist-disponivel

           perform registra-certidao

           display "Certidao " ws-numero-edit " emitida em " ws-nome-certidao

           .
       gera-certidao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Proximo numero de certidao: um acima do maior ja registrado
      *>-------------------------------------------------------------------
       obtem-proximo-numero section.

           move 1 to ws-numero-certidao

           move 0 to fd-cer-numero
           move 'N' to ws-fim-arquivo
           start arqRegistro key is >= fd-cer-numero
               invalid key
                   move 'S' to ws-fim-arquivo
           end-start

           perform until ws-fim-arquivo = 'S'
               read arqRegistro next record
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       compute ws-numero-certidao = fd-cer-numero + 1
               end-read
           end-perform

           move ws-numero-certidao to ws-numero-edit

           .
       obtem-proximo-numero-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Carrega as datas da estacao corrigidas no periodo, pela trilha
      *> de arqCorrecoes
      *>-------------------------------------------------------------------
       carrega-dias-corrigidos section.

           move 0 to ws-corrigidos-qtd

           open input arqCorrecoes
           if ws-fs-arqCorrecoes = 35 then
               continue
           else
               if ws-fs-arqCorrecoes <> 0 then
                   move 8 to ws-msn-erro-offset
                   move ws-fs-arqCorrecoes to ws-msn-erro-cod
                   move ws-fs-arqCorrecoes to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if

               move 'N' to ws-fim-arquivo
               perform until ws-fim-arquivo = 'S'
                   read arqCorrecoes
                       at end
                           move 'S' to ws-fim-arquivo
                       not at end
                           move cor-linha to ws-linha-correcao
                           perform guarda-dia-corrigido
                   end-read
               end-perform

               close arqCorrecoes
           end-if

           .
       carrega-dias-corrigidos-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Guarda a data da linha de correcao corrente, se for da estacao e
      *> do periodo da certidao
      *>-------------------------------------------------------------------
       guarda-dia-corrigido section.

           if cor-estacao numeric
           and cor-ano numeric
           and cor-mes numeric
           and cor-dia numeric then
               if cor-estacao = ws-estacao-certidao then
                   move cor-ano to ws-dtr-ano
                   move cor-mes to ws-dtr-mes
                   move cor-dia to ws-dtr-dia
                   if ws-data-trabalho-num >= ws-data-inicial
                   and ws-data-trabalho-num <= ws-data-final
                   and ws-corrigidos-qtd < 400 then
                       add 1 to ws-corrigidos-qtd
                       move ws-data-trabalho-num
                           to ws-corrigido-data(ws-corrigidos-qtd)
                   end-if
               end-if
           end-if

           .
       guarda-dia-corrigido-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Carrega as datas da estacao no periodo com leitura rejeitada na
      *> carga, pelas linhas de arqExcecoes
      *>-------------------------------------------------------------------
       carrega-dias-excecoes section.

           move 0 to ws-excecoes-qtd

           open input arqExcecoes
           if ws-fs-arqExcecoes = 35 then
               continue
           else
               if ws-fs-arqExcecoes <> 0 then
                   move 18 to ws-msn-erro-offset
                   move ws-fs-arqExcecoes to ws-msn-erro-cod
                   move ws-fs-arqExcecoes to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if

               move 'N' to ws-fim-arquivo
               perform until ws-fim-arquivo = 'S'
                   read arqExcecoes
                       at end
                           move 'S' to ws-fim-arquivo
                       not at end
                           move exc-linha to ws-linha-excecao
                           perform guarda-dia-excecao
                   end-read
               end-perform

               close arqExcecoes
           end-if

           .
       carrega-dias-excecoes-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Guarda a data da linha de excecao corrente, se for da estacao e
      *> do periodo da certidao
      *>-------------------------------------------------------------------
       guarda-dia-excecao section.

           if exc-estacao numeric
           and exc-ano numeric
           and exc-mes numeric
           and exc-dia numeric then
               if exc-estacao = ws-estacao-certidao then
                   move exc-ano to ws-dtr-ano
                   move exc-mes to ws-dtr-mes
                   move exc-dia to ws-dtr-dia
                   if ws-data-trabalho-num >= ws-data-inicial
                   and ws-data-trabalho-num <= ws-data-final
                   and ws-excecoes-qtd < 400 then
                       add 1 to ws-excecoes-qtd
                       move ws-data-trabalho-num
                           to ws-excecao-data(ws-excecoes-qtd)
                   end-if
               end-if
           end-if

           .
       guarda-dia-excecao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Abre o arquivo impresso da certidao ws-numero-certidao
      *>-------------------------------------------------------------------
       abre-certidao-impressa section.

           move spaces to ws-nome-certidao
           string "certidao" ws-numero-edit ".txt"
               delimited by size into ws-nome-certidao
           end-string

           open output relaCertidao
           if ws-fs-relaCertidao <> 0 then
               move 9 to ws-msn-erro-offset
               move ws-fs-relaCertidao to ws-msn-erro-cod
               move ws-fs-relaCertidao to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           .
       abre-certidao-impressa-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava ws-linha-certidao no arquivo impresso e no texto arquivado
      *> da certidao, na sequencia
      *>-------------------------------------------------------------------
       grava-linha-certidao section.

           move ws-linha-certidao to crt-linha
           write crt-linha
           if ws-fs-relaCertidao <> 0 then
               move 19 to ws-msn-erro-offset
               move ws-fs-relaCertidao to ws-msn-erro-cod
               move ws-fs-relaCertidao to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           add 1 to ws-seq-linha
           move ws-numero-certidao to fd-ctx-numero
           move ws-seq-linha       to fd-ctx-linha
           move ws-linha-certidao  to fd-ctx-texto

           write fd-rela-certidao-texto
           if ws-fs-arqTexto <> 0 then
               move 10 to ws-msn-erro-offset
               move ws-fs-arqTexto to ws-msn-erro-cod
               move ws-fs-arqTexto to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           move spaces to ws-linha-certidao

           .
       grava-linha-certidao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Cabecalho: numero, emissao, requerente, identificacao da estacao
      *> e periodo
      *>-------------------------------------------------------------------
       emite-cabecalho-certidao section.

           move spaces to ws-linha-certidao
           string "CERTIDAO DE DADOS CLIMATOLOGICOS No " ws-numero-edit
               delimited by size into ws-linha-certidao
           end-string
           perform grava-linha-certidao

           string "Emitida em " ws-timestamp-emissao
                  " pelo operador " ws-oper-codigo
               delimited by size into ws-linha-certidao
           end-string
           perform grava-linha-certidao

           perform grava-linha-certidao

           string "Requerente: " ws-requerente
               delimited by size into ws-linha-certidao
           end-string
           perform grava-linha-certidao

           string "Estacao...: " ws-estacao-certidao " - " fd-est-nome
               delimited by size into ws-linha-certidao
           end-string
           perform grava-linha-certidao

           string "Municipio.: " fd-est-municipio
                  "  Altitude: " fd-est-altitude " m"
               delimited by size into ws-linha-certidao
           end-string
           perform grava-linha-certidao

           move ws-data-inicial to ws-data-trabalho-num
           perform edita-data-trabalho
           string "Periodo...: " ws-data-edit " a "
               delimited by size into ws-linha-certidao
           end-string
           move ws-data-final to ws-data-trabalho-num
           perform edita-data-trabalho
           move ws-data-edit to ws-linha-certidao(26:10)
           perform grava-linha-certidao

           perform grava-linha-certidao

           string "Data        Temp C  Chuva mm  Observacao"
               delimited by size into ws-linha-certidao
           end-string
           perform grava-linha-certidao

           .
       emite-cabecalho-certidao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Uma linha por dia do periodo, acumulando totais e extremos
      *>-------------------------------------------------------------------
       emite-dias-certidao section.

           move 0 to ws-qtd-dias
           move 0 to ws-qtd-temp-validas
           move 0 to ws-qtd-sem-leitura
           move 0 to ws-qtd-descartados
           move 0 to ws-qtd-corrigidos
           move 0 to ws-qtd-com-evento
           move 0 to ws-qtd-chuva-validas
           move 0 to ws-qtd-sem-chuva
           move 0 to ws-qtd-chuva-descartadas
           move 0 to ws-soma-temp
           move 0 to ws-soma-chuva
           move 0 to ws-chuva-max
           move 0 to ws-data-chuva-max
           move 0 to ws-data-temp-max
           move 0 to ws-data-temp-min

           move ws-data-inicial to ws-data-trabalho-num

           perform until ws-data-trabalho-num > ws-data-final
               perform apura-dia-certidao
               perform emite-linha-dia
               perform avanca-dia
           end-perform

           .
       emite-dias-certidao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Apura temperatura, chuva, correcao e evento do dia corrente
      *>-------------------------------------------------------------------
       apura-dia-certidao section.

           add 1 to ws-qtd-dias

           move 'N'   to ws-dia-tem-temp
           move 'N'   to ws-dia-descartado
           move 'N'   to ws-dia-corrigido
           move 'N'   to ws-dia-tem-chuva
           move 'N'   to ws-dia-chuva-descartada
           move space to ws-dia-origem

      *>--Temperatura do arquivo vivo; mes ja arquivado vem do arquivo
      *>  anual de historico
           move ws-estacao-certidao to fd-estacao
           move ws-dtr-ano          to fd-ano
           move ws-dtr-mes          to fd-mes
           move ws-dtr-dia          to fd-dia
           read arqTemp
               invalid key
                   perform le-historico-dia
               not invalid key
                   move 'S'       to ws-dia-tem-temp
                   move fd-temp   to ws-dia-temp
                   move fd-origem to ws-dia-origem
           end-read

           if ws-dia-tem-temp = 'S' then
               if ws-dia-temp < ws-temp-min-valida
               or ws-dia-temp > ws-temp-max-valida then
                   move 'S' to ws-dia-descartado
                   add 1 to ws-qtd-descartados
               else
                   perform acumula-temp-dia
               end-if
           else
      *>--Dia sem leitura em arqTemp cuja leitura foi rejeitada na carga
      *>  (pendente em arqExcecoes) e descartado, nao sem leitura
               perform varying ws-excecoes-ind from 1 by 1
                       until ws-excecoes-ind > ws-excecoes-qtd
                          or ws-dia-descartado = 'S'
                   if ws-excecao-data(ws-excecoes-ind)
                      = ws-data-trabalho-num then
                       move 'S' to ws-dia-descartado
                   end-if
               end-perform
               if ws-dia-descartado = 'S' then
                   add 1 to ws-qtd-descartados
               else
                   add 1 to ws-qtd-sem-leitura
               end-if
           end-if

      *>--Corrigido: leitura com origem de correcao manual ou trilha da
      *>  correcao em arqCorrecoes
           if ws-dia-origem = 'M' then
               move 'S' to ws-dia-corrigido
           else
               perform varying ws-corrigidos-ind from 1 by 1
                       until ws-corrigidos-ind > ws-corrigidos-qtd
                          or ws-dia-corrigido = 'S'
                   if ws-corrigido-data(ws-corrigidos-ind)
                      = ws-data-trabalho-num then
                       move 'S' to ws-dia-corrigido
                   end-if
               end-perform
           end-if
           if ws-dia-corrigido = 'S' then
               add 1 to ws-qtd-corrigidos
           end-if

           if ws-chuva-disponivel = 'S' then
               move ws-estacao-certidao to fdc-estacao
               move ws-dtr-ano          to fdc-ano
               move ws-dtr-mes          to fdc-mes
               move ws-dtr-dia          to fdc-dia
               read arqChuva
                   invalid key
                       add 1 to ws-qtd-sem-chuva
                   not invalid key
                       move 'S'       to ws-dia-tem-chuva
                       move fdc-chuva to ws-dia-chuva
                       if ws-dia-chuva > ws-chuva-max-valida then
                           move 'S' to ws-dia-chuva-descartada
                           add 1 to ws-qtd-chuva-descartadas
                       else
                           perform acumula-chuva-dia
                       end-if
               end-read
           else
               add 1 to ws-qtd-sem-chuva
           end-if

      *>--Evento da estacao no proprio dia (relocacao, troca de sensor)
           move ws-estacao-certidao  to ws-evt-estacao-busca
           move space                to ws-evt-tipo-busca
           move ws-data-trabalho-num to ws-evt-data-inicial
           move ws-data-trabalho-num to ws-evt-data-final
           perform verifica-evento-periodo
           if ws-evt-periodo-tem = 'S' then
               add 1 to ws-qtd-com-evento
           end-if

           .
       apura-dia-certidao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Le a temperatura do dia corrente no arquivo anual de historico
      *> do ano; troca de arquivo so quando o ano muda
      *>-------------------------------------------------------------------
       le-historico-dia section.

           if ws-dtr-ano <> ws-hist-ano-aberto then
               if ws-hist-disponivel = 'S' then
                   close arqHist
               end-if

               move ws-dtr-ano to ws-hist-ano-aberto
               move spaces to ws-nome-arqHist
               string "arqTempHist" ws-dtr-ano ".txt"
                   delimited by size into ws-nome-arqHist
               end-string

               open input arqHist
               if ws-fs-arqHist = 35 then
                   move 'N' to ws-hist-disponivel
               else
                   if ws-fs-arqHist <> 0 then
                       move 11 to ws-msn-erro-offset
                       move ws-fs-arqHist to ws-msn-erro-cod
                       move ws-fs-arqHist to ws-status-cod-busca
                       perform obtem-mensagem-status
                       perform finaliza-anormal
                   end-if
                   move 'S' to ws-hist-disponivel
               end-if
           end-if

           if ws-hist-disponivel = 'S' then
               move ws-estacao-certidao to hist-estacao
               move ws-dtr-ano          to hist-ano
               move ws-dtr-mes          to hist-mes
               move ws-dtr-dia          to hist-dia
               read arqHist
                   invalid key
                       continue
                   not invalid key
                       move 'S'         to ws-dia-tem-temp
                       move hist-temp   to ws-dia-temp
                       move hist-origem to ws-dia-origem
               end-read
           end-if

           .
       le-historico-dia-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Soma a temperatura valida do dia e acompanha os extremos
      *>-------------------------------------------------------------------
       acumula-temp-dia section.

           add 1 to ws-qtd-temp-validas
           add ws-dia-temp to ws-soma-temp

           if ws-qtd-temp-validas = 1 then
               move ws-dia-temp          to ws-temp-max
               move ws-data-trabalho-num to ws-data-temp-max
               move ws-dia-temp          to ws-temp-min
               move ws-data-trabalho-num to ws-data-temp-min
           else
               if ws-dia-temp > ws-temp-max then
                   move ws-dia-temp          to ws-temp-max
                   move ws-data-trabalho-num to ws-data-temp-max
               end-if
               if ws-dia-temp < ws-temp-min then
                   move ws-dia-temp          to ws-temp-min
                   move ws-data-trabalho-num to ws-data-temp-min
               end-if
           end-if

           .
       acumula-temp-dia-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Soma a chuva valida do dia e acompanha a maior
      *>-------------------------------------------------------------------
       acumula-chuva-dia section.

           add 1 to ws-qtd-chuva-validas
           add ws-dia-chuva to ws-soma-chuva

           if ws-qtd-chuva-validas = 1
           or ws-dia-chuva > ws-chuva-max then
               move ws-dia-chuva         to ws-chuva-max
               move ws-data-trabalho-num to ws-data-chuva-max
           end-if

           .
       acumula-chuva-dia-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava a linha do dia corrente com as marcas de falta, descarte,
      *> correcao e evento
      *>-------------------------------------------------------------------
       emite-linha-dia section.

           move spaces to ws-linha-dia

           perform edita-data-trabalho
           move ws-data-edit to dia-data

           if ws-dia-tem-temp = 'S' then
               move ws-dia-temp to ws-temp-edit
               move ws-temp-edit to dia-temp
           else
               move "     --" to dia-temp
           end-if

           if ws-dia-tem-chuva = 'S' then
               move ws-dia-chuva to ws-chuva-edit
               move ws-chuva-edit to dia-chuva
           else
               move "    --" to dia-chuva
           end-if

           move 1 to ws-obs-ptr

           if ws-dia-tem-temp = 'N'
           and ws-dia-descartado = 'N' then
               string "SEM LEITURA " delimited by size
                   into dia-obs with pointer ws-obs-ptr
               end-string
           end-if

           if ws-dia-descartado = 'S' then
               string "DESCARTADA " delimited by size
                   into dia-obs with pointer ws-obs-ptr
               end-string
           end-if

           if ws-dia-corrigido = 'S' then
               string "CORRIGIDA " delimited by size
                   into dia-obs with pointer ws-obs-ptr
               end-string
           end-if

           if ws-evt-periodo-tem = 'S' then
               perform descreve-evento
               string "EVENTO " ws-evento-descricao delimited by space
                      " " delimited by size
                   into dia-obs with pointer ws-obs-ptr
               end-string
           end-if

           if ws-dia-chuva-descartada = 'S' then
               string "CHUVA DESCARTADA" delimited by size
                   into dia-obs with pointer ws-obs-ptr
               end-string
           end-if

           move ws-linha-dia to ws-linha-certidao
           perform grava-linha-certidao

           .
       emite-linha-dia-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Descricao curta do tipo do evento achado no dia
      *>-------------------------------------------------------------------
       descreve-evento section.

           evaluate ws-evt-tipo-achado
               when 'I'
                   move "Instalacao"   to ws-evento-descricao
               when 'R'
                   move "Relocacao"    to ws-evento-descricao
               when 'S'
                   move "Sensor"       to ws-evento-descricao
               when 'C'
                   move "Recalibracao" to ws-evento-descricao
               when 'D'
                   move "Desativacao"  to ws-evento-descricao
               when 'A'
                   move "Reativacao"   to ws-evento-descricao
               when other
                   move "Outro"        to ws-evento-descricao
           end-evaluate

           .
       descreve-evento-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Totais e extremos do periodo e a legenda das marcas
      *>-------------------------------------------------------------------
       emite-totais-certidao section.

           perform grava-linha-certidao

           string "Totais e extremos do periodo"
               delimited by size into ws-linha-certidao
           end-string
           perform grava-linha-certidao

           move spaces to ws-linha-total
           move "Dias no periodo.............:" to tot-rotulo
           move ws-qtd-dias to ws-qtd-edit
           move ws-qtd-edit to tot-valor
           move ws-linha-total to ws-linha-certidao
           perform grava-linha-certidao

           move spaces to ws-linha-total
           move "Dias com temperatura valida.:" to tot-rotulo
           move ws-qtd-temp-validas to ws-qtd-edit
           move ws-qtd-edit to tot-valor
           move ws-linha-total to ws-linha-certidao
           perform grava-linha-certidao

           if ws-qtd-temp-validas > 0 then
               compute ws-media-temp rounded =
                   ws-soma-temp / ws-qtd-temp-validas

               move spaces to ws-linha-total
               move "Temperatura media...........:" to tot-rotulo
               move ws-media-temp to ws-temp-edit
               move ws-temp-edit to tot-valor
               move ws-linha-total to ws-linha-certidao
               perform grava-linha-certidao

               move spaces to ws-linha-total
               move "Temperatura maxima..........:" to tot-rotulo
               move ws-data-temp-max to ws-data-trabalho-num
               perform edita-data-trabalho
               move ws-temp-max to ws-temp-edit
               string ws-temp-edit " em " ws-data-edit
                   delimited by size into tot-valor
               end-string
               move ws-linha-total to ws-linha-certidao
               perform grava-linha-certidao

               move spaces to ws-linha-total
               move "Temperatura minima..........:" to tot-rotulo
               move ws-data-temp-min to ws-data-trabalho-num
               perform edita-data-trabalho
               move ws-temp-min to ws-temp-edit
               string ws-temp-edit " em " ws-data-edit
                   delimited by size into tot-valor
               end-string
               move ws-linha-total to ws-linha-certidao
               perform grava-linha-certidao
           end-if

           if ws-chuva-disponivel = 'S' then
               move spaces to ws-linha-total
               move "Chuva total (mm)............:" to tot-rotulo
               move ws-soma-chuva to ws-chuva-total-edit
               move ws-chuva-total-edit to tot-valor
               move ws-linha-total to ws-linha-certidao
               perform grava-linha-certidao

               if ws-qtd-chuva-validas > 0 then
                   move spaces to ws-linha-total
                   move "Maior chuva diaria (mm).....:" to tot-rotulo
                   move ws-data-chuva-max to ws-data-trabalho-num
                   perform edita-data-trabalho
                   move ws-chuva-max to ws-chuva-edit
                   string ws-chuva-edit " em " ws-data-edit
                       delimited by size into tot-valor
                   end-string
                   move ws-linha-total to ws-linha-certidao
                   perform grava-linha-certidao
               end-if

               move spaces to ws-linha-total
               move "Dias sem registro de chuva..:" to tot-rotulo
               move ws-qtd-sem-chuva to ws-qtd-edit
               move ws-qtd-edit to tot-valor
               move ws-linha-total to ws-linha-certidao
               perform grava-linha-certidao

               move spaces to ws-linha-total
               move "Dias com chuva descartada...:" to tot-rotulo
               move ws-qtd-chuva-descartadas to ws-qtd-edit
               move ws-qtd-edit to tot-valor
               move ws-linha-total to ws-linha-certidao
               perform grava-linha-certidao
           else
               string "Chuva: arquivo de chuva indisponivel na emissao"
                   delimited by size into ws-linha-certidao
               end-string
               perform grava-linha-certidao
           end-if

           move spaces to ws-linha-total
           move "Dias sem leitura............:" to tot-rotulo
           move ws-qtd-sem-leitura to ws-qtd-edit
           move ws-qtd-edit to tot-valor
           move ws-linha-total to ws-linha-certidao
           perform grava-linha-certidao

           move spaces to ws-linha-total
           move "Dias descartados............:" to tot-rotulo
           move ws-qtd-descartados to ws-qtd-edit
           move ws-qtd-edit to tot-valor
           move ws-linha-total to ws-linha-certidao
           perform grava-linha-certidao

           move spaces to ws-linha-total
           move "Dias corrigidos.............:" to tot-rotulo
           move ws-qtd-corrigidos to ws-qtd-edit
           move ws-qtd-edit to tot-valor
           move ws-linha-total to ws-linha-certidao
           perform grava-linha-certidao

           move spaces to ws-linha-total
           move "Dias com evento da estacao..:" to tot-rotulo
           move ws-qtd-com-evento to ws-qtd-edit
           move ws-qtd-edit to tot-valor
           move ws-linha-total to ws-linha-certidao
           perform grava-linha-certidao

           perform grava-linha-certidao

           string "SEM LEITURA: dia sem leitura de temperatura registrada"
               delimited by size into ws-linha-certidao
           end-string
           perform grava-linha-certidao

           string "DESCARTADA: leitura rejeitada na carga ou fora da "
                  "faixa plausivel"
               delimited by size into ws-linha-certidao
           end-string
           perform grava-linha-certidao

           string "CORRIGIDA: leitura corrigida manualmente pelo boletim "
                  "de campo"
               delimited by size into ws-linha-certidao
           end-string
           perform grava-linha-certidao

           string "EVENTO: evento da estacao no dia (relocacao, sensor, "
                  "etc.)"
               delimited by size into ws-linha-certidao
           end-string
           perform grava-linha-certidao

           string "CHUVA DESCARTADA: chuva acima do maximo plausivel da "
                  "estacao, fora dos totais"
               delimited by size into ws-linha-certidao
           end-string
           perform grava-linha-certidao

           .
       emite-totais-certidao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Edita ws-data-trabalho em ws-data-edit (DD/MM/AAAA)
      *>-------------------------------------------------------------------
       edita-data-trabalho section.

           move spaces to ws-data-edit
           string ws-dtr-dia "/" ws-dtr-mes "/" ws-dtr-ano
               delimited by size into ws-data-edit
           end-string

           .
       edita-data-trabalho-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Avanca ws-data-trabalho em um dia, virando mes e ano
      *>-------------------------------------------------------------------
       avanca-dia section.

           move ws-dtr-ano to ws-cal-ano
           move ws-dtr-mes to ws-cal-mes
           perform calcula-fim-mes

           if ws-dtr-dia < ws-cal-fim-mes then
               add 1 to ws-dtr-dia
           else
               move 1 to ws-dtr-dia
               if ws-dtr-mes < 12 then
                   add 1 to ws-dtr-mes
               else
                   move 1 to ws-dtr-mes
                   add 1 to ws-dtr-ano
               end-if
           end-if

           .
       avanca-dia-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava no registro de certidoes quem pediu, quem emitiu, quando e
      *> o periodo coberto
      *>-------------------------------------------------------------------
       registra-certidao section.

           move ws-numero-certidao  to fd-cer-numero
           move ws-requerente       to fd-cer-requerente
           move ws-estacao-certidao to fd-cer-estacao
           move ws-data-inicial     to fd-cer-data-inicial
           move ws-data-final       to fd-cer-data-final
           move ws-oper-codigo    to fd-cer-operador
           move ws-timestamp-emissao to fd-cer-timestamp
           move ws-seq-linha        to fd-cer-qtd-linhas
           move 0                   to fd-cer-qtd-reemissoes
           move spaces              to fd-cer-ultima-reemissao
           move spaces              to fd-cer-oper-reemissao

           write fd-rela-certidao
           if ws-fs-arqRegistro <> 0 then
               move 12 to ws-msn-erro-offset
               move ws-fs-arqRegistro to ws-msn-erro-cod
               move ws-fs-arqRegistro to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           .
       registra-certidao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Segunda via: regrava certidaoNNNNNN.txt com o texto arquivado na
      *> emissao, linha a linha, mais a nota da reemissao, e conta a
      *> reemissao no registro
      *>-------------------------------------------------------------------
       reemite-certidao section.

           display "Informe o numero da certidao: "
           accept ws-numero-informado

           if ws-numero-informado not numeric then
               display "Numero invalido: " ws-numero-informado
           else
               move ws-numero-informado to fd-cer-numero
               read arqRegistro
                   invalid key
                       display "Certidao nao registrada: "
                               ws-numero-informado
                   not invalid key
                       perform confirma-reemissao
               end-read
           end-if

           .
       reemite-certidao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Mostra o registro da certidao e, confirmado, reemite
      *>-------------------------------------------------------------------
       confirma-reemissao section.

           display "Certidao..: " fd-cer-numero
           display "Requerente: " fd-cer-requerente
           display "Estacao...: " fd-cer-estacao
           display "Periodo...: " fd-cer-data-inicial " a "
                   fd-cer-data-final
           display "Emitida em " fd-cer-timestamp " por " fd-cer-operador
           display "Confirma a segunda via? (S/N): "
           accept ws-confirma

           if ws-confirma = 'S' or ws-confirma = 's' then
               perform gera-segunda-via
           else
               display "Reemissao abandonada"
           end-if

           .
       confirma-reemissao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Regrava o texto arquivado da certidao corrente do registro
      *>-------------------------------------------------------------------
       gera-segunda-via section.

           move fd-cer-numero to ws-numero-certidao
           move fd-cer-numero to ws-numero-edit

      *>--Conta o texto arquivado antes de abrir o arquivo impresso: a
      *>  certidao ja impressa so e regravada se a segunda via for sair
      *>  completa
           move 'C' to ws-modo-texto
           perform percorre-texto-arquivado

      *>--Texto arquivado incompleto nao e segunda via identica
           if ws-seq-linha <> fd-cer-qtd-linhas then
               display "Texto arquivado da certidao incompleto ("
                       ws-seq-linha " de " fd-cer-qtd-linhas
                       " linhas); segunda via nao emitida"
           else
               perform abre-certidao-impressa
               move 'G' to ws-modo-texto
               perform percorre-texto-arquivado

               move function current-date to ws-data-hora-sistema
               move spaces to ws-timestamp-emissao
               string ws-data-hora-sistema(1:4)  "-"
                      ws-data-hora-sistema(5:2)  "-"
                      ws-data-hora-sistema(7:2)  " "
                      ws-data-hora-sistema(9:2)  ":"
                      ws-data-hora-sistema(11:2) ":"
                      ws-data-hora-sistema(13:2)
                      delimited by size into ws-timestamp-emissao
               end-string

               move spaces to crt-linha
               write crt-linha
               if ws-fs-relaCertidao <> 0 then
                   move 20 to ws-msn-erro-offset
                   move ws-fs-relaCertidao to ws-msn-erro-cod
                   move ws-fs-relaCertidao to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
               move spaces to crt-linha
               string "SEGUNDA VIA reemitida em " ws-timestamp-emissao
                      " pelo operador " ws-oper-codigo
                   delimited by size into crt-linha
               end-string
               write crt-linha
               if ws-fs-relaCertidao <> 0 then
                   move 21 to ws-msn-erro-offset
                   move ws-fs-relaCertidao to ws-msn-erro-cod
                   move ws-fs-relaCertidao to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if

               close relaCertidao
               if ws-fs-relaCertidao <> 0 then
                   move 24 to ws-msn-erro-offset
                   move ws-fs-relaCertidao to ws-msn-erro-cod
                   move ws-fs-relaCertidao to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if

               add 1 to fd-cer-qtd-reemissoes
               move ws-timestamp-emissao to fd-cer-ultima-reemissao
               move ws-oper-codigo     to fd-cer-oper-reemissao
               rewrite fd-rela-certidao
               if ws-fs-arqRegistro <> 0 then
                   move 13 to ws-msn-erro-offset
                   move ws-fs-arqRegistro to ws-msn-erro-cod
                   move ws-fs-arqRegistro to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if

               display "Segunda via da certidao " ws-numero-edit
                       " emitida em " ws-nome-certidao
           end-if

           .
       gera-segunda-via-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Percorre o texto arquivado da certidao ws-numero-certidao, na
      *> ordem das linhas, contando-as em ws-seq-linha; com ws-modo-texto
      *> 'G' grava cada linha no arquivo impresso, com 'C' so conta
      *>-------------------------------------------------------------------
       percorre-texto-arquivado section.

           move ws-numero-certidao to fd-ctx-numero
           move 0                  to fd-ctx-linha
           move 0                  to ws-seq-linha

           move 'N' to ws-fim-arquivo
           start arqTexto key is >= fd-ctx-chave
               invalid key
                   move 'S' to ws-fim-arquivo
           end-start

           perform until ws-fim-arquivo = 'S'
               read arqTexto next record
                   at end
                       move 'S' to ws-fim-arquivo
                   not at end
                       if fd-ctx-numero = ws-numero-certidao then
                           add 1 to ws-seq-linha
                           if ws-modo-texto = 'G' then
                               move fd-ctx-texto to crt-linha
                               write crt-linha
                               if ws-fs-relaCertidao <> 0 then
                                   move 22 to ws-msn-erro-offset
                                   move ws-fs-relaCertidao to ws-msn-erro-cod
                                   move ws-fs-relaCertidao to ws-status-cod-busca
                                   perform obtem-mensagem-status
                                   perform finaliza-anormal
                               end-if
                           end-if
                       else
                           move 'S' to ws-fim-arquivo
                       end-if
               end-read
           end-perform

           .
       percorre-texto-arquivado-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Finaliza Anormal
      *>-------------------------------------------------------------------
       finaliza-anormal section.

           display erase
           display ws-msn-erro

           stop run
           .
       finaliza-anormal-exit.
           exit.

           COPY STATUSPROC.

           COPY SIGNONPROC.

           COPY LIMITESPROC.

           COPY LIMCHUVAPROC.

           COPY CALENDPROC.

           COPY EVESTPROC.

      *>-------------------------------------------------------------------
      *> Finaliza Normal
      *>-------------------------------------------------------------------
       finaliza section.

           close arqTemp.
           if ws-fs-arqTemp <> 0 then
               move 14 to ws-msn-erro-offset
               move ws-fs-arqTemp to ws-msn-erro-cod
               move ws-fs-arqTemp to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           close arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 15 to ws-msn-erro-offset
               move ws-fs-arqEstacoes to ws-msn-erro-cod
               move ws-fs-arqEstacoes to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           if ws-chuva-disponivel = 'S' then
               close arqChuva
           end-if

           if ws-eventos-disponiveis = 'S' then
               close arqEventosEstacao
           end-if

           close arqRegistro.
           if ws-fs-arqRegistro <> 0 then
               move 16 to ws-msn-erro-offset
               move ws-fs-arqRegistro to ws-msn-erro-cod
               move ws-fs-arqRegistro to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           close arqTexto.
           if ws-fs-arqTexto <> 0 then
               move 17 to ws-msn-erro-offset
               move ws-fs-arqTexto to ws-msn-erro-cod
               move ws-fs-arqTexto to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           stop run.
            .
       finaliza-exit.
           exit.
