      $set sourceformat "free"

      *>Divisão de identificação de programa
       Identification Division.
       Program-id. "ManutencaoLimites".
       Author. "Jade Rogelin".
       Installation. "PC".
       Date-written. 15/10/2026.
       Date-compiled. 15/10/2026.

      *>--Historico de alteracoes
      *> 15/10/2026 - Cria a manutencao dos limites de plausibilidade de
      *>              temperatura (arqLimites.txt, EEE;minimo;maximo) e
      *>              dos tetos de chuva (arqLimitesChuva.txt,
      *>              EEE;maximo), que eram editados a mao: lista, inclui,
      *>              altera e remove a faixa de uma estacao ou a padrao
      *>              000, com sign-on de nivel 3 como as demais
      *>              manutencoes. Estacao tem de estar no cadastro,
      *>              valores sao criticados (minimo abaixo do maximo,
      *>              dentro do que a tabela de limites comporta) e, antes
      *>              de gravar, a tela mostra quantas leituras ja gravadas
      *>              em arqTemp/arqChuva da estacao a faixa atual e a nova
      *>              rejeitam. Cada linha gravada leva o operador e a data
      *>              da alteracao no fim (;operador;AAAAMMDD) e cada
      *>              alteracao vai para o jornal de cadastros. Linha do
      *>              arquivo que nao se entende e mostrada e mantida, ate
      *>              ser descartada pela opcao propria.
      *> 15/10/2026 - Arquivo com mais linhas invalidas do que a lista
      *>              guarda (50) nao e regravado: inclusao, alteracao,
      *>              remocao e descarte dessa variavel sao recusados, com
      *>              aviso, ate o arquivo ser acertado a mao - regravar
      *>              perderia as linhas excedentes sem passar pelo jornal.
      *> 15/10/2026 - Gravacao e fechamento de arqLimites/arqLimitesChuva
      *>              passam a conferir o file status: arquivo truncado
      *>              seria lido como valido por todos os programas.

      *>Divisão para configuração do ambiente
       Environment Division.
       Configuration section.
           special-names. decimal-point is comma.

      *>--Declaração de recursos externos (faz parte da de cima ainda)
       Input-output section.
       File-control.

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

           select arqEstacoes assign to "arqEstacoes.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-est-numero
           file status is ws-fs-arqEstacoes.

           select arqTemp assign to "arqTemp.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-chave-temp
           file status is ws-fs-arqTemp.

           select arqChuva assign to "arqChuva.txt"
           organization is indexed
           access mode is dynamic
           record key is fdc-chave-chuva
           file status is ws-fs-arqChuva.

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

           select arqJornal assign to "arqJornalCadastros.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqJornal.

       I-O-Control.

      *>Declaração de variáveis
       Data Division.

      *>--Variáveis de arquivos
       File section.
       fd arqLimites.
       01  lim-linha                                pic x(60).

       fd arqLimitesChuva.
       01  limc-linha                               pic x(60).

       fd arqEstacoes.
           COPY FDEST.

       fd arqTemp.
           COPY FDTEMP.

       fd arqChuva.
           COPY FDCHUVA.

       fd arqOperadores.
           COPY FDOPER.

       fd arqSeguranca.
       01  seg-linha                                pic x(40).

       fd arqLogSeguranca.
       01  slg-linha                                pic x(100).

       fd arqJornal.
       01  jrn-linha                                pic x(228).

      *>--Variáveis de trabalho
       Working-storage section.

       77 ws-fs-arqLimites                         pic 9(02).
       77 ws-fs-arqLimitesChuva                    pic 9(02).
       77 ws-fs-arqEstacoes                        pic 9(02).
       77 ws-fs-arqTemp                            pic 9(02).
       77 ws-fs-arqChuva                           pic 9(02).

      *>--'S' quando arqTemp/arqChuva existem para a conferencia
       77 ws-temp-disponivel                       pic x(01) value 'N'.
       77 ws-chuva-disponivel                      pic x(01) value 'N'.

      *>--Sign-on de operador da manutencao
           COPY SIGNONTB.

      *>--Jornal de alteracoes de cadastro (imagens antes/depois)
           COPY JORNALTB.

       77 ws-sair                                  pic x(01).
       77 ws-opcao                                 pic x(01).
       77 ws-confirma                              pic x(01).

      *>--Variavel em manutencao: 1 temperatura (arqLimites), 2 chuva
      *>  (arqLimitesChuva)
       77 ws-var                                   pic 9(01).
       77 ws-var-informada                         pic x(01).

       01 ws-nomes-arquivos.
           05 filler                               pic x(19)
                                            value "arqLimites.txt".
           05 filler                               pic x(19)
                                            value "arqLimitesChuva.txt".
       01 filler redefines ws-nomes-arquivos.
           05 ws-nome-arquivo occurs 2             pic x(19).

      *>--Limites dos dois arquivos em edicao, em ordem de estacao; as
      *>  linhas que nao se entendem ficam a parte e voltam ao arquivo
      *>  como estavam. Na chuva o minimo e sempre zero.
       01 ws-tab-edicao.
           05 ws-edv-variavel occurs 2.
              10 ws-edv-qtd                        pic 9(04).
              10 ws-edv-qtd-invalidas              pic 9(02).
      *>--'S' quando o arquivo tem mais linhas invalidas que a lista
      *>  guarda: a variavel fica so para consulta
              10 ws-edv-invalidas-excedidas        pic x(01).
              10 ws-edv-invalida occurs 50         pic x(60).
              10 ws-edv-item occurs 1000.
                 15 ws-edv-estacao                 pic 9(03).
                 15 ws-edv-min                     pic S9(03)V99.
                 15 ws-edv-max                     pic S9(03)V99.
                 15 ws-edv-operador                pic x(08).
                 15 ws-edv-data                    pic x(08).

       77 ws-edv-ind                               pic 9(04).
       77 ws-edv-pos                               pic 9(04).
       77 ws-inv-ind                               pic 9(02).
       77 ws-edv-achou                             pic x(01).
       77 ws-alteracao-bloqueada                   pic x(01).

      *>--Linha de limite desmembrada
       77 ws-linha-limite                          pic x(60).
       77 ws-campo-estacao                         pic x(03).
       77 ws-campo-valor-1                         pic x(10).
       77 ws-campo-valor-2                         pic x(10).
       77 ws-campo-operador                        pic x(08).
       77 ws-campo-data                            pic x(08).
       77 ws-linha-valida                          pic x(01).

      *>--Entrada nova ou alterada, antes de ir para a tabela
       77 ws-novo-estacao                          pic 9(03).
       77 ws-novo-min                              pic S9(03)V99.
       77 ws-novo-max                              pic S9(03)V99.
       77 ws-novo-operador                         pic x(08).
       77 ws-novo-data                             pic x(08).

      *>--Estacao informada na tela e a critica dela contra o cadastro
       77 ws-estacao-texto                         pic x(03).
       77 ws-estacao-informada                     pic 9(03).
       77 ws-estacao-aceita                        pic x(01).
       77 ws-estacao-busca                         pic 9(03).

      *>--Valor informado na tela (texto) e convertido
       77 ws-valor-texto                           pic x(10).
       77 ws-valor-numero                          pic S9(03)V99.
       77 ws-valor-aceito                          pic x(01).
       77 ws-valores-aceitos                       pic x(01).

      *>--Faixas para a conferencia das leituras ja gravadas: a que vale
      *>  hoje e a que passaria a valer com a alteracao
       77 ws-faixa-atual-min                       pic S9(03)V99.
       77 ws-faixa-atual-max                       pic S9(03)V99.
       77 ws-faixa-nova-min                        pic S9(03)V99.
       77 ws-faixa-nova-max                        pic S9(03)V99.
       77 ws-padrao-min                            pic S9(03)V99.
       77 ws-padrao-max                            pic S9(03)V99.
       77 ws-leitura-estacao                       pic 9(03).
       77 ws-leitura-valor                         pic S9(03)V99.

       77 ws-qtd-leituras                          pic 9(07).
       77 ws-qtd-rejeitadas-atual                  pic 9(07).
       77 ws-qtd-rejeitadas-nova                   pic 9(07).
       77 ws-fim-leituras                          pic x(01).
      *>--'N' quando o arquivo de leituras da variavel nao existe
       77 ws-leituras-conferidas                   pic x(01).
      *>--'S' quando a leitura corrente usa a faixa em conferencia
       77 ws-leitura-na-faixa                      pic x(01).

      *>--Valores editados para tela e arquivo
       77 ws-valor-edit                            pic zz9,99.
       77 ws-valor-formatado                       pic x(07).
       77 ws-qtd-brancos                           pic 9(02).
       77 ws-min-formatado                         pic x(07).
       77 ws-max-formatado                         pic x(07).
       77 ws-qtd-edit                              pic z.zzz.zz9.
       77 ws-hoje                                  pic x(08).

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

           open input arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 1 to ws-msn-erro-offset
               move ws-fs-arqEstacoes to ws-msn-erro-cod
               move ws-fs-arqEstacoes to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

      *>--Manter limites exige operador identificado de nivel 3, como as
      *>  demais manutencoes de cadastro
           perform identifica-operador

      *>--Leituras gravadas sao so para a conferencia do impacto; sem o
      *>  arquivo a manutencao segue, sem conferir
           open input arqTemp.
           if ws-fs-arqTemp = 35 then
               continue
           else
               if ws-fs-arqTemp <> 0 then
                   move 2 to ws-msn-erro-offset
                   move ws-fs-arqTemp to ws-msn-erro-cod
                   move ws-fs-arqTemp to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               else
                   move 'S' to ws-temp-disponivel
               end-if
           end-if

           open input arqChuva.
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

           move 0 to ws-edv-qtd(1)
           move 0 to ws-edv-qtd(2)
           move 0 to ws-edv-qtd-invalidas(1)
           move 0 to ws-edv-qtd-invalidas(2)
           move 'N' to ws-edv-invalidas-excedidas(1)
           move 'N' to ws-edv-invalidas-excedidas(2)

           perform le-arquivo-limites-temp
           perform le-arquivo-limites-chuva

      *>--Os avisos da carga somem com o menu; segura a tela para leitura
           if ws-edv-qtd-invalidas(1) > 0
           or ws-edv-qtd-invalidas(2) > 0 then
               display "Linhas invalidas ficam no arquivo ate serem "
                       "descartadas (opcao 5)"
               if ws-edv-invalidas-excedidas(1) = 'S'
               or ws-edv-invalidas-excedidas(2) = 'S' then
                   display "Mais de 50 linhas invalidas: o arquivo fica "
                           "so para consulta ate ser acertado"
               end-if
               display "Informe 'Enter' para continuar"
               accept ws-confirma
           end-if

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Identifica o operador da sessao contra o cadastro de operadores;
      *> manter cadastros exige nivel 3. Sem cadastro (ou vazio), a
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
               move 4 to ws-msn-erro-offset
               move ws-fs-arqOperadores to ws-msn-erro-cod
               move ws-fs-arqOperadores to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           move '3' to ws-nivel-exigido
           move "ManutencaoLimites" to ws-signon-programa
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
      *> Carrega arqLimites para a tabela de edicao da temperatura;
      *> arquivo inexistente comeca vazio
      *>-------------------------------------------------------------------
       le-arquivo-limites-temp section.

           move 1 to ws-var

           open input arqLimites
           if ws-fs-arqLimites = 35 then
               continue
           else
               if ws-fs-arqLimites <> 0 then
                   move 5 to ws-msn-erro-offset
                   move ws-fs-arqLimites to ws-msn-erro-cod
                   move ws-fs-arqLimites to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               else
                   perform until ws-fs-arqLimites = 10
                       read arqLimites
                           at end
                               move 10 to ws-fs-arqLimites
                           not at end
                               move lim-linha to ws-linha-limite
                               perform interpreta-linha-limite
                       end-read
                   end-perform

                   close arqLimites
               end-if
           end-if

           .
       le-arquivo-limites-temp-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Carrega arqLimitesChuva para a tabela de edicao da chuva;
      *> arquivo inexistente comeca vazio
      *>-------------------------------------------------------------------
       le-arquivo-limites-chuva section.

           move 2 to ws-var

           open input arqLimitesChuva
           if ws-fs-arqLimitesChuva = 35 then
               continue
           else
               if ws-fs-arqLimitesChuva <> 0 then
                   move 6 to ws-msn-erro-offset
                   move ws-fs-arqLimitesChuva to ws-msn-erro-cod
                   move ws-fs-arqLimitesChuva to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               else
                   perform until ws-fs-arqLimitesChuva = 10
                       read arqLimitesChuva
                           at end
                               move 10 to ws-fs-arqLimitesChuva
                           not at end
                               move limc-linha to ws-linha-limite
                               perform interpreta-linha-limite
                       end-read
                   end-perform

                   close arqLimitesChuva
               end-if
           end-if

           .
       le-arquivo-limites-chuva-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Desmembra a linha em ws-linha-limite da variavel ws-var e a poe
      *> na tabela de edicao; linha que nao se entende vai para a lista de
      *> invalidas, com aviso. Estacao repetida: vale a ultima linha, como
      *> na carga dos programas.
      *>-------------------------------------------------------------------
       interpreta-linha-limite section.

           if ws-linha-limite <> spaces then
               perform desmembra-linha-limite

               if ws-linha-valida = 'N' then
                   display "Linha invalida em "
                           ws-nome-arquivo(ws-var) ": " ws-linha-limite
                   if ws-edv-qtd-invalidas(ws-var) < 50 then
                       add 1 to ws-edv-qtd-invalidas(ws-var)
                       move ws-linha-limite to ws-edv-invalida
                           (ws-var ws-edv-qtd-invalidas(ws-var))
                   else
                       move 'S' to ws-edv-invalidas-excedidas(ws-var)
                   end-if
               else
                   move ws-campo-estacao  to ws-novo-estacao
                   move ws-campo-operador to ws-novo-operador
                   move ws-campo-data     to ws-novo-data

                   move ws-novo-estacao to ws-estacao-busca
                   perform localiza-entrada-limite
                   if ws-edv-achou = 'S' then
                       display "Estacao " ws-novo-estacao " repetida em "
                               ws-nome-arquivo(ws-var)
                               "; vale a ultima linha"
                   end-if
                   perform guarda-entrada-limite
               end-if
           end-if

           .
       interpreta-linha-limite-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Separa os campos de ws-linha-limite em ws-campo-* e ws-novo-min/
      *> ws-novo-max; ws-linha-valida 'N' quando a linha nao se entende
      *>-------------------------------------------------------------------
       desmembra-linha-limite section.

           move spaces to ws-campo-estacao
           move spaces to ws-campo-valor-1
           move spaces to ws-campo-valor-2
           move spaces to ws-campo-operador
           move spaces to ws-campo-data

           if ws-var = 1 then
               unstring ws-linha-limite delimited by ";"
                   into ws-campo-estacao ws-campo-valor-1 ws-campo-valor-2
                        ws-campo-operador ws-campo-data
               end-unstring
           else
               unstring ws-linha-limite delimited by ";"
                   into ws-campo-estacao ws-campo-valor-2
                        ws-campo-operador ws-campo-data
               end-unstring
               move "0" to ws-campo-valor-1
           end-if

           move 'S' to ws-linha-valida

           if ws-campo-estacao not numeric then
               move 'N' to ws-linha-valida
           end-if

           move ws-campo-valor-1 to ws-valor-texto
           perform converte-valor-texto
           if ws-valor-aceito = 'N' then
               move 'N' to ws-linha-valida
           else
               move ws-valor-numero to ws-novo-min
           end-if

           move ws-campo-valor-2 to ws-valor-texto
           perform converte-valor-texto
           if ws-valor-aceito = 'N' then
               move 'N' to ws-linha-valida
           else
               move ws-valor-numero to ws-novo-max
           end-if

           if ws-linha-valida = 'S' then
               if ws-novo-min >= ws-novo-max then
                   move 'N' to ws-linha-valida
               end-if
           end-if

           .
       desmembra-linha-limite-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Converte o texto em ws-valor-texto para ws-valor-numero;
      *> ws-valor-aceito devolve 'N' quando nao e numero
      *>-------------------------------------------------------------------
       converte-valor-texto section.

           move 'N' to ws-valor-aceito

      *>--decimal-point is comma faz o NUMVAL tratar "." como separador de
      *>  milhar; normaliza para "," antes, como nas demais cargas
           inspect ws-valor-texto replacing all "." by ","

           if ws-valor-texto <> spaces then
               if function test-numval(ws-valor-texto) = 0 then
                   if function numval(ws-valor-texto) > -1000
                   and function numval(ws-valor-texto) < 1000 then
                       compute ws-valor-numero =
                           function numval(ws-valor-texto)
                       move 'S' to ws-valor-aceito
                   end-if
               end-if
           end-if

           .
       converte-valor-texto-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Procura na tabela da variavel ws-var a estacao em
      *> ws-estacao-busca; ws-edv-achou 'S' com a posicao em
      *> ws-edv-pos, ou 'N' com a posicao onde ela entraria
      *>-------------------------------------------------------------------
       localiza-entrada-limite section.

           move 'N' to ws-edv-achou
           move 1   to ws-edv-pos

           perform until ws-edv-pos > ws-edv-qtd(ws-var)
                      or ws-edv-estacao(ws-var ws-edv-pos)
                         >= ws-estacao-busca
               add 1 to ws-edv-pos
           end-perform

           if ws-edv-pos <= ws-edv-qtd(ws-var) then
               if ws-edv-estacao(ws-var ws-edv-pos)
                   = ws-estacao-busca then
                   move 'S' to ws-edv-achou
               end-if
           end-if

           .
       localiza-entrada-limite-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava a entrada ws-novo-* na posicao ws-edv-pos da tabela: sobre a
      *> propria (ws-edv-achou 'S') ou abrindo espaco na ordem de estacao
      *>-------------------------------------------------------------------
       guarda-entrada-limite section.

           if ws-edv-achou = 'N' then
               perform varying ws-edv-ind from ws-edv-qtd(ws-var) by -1
                       until ws-edv-ind < ws-edv-pos
                   move ws-edv-item(ws-var ws-edv-ind)
                       to ws-edv-item(ws-var ws-edv-ind + 1)
               end-perform
               add 1 to ws-edv-qtd(ws-var)
           end-if

           move ws-novo-estacao  to ws-edv-estacao(ws-var ws-edv-pos)
           move ws-novo-min      to ws-edv-min(ws-var ws-edv-pos)
           move ws-novo-max      to ws-edv-max(ws-var ws-edv-pos)
           move ws-novo-operador to ws-edv-operador(ws-var ws-edv-pos)
           move ws-novo-data     to ws-edv-data(ws-var ws-edv-pos)

           .
       guarda-entrada-limite-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Menu de manutencao dos limites
      *>-------------------------------------------------------------------
       processamento section.

           perform until ws-sair = 'S'
                      or ws-sair = 's'

               display erase
               display "Manutencao dos Limites de Plausibilidade"
               display "1 - Listar Limites"
               display "2 - Incluir Limite"
               display "3 - Alterar Limite"
               display "4 - Remover Limite"
               display "5 - Descartar Linhas Invalidas do Arquivo"
               display "Informe a opcao desejada: "
               accept ws-opcao

               if ws-opcao >= '1' and ws-opcao <= '5' then
                   perform obtem-variavel
               end-if

      *>--Regravar o arquivo com linhas invalidas alem da lista perderia
      *>  as excedentes: so a consulta fica liberada
               move 'N' to ws-alteracao-bloqueada
               if ws-opcao >= '2' and ws-opcao <= '5' then
                   if ws-edv-invalidas-excedidas(ws-var) = 'S' then
                       move 'S' to ws-alteracao-bloqueada
                   end-if
               end-if

               if ws-alteracao-bloqueada = 'S' then
                   display "Arquivo " ws-nome-arquivo(ws-var)
                           " tem mais de 50 linhas invalidas; acerte-o "
                           "antes de alterar"
               else
                   evaluate ws-opcao
                       when '1'
                           perform lista-limites
                       when '2'
                           perform inclui-limite
                       when '3'
                           perform altera-limite
                       when '4'
                           perform remove-limite
                       when '5'
                           perform descarta-linhas-invalidas
                       when other
                           display "Opcao Invalida"
                   end-evaluate
               end-if

               display "Informe ou 'Enter' para Continuar ou 'S' para sair"
               accept ws-sair

           end-perform

           .
       processamento-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Pergunta a variavel da operacao: T temperatura ou C chuva
      *>-------------------------------------------------------------------
       obtem-variavel section.

           move 0 to ws-var
           perform until ws-var <> 0
               display "Variavel (T temperatura, C chuva): "
               accept ws-var-informada
               evaluate ws-var-informada
                   when 'T'
                   when 't'
                       move 1 to ws-var
                   when 'C'
                   when 'c'
                       move 2 to ws-var
                   when other
                       display "Variavel invalida"
               end-evaluate
           end-perform

           .
       obtem-variavel-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Lista os limites da variavel, a faixa que vale sem entrada 000 e
      *> as linhas invalidas mantidas no arquivo
      *>-------------------------------------------------------------------
       lista-limites section.

           if ws-var = 1 then
               display "Limites de temperatura (arqLimites.txt)"
               display "Est  Minimo  Maximo  Operador  Alterado em"
           else
               display "Tetos de chuva (arqLimitesChuva.txt)"
               display "Est  Maximo  Operador  Alterado em"
           end-if

           perform varying ws-edv-ind from 1 by 1
                   until ws-edv-ind > ws-edv-qtd(ws-var)
               move ws-edv-min(ws-var ws-edv-ind) to ws-valor-numero
               perform formata-valor-limite
               move ws-valor-formatado to ws-min-formatado
               move ws-edv-max(ws-var ws-edv-ind) to ws-valor-numero
               perform formata-valor-limite
               move ws-valor-formatado to ws-max-formatado

               if ws-var = 1 then
                   display ws-edv-estacao(ws-var ws-edv-ind) "  "
                           ws-min-formatado " " ws-max-formatado " "
                           ws-edv-operador(ws-var ws-edv-ind) "  "
                           ws-edv-data(ws-var ws-edv-ind)
               else
                   display ws-edv-estacao(ws-var ws-edv-ind) "  "
                           ws-max-formatado " "
                           ws-edv-operador(ws-var ws-edv-ind) "  "
                           ws-edv-data(ws-var ws-edv-ind)
               end-if
           end-perform

           if ws-edv-qtd(ws-var) = 0 then
               display "Nenhum limite cadastrado"
           end-if

           move 0 to ws-estacao-busca
           perform localiza-entrada-limite
           if ws-edv-achou = 'N' then
               if ws-var = 1 then
                   display "Sem padrao 000: vale a faixa embutida "
                           "de -30,00 a 55,00"
               else
                   display "Sem padrao 000: vale o teto embutido de "
                           "300,00"
               end-if
           end-if

           perform varying ws-inv-ind from 1 by 1
                   until ws-inv-ind > ws-edv-qtd-invalidas(ws-var)
               display "Linha invalida mantida: "
                       ws-edv-invalida(ws-var ws-inv-ind)
           end-perform

           .
       lista-limites-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Inclui o limite de uma estacao (ou o padrao 000) que ainda nao
      *> tem entrada no arquivo
      *>-------------------------------------------------------------------
       inclui-limite section.

           perform obtem-estacao-limite

           if ws-estacao-aceita = 'S' then
               move ws-estacao-informada to ws-estacao-busca
               perform localiza-entrada-limite
               if ws-edv-achou = 'S' then
                   display "Estacao ja tem limite; use a opcao Alterar"
               else
                   perform obtem-faixa-vigente
                   move ws-padrao-min to ws-faixa-atual-min
                   move ws-padrao-max to ws-faixa-atual-max

                   perform obtem-valores-limite
                   if ws-valores-aceitos = 'S' then
                       perform conta-leituras-rejeitadas
                       perform confirma-gravacao
                       if ws-confirma = 'S' then
                           move spaces to jrn-antes
                           perform carimba-entrada-limite
                           perform localiza-entrada-limite
                           perform guarda-entrada-limite
                           perform grava-arquivo-limites
                           move ws-edv-pos to ws-edv-ind
                           perform monta-linha-limite
                           move ws-linha-limite to jrn-depois
                           move 'I' to jrn-operacao
                           perform registra-jornal-limite
                           display "Limite incluido com sucesso"
                       end-if
                   end-if
               end-if
           end-if

           .
       inclui-limite-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Altera a faixa de uma estacao (ou do padrao 000) ja cadastrada
      *>-------------------------------------------------------------------
       altera-limite section.

           perform obtem-estacao-limite

           if ws-estacao-aceita = 'S' then
               move ws-estacao-informada to ws-estacao-busca
               perform localiza-entrada-limite
               if ws-edv-achou = 'N' then
                   display "Estacao sem limite proprio; use a opcao Incluir"
               else
                   move ws-edv-pos to ws-edv-ind
                   perform monta-linha-limite
                   move ws-linha-limite to jrn-antes
                   display "Atual: " ws-linha-limite

                   move ws-edv-min(ws-var ws-edv-pos) to ws-faixa-atual-min
                   move ws-edv-max(ws-var ws-edv-pos) to ws-faixa-atual-max

                   perform obtem-valores-limite
                   if ws-valores-aceitos = 'S' then
                       perform conta-leituras-rejeitadas
                       perform confirma-gravacao
                       if ws-confirma = 'S' then
                           perform carimba-entrada-limite
                           perform localiza-entrada-limite
                           perform guarda-entrada-limite
                           perform grava-arquivo-limites
                           move ws-edv-pos to ws-edv-ind
                           perform monta-linha-limite
                           move ws-linha-limite to jrn-depois
                           move 'A' to jrn-operacao
                           perform registra-jornal-limite
                           display "Limite alterado com sucesso"
                       end-if
                   end-if
               end-if
           end-if

           .
       altera-limite-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Remove a entrada de uma estacao, que passa a seguir o padrao 000
      *> (ou, removido o proprio 000, a faixa embutida)
      *>-------------------------------------------------------------------
       remove-limite section.

           perform obtem-estacao-limite

           if ws-estacao-aceita = 'S' then
               move ws-estacao-informada to ws-estacao-busca
               perform localiza-entrada-limite
               if ws-edv-achou = 'N' then
                   display "Estacao sem limite proprio; nada a remover"
               else
                   move ws-edv-pos to ws-edv-ind
                   perform monta-linha-limite
                   move ws-linha-limite to jrn-antes
                   display "Atual: " ws-linha-limite

                   move ws-edv-min(ws-var ws-edv-pos) to ws-faixa-atual-min
                   move ws-edv-max(ws-var ws-edv-pos) to ws-faixa-atual-max

      *>--Sem a entrada, a estacao cai no padrao; o padrao removido cai
      *>  na faixa embutida
                   perform obtem-faixa-vigente
                   move ws-padrao-min to ws-faixa-nova-min
                   move ws-padrao-max to ws-faixa-nova-max

                   move ws-faixa-nova-min to ws-valor-numero
                   perform formata-valor-limite
                   move ws-valor-formatado to ws-min-formatado
                   move ws-faixa-nova-max to ws-valor-numero
                   perform formata-valor-limite
                   move ws-valor-formatado to ws-max-formatado
                   display "Passa a valer a faixa de " ws-min-formatado
                           " a " ws-max-formatado

                   perform conta-leituras-rejeitadas
                   perform confirma-gravacao
                   if ws-confirma = 'S' then
                       perform localiza-entrada-limite
                       perform varying ws-edv-ind from ws-edv-pos by 1
                               until ws-edv-ind >= ws-edv-qtd(ws-var)
                           move ws-edv-item(ws-var ws-edv-ind + 1)
                               to ws-edv-item(ws-var ws-edv-ind)
                       end-perform
                       subtract 1 from ws-edv-qtd(ws-var)
                       perform grava-arquivo-limites
                       move spaces to jrn-depois
                       move 'E' to jrn-operacao
                       perform registra-jornal-limite
                       display "Limite removido"
                   end-if
               end-if
           end-if

           .
       remove-limite-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Descarta do arquivo as linhas que nao se entendem, com
      *> confirmacao; cada linha descartada vai para o jornal
      *>-------------------------------------------------------------------
       descarta-linhas-invalidas section.

           if ws-edv-qtd-invalidas(ws-var) = 0 then
               display "Nenhuma linha invalida no arquivo"
           else
               perform varying ws-inv-ind from 1 by 1
                       until ws-inv-ind > ws-edv-qtd-invalidas(ws-var)
                   display "Linha invalida: "
                           ws-edv-invalida(ws-var ws-inv-ind)
               end-perform

               display "Descarta todas as linhas invalidas (S/N)? "
               accept ws-confirma
               if ws-confirma = 's' then
                   move 'S' to ws-confirma
               end-if

               if ws-confirma = 'S' then
                   perform varying ws-inv-ind from 1 by 1
                           until ws-inv-ind > ws-edv-qtd-invalidas(ws-var)
                       move ws-edv-invalida(ws-var ws-inv-ind) to jrn-antes
                       move spaces to jrn-depois
                       move 'E' to jrn-operacao
                       move ws-edv-invalida(ws-var ws-inv-ind)(1:3)
                           to ws-estacao-texto
                       perform registra-jornal-limite
                   end-perform
                   move 0 to ws-edv-qtd-invalidas(ws-var)
                   perform grava-arquivo-limites
                   display "Linhas invalidas descartadas"
               end-if
           end-if

           .
       descarta-linhas-invalidas-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Pede a estacao e a critica: 000 e o padrao; as demais tem de
      *> estar no cadastro de estacoes (inativa passa, com aviso)
      *>-------------------------------------------------------------------
       obtem-estacao-limite section.

           move 'N' to ws-estacao-aceita

           display "Informe a Estacao (000 para o padrao): "
           accept ws-estacao-texto

           if ws-estacao-texto not numeric then
               display "Estacao invalida: " ws-estacao-texto
           else
               move ws-estacao-texto to ws-estacao-informada

               if ws-estacao-informada = 0 then
                   move 'S' to ws-estacao-aceita
               else
                   move ws-estacao-informada to fd-est-numero
                   read arqEstacoes
                       invalid key
                           display "Estacao nao cadastrada: "
                                   ws-estacao-informada
                       not invalid key
                           move 'S' to ws-estacao-aceita
                           display "Estacao " fd-est-numero " "
                                   fd-est-nome
                           if fd-est-situacao <> 'A' then
                               display "Aviso: estacao inativa no "
                                       "cadastro"
                           end-if
                   end-read
               end-if
           end-if

           .
       obtem-estacao-limite-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Pede a faixa nova (minimo e maximo na temperatura, so o teto na
      *> chuva) para ws-faixa-nova-*; ws-valores-aceitos 'N' quando algum
      *> valor nao presta
      *>-------------------------------------------------------------------
       obtem-valores-limite section.

           move 'S' to ws-valores-aceitos
           move 0   to ws-faixa-nova-min

           if ws-var = 1 then
               display "Informe o Minimo (ex.: -30,00): "
               accept ws-valor-texto
               perform converte-valor-texto
               if ws-valor-aceito = 'N' then
                   display "Minimo invalido: " ws-valor-texto
                   move 'N' to ws-valores-aceitos
               else
                   move ws-valor-numero to ws-faixa-nova-min
               end-if
           end-if

           if ws-valores-aceitos = 'S' then
               if ws-var = 1 then
                   display "Informe o Maximo (ex.: 55,00): "
               else
                   display "Informe o Teto diario de chuva (ex.: 300,00): "
               end-if
               accept ws-valor-texto
               perform converte-valor-texto
               if ws-valor-aceito = 'N' then
                   display "Maximo invalido: " ws-valor-texto
                   move 'N' to ws-valores-aceitos
               else
                   move ws-valor-numero to ws-faixa-nova-max
               end-if
           end-if

      *>--A tabela de limites de temperatura guarda S9(02)V99
           if ws-valores-aceitos = 'S' and ws-var = 1 then
               if ws-faixa-nova-min < -99,99
               or ws-faixa-nova-max > 99,99 then
                   display "Faixa de temperatura fora de -99,99 a 99,99"
                   move 'N' to ws-valores-aceitos
               end-if
           end-if

           if ws-valores-aceitos = 'S' then
               if ws-faixa-nova-min >= ws-faixa-nova-max then
                   if ws-var = 1 then
                       display "O minimo tem de ficar abaixo do maximo"
                   else
                       display "O teto de chuva tem de ser maior que zero"
                   end-if
                   move 'N' to ws-valores-aceitos
               end-if
           end-if

           .
       obtem-valores-limite-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Faixa que vale para ws-estacao-informada quando ela nao tem
      *> entrada propria, em ws-padrao-min/ws-padrao-max: o padrao 000
      *> para uma estacao, a faixa embutida para o proprio 000
      *>-------------------------------------------------------------------
       obtem-faixa-vigente section.

           if ws-estacao-informada = 0 then
               perform obtem-faixa-embutida
           else
               perform obtem-faixa-padrao
           end-if

           .
       obtem-faixa-vigente-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Faixa do padrao 000 da variavel, ou a embutida quando nao ha
      *> entrada 000, em ws-padrao-min/ws-padrao-max
      *>-------------------------------------------------------------------
       obtem-faixa-padrao section.

           perform obtem-faixa-embutida

           if ws-edv-qtd(ws-var) > 0 then
               if ws-edv-estacao(ws-var 1) = 0 then
                   move ws-edv-min(ws-var 1) to ws-padrao-min
                   move ws-edv-max(ws-var 1) to ws-padrao-max
               end-if
           end-if

           .
       obtem-faixa-padrao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Faixa embutida nos programas quando nao ha arquivo nem padrao:
      *> -30 a 55 na temperatura, 0 a 300 na chuva
      *>-------------------------------------------------------------------
       obtem-faixa-embutida section.

           if ws-var = 1 then
               move -30 to ws-padrao-min
               move 55  to ws-padrao-max
           else
               move 0   to ws-padrao-min
               move 300 to ws-padrao-max
           end-if

           .
       obtem-faixa-embutida-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Conta as leituras ja gravadas que a faixa atual e a nova
      *> rejeitam: da estacao informada, ou, no padrao 000, de todas as
      *> estacoes sem entrada propria
      *>-------------------------------------------------------------------
       conta-leituras-rejeitadas section.

           move 0 to ws-qtd-leituras
           move 0 to ws-qtd-rejeitadas-atual
           move 0 to ws-qtd-rejeitadas-nova

           move 'S' to ws-leituras-conferidas

           if ws-var = 1 then
               if ws-temp-disponivel = 'N' then
                   display "arqTemp inexistente: nao ha leituras a "
                           "conferir"
                   move 'N' to ws-leituras-conferidas
               else
                   perform varre-leituras-temp
               end-if
           else
               if ws-chuva-disponivel = 'N' then
                   display "arqChuva inexistente: nao ha leituras a "
                           "conferir"
                   move 'N' to ws-leituras-conferidas
               else
                   perform varre-leituras-chuva
               end-if
           end-if

           if ws-leituras-conferidas = 'S' then
               move ws-qtd-leituras to ws-qtd-edit
               if ws-estacao-informada = 0 then
                   display "Leituras das estacoes no padrao...: "
                           ws-qtd-edit
               else
                   display "Leituras da estacao gravadas......: "
                           ws-qtd-edit
               end-if
               move ws-qtd-rejeitadas-atual to ws-qtd-edit
               display "Rejeitadas pela faixa atual.......: " ws-qtd-edit
               move ws-qtd-rejeitadas-nova to ws-qtd-edit
               display "Rejeitadas pela faixa nova........: " ws-qtd-edit
           end-if

           .
       conta-leituras-rejeitadas-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Percorre arqTemp a partir da estacao informada (ou do inicio, no
      *> padrao) conferindo cada leitura contra as duas faixas
      *>-------------------------------------------------------------------
       varre-leituras-temp section.

           move ws-estacao-informada to fd-estacao
           move 0 to fd-ano
           move 0 to fd-mes
           move 0 to fd-dia

           move 'N' to ws-fim-leituras
           start arqTemp key is >= fd-chave-temp
               invalid key
                   move 'S' to ws-fim-leituras
           end-start

           perform until ws-fim-leituras = 'S'
               read arqTemp next record
                   at end
                       move 'S' to ws-fim-leituras
                   not at end
                       if ws-estacao-informada <> 0
                       and fd-estacao <> ws-estacao-informada then
                           move 'S' to ws-fim-leituras
                       else
                           move fd-estacao to ws-leitura-estacao
                           perform verifica-leitura-na-faixa
                           if ws-leitura-na-faixa = 'S' then
                               move fd-temp to ws-leitura-valor
                               perform confere-leitura
                           end-if
                       end-if
               end-read
           end-perform

           .
       varre-leituras-temp-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Percorre arqChuva como varre-leituras-temp
      *>-------------------------------------------------------------------
       varre-leituras-chuva section.

           move ws-estacao-informada to fdc-estacao
           move 0 to fdc-ano
           move 0 to fdc-mes
           move 0 to fdc-dia

           move 'N' to ws-fim-leituras
           start arqChuva key is >= fdc-chave-chuva
               invalid key
                   move 'S' to ws-fim-leituras
           end-start

           perform until ws-fim-leituras = 'S'
               read arqChuva next record
                   at end
                       move 'S' to ws-fim-leituras
                   not at end
                       if ws-estacao-informada <> 0
                       and fdc-estacao <> ws-estacao-informada then
                           move 'S' to ws-fim-leituras
                       else
                           move fdc-estacao to ws-leitura-estacao
                           perform verifica-leitura-na-faixa
                           if ws-leitura-na-faixa = 'S' then
                               move fdc-chuva to ws-leitura-valor
                               perform confere-leitura
                           end-if
                       end-if
               end-read
           end-perform

           .
       varre-leituras-chuva-exit.
           exit.
      *>-------------------------------------------------------------------
      *> A leitura da estacao ws-leitura-estacao entra na conferencia? Na
      *> estacao informada sempre; no padrao 000, so se a estacao dela
      *> nao tem entrada propria
      *>-------------------------------------------------------------------
       verifica-leitura-na-faixa section.

           move 'S' to ws-leitura-na-faixa

           if ws-estacao-informada = 0 then
               move ws-leitura-estacao to ws-estacao-busca
               perform localiza-entrada-limite
               if ws-edv-achou = 'S' then
                   move 'N' to ws-leitura-na-faixa
               end-if
               move ws-estacao-informada to ws-estacao-busca
           end-if

           .
       verifica-leitura-na-faixa-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Conta a leitura em ws-leitura-valor contra a faixa atual e a nova
      *>-------------------------------------------------------------------
       confere-leitura section.

           add 1 to ws-qtd-leituras

           if ws-leitura-valor < ws-faixa-atual-min
           or ws-leitura-valor > ws-faixa-atual-max then
               add 1 to ws-qtd-rejeitadas-atual
           end-if

           if ws-leitura-valor < ws-faixa-nova-min
           or ws-leitura-valor > ws-faixa-nova-max then
               add 1 to ws-qtd-rejeitadas-nova
           end-if

           .
       confere-leitura-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Pede a confirmacao da gravacao; ws-confirma 'S' confirma
      *>-------------------------------------------------------------------
       confirma-gravacao section.

           display "Confirma a gravacao (S/N)? "
           accept ws-confirma
           if ws-confirma = 's' then
               move 'S' to ws-confirma
           end-if
           if ws-confirma <> 'S' then
               display "Alteracao abandonada; nada gravado"
           end-if

           .
       confirma-gravacao-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Monta ws-novo-* com a faixa nova, o operador da sessao e a data
      *>-------------------------------------------------------------------
       carimba-entrada-limite section.

           move function current-date(1:8) to ws-hoje

           move ws-estacao-informada to ws-novo-estacao
           move ws-faixa-nova-min to ws-novo-min
           move ws-faixa-nova-max to ws-novo-max
           move ws-oper-codigo    to ws-novo-operador
           move ws-hoje           to ws-novo-data

           .
       carimba-entrada-limite-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Regrava o arquivo da variavel inteiro a partir da tabela, em
      *> ordem de estacao, com as linhas invalidas mantidas no fim
      *>-------------------------------------------------------------------
       grava-arquivo-limites section.

           if ws-var = 1 then
               open output arqLimites
               if ws-fs-arqLimites <> 0 then
                   move 7 to ws-msn-erro-offset
                   move ws-fs-arqLimites to ws-msn-erro-cod
                   move ws-fs-arqLimites to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
           else
               open output arqLimitesChuva
               if ws-fs-arqLimitesChuva <> 0 then
                   move 8 to ws-msn-erro-offset
                   move ws-fs-arqLimitesChuva to ws-msn-erro-cod
                   move ws-fs-arqLimitesChuva to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
           end-if

           perform varying ws-edv-ind from 1 by 1
                   until ws-edv-ind > ws-edv-qtd(ws-var)
               perform monta-linha-limite
               perform grava-linha-limite
           end-perform

           perform varying ws-inv-ind from 1 by 1
                   until ws-inv-ind > ws-edv-qtd-invalidas(ws-var)
               move ws-edv-invalida(ws-var ws-inv-ind) to ws-linha-limite
               perform grava-linha-limite
           end-perform

           if ws-var = 1 then
               close arqLimites
               if ws-fs-arqLimites <> 0 then
                   move 10 to ws-msn-erro-offset
                   move ws-fs-arqLimites to ws-msn-erro-cod
                   move ws-fs-arqLimites to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
           else
               close arqLimitesChuva
               if ws-fs-arqLimitesChuva <> 0 then
                   move 11 to ws-msn-erro-offset
                   move ws-fs-arqLimitesChuva to ws-msn-erro-cod
                   move ws-fs-arqLimitesChuva to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
           end-if

           .
       grava-arquivo-limites-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Grava ws-linha-limite no arquivo da variavel
      *>-------------------------------------------------------------------
       grava-linha-limite section.

           if ws-var = 1 then
               move ws-linha-limite to lim-linha
               write lim-linha
               if ws-fs-arqLimites <> 0 then
                   move 12 to ws-msn-erro-offset
                   move ws-fs-arqLimites to ws-msn-erro-cod
                   move ws-fs-arqLimites to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
           else
               move ws-linha-limite to limc-linha
               write limc-linha
               if ws-fs-arqLimitesChuva <> 0 then
                   move 13 to ws-msn-erro-offset
                   move ws-fs-arqLimitesChuva to ws-msn-erro-cod
                   move ws-fs-arqLimitesChuva to ws-status-cod-busca
                   perform obtem-mensagem-status
                   perform finaliza-anormal
               end-if
           end-if

           .
       grava-linha-limite-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Monta em ws-linha-limite a linha da entrada ws-edv-ind:
      *> EEE;minimo;maximo;operador;AAAAMMDD (chuva sem o minimo)
      *>-------------------------------------------------------------------
       monta-linha-limite section.

           move ws-edv-min(ws-var ws-edv-ind) to ws-valor-numero
           perform formata-valor-limite
           move ws-valor-formatado to ws-min-formatado
           move ws-edv-max(ws-var ws-edv-ind) to ws-valor-numero
           perform formata-valor-limite
           move ws-valor-formatado to ws-max-formatado

           move spaces to ws-linha-limite
           if ws-var = 1 then
               string ws-edv-estacao(ws-var ws-edv-ind) ";"
                      ws-min-formatado delimited by space
                      ";" delimited by size
                      ws-max-formatado delimited by space
                      ";" delimited by size
                      ws-edv-operador(ws-var ws-edv-ind) delimited by space
                      ";" ws-edv-data(ws-var ws-edv-ind) delimited by size
                   into ws-linha-limite
               end-string
           else
               string ws-edv-estacao(ws-var ws-edv-ind) ";"
                      ws-max-formatado delimited by space
                      ";" delimited by size
                      ws-edv-operador(ws-var ws-edv-ind) delimited by space
                      ";" ws-edv-data(ws-var ws-edv-ind) delimited by size
                   into ws-linha-limite
               end-string
           end-if

           .
       monta-linha-limite-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Formata ws-valor-numero sem brancos a esquerda e com sinal so no
      *> negativo (ex.: -30,00 / 55,00), em ws-valor-formatado
      *>-------------------------------------------------------------------
       formata-valor-limite section.

           if ws-valor-numero < 0 then
               compute ws-valor-edit = 0 - ws-valor-numero
           else
               move ws-valor-numero to ws-valor-edit
           end-if

           move 0 to ws-qtd-brancos
           inspect ws-valor-edit tallying ws-qtd-brancos
               for leading spaces

           move spaces to ws-valor-formatado
           if ws-valor-numero < 0 then
               string "-" ws-valor-edit(ws-qtd-brancos + 1:)
                   delimited by size into ws-valor-formatado
               end-string
           else
               move ws-valor-edit(ws-qtd-brancos + 1:)
                   to ws-valor-formatado
           end-if

           .
       formata-valor-limite-exit.
           exit.
      *>-------------------------------------------------------------------
      *> Registra no jornal a operacao em jrn-operacao sobre o limite da
      *> estacao informada; as imagens sao as linhas do arquivo
      *>-------------------------------------------------------------------
       registra-jornal-limite section.

           if ws-var = 1 then
               move "LIMITES"  to jrn-arquivo
           else
               move "LIMCHUVA" to jrn-arquivo
           end-if
           move ws-estacao-texto to jrn-chave
           perform registra-jornal

           .
       registra-jornal-limite-exit.
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

           COPY JORNALPROC.

      *>-------------------------------------------------------------------
      *> Finaliza Normal
      *>-------------------------------------------------------------------
       finaliza section.

           close arqEstacoes.
           if ws-fs-arqEstacoes <> 0 then
               move 9 to ws-msn-erro-offset
               move ws-fs-arqEstacoes to ws-msn-erro-cod
               move ws-fs-arqEstacoes to ws-status-cod-busca
               perform obtem-mensagem-status
               perform finaliza-anormal
           end-if

           if ws-temp-disponivel = 'S' then
               close arqTemp
           end-if

           if ws-chuva-disponivel = 'S' then
               close arqChuva
           end-if

           stop run.
            .
       finaliza-exit.
           exit.
