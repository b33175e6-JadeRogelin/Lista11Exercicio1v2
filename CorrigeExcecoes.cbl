      *>              2) e a trilha de arqCorrecoes passa a carimbar o
      *>              codigo do operador autenticado em vez das iniciais
      *>              digitadas na hora, que qualquer um digitava.
      *> 15/10/2026 - Leitura corrigida passa a ser gravada com a origem
      *>              'M' (correcao manual) e a data da correcao, visivel
      *>              nos relatorios e na consulta sem procurar em
      *>              arqCorrecoes.
      *> 15/10/2026 - Correcao aplicada em estacao-mes ja enviada ao
      *>              instituto deixa a estacao-mes pendente de
      *>              retransmissao ('P') em arqSituacaoEnvio.txt, com o
      *>              operador na causa.
      *> 15/10/2026 - arqOperadores passa a abrir em I-O: o sign-on conta
      *>              as tentativas recusadas e bloqueia o operador, exige
      *>              a troca da senha vencida e grava cada tentativa em
      *>              arqLogSeguranca.txt (parametros em
      *>              arqSeguranca.txt).
      *> 15/10/2026 - Linha de arqLimites lida em 60 posicoes (a
      *>              ManutencaoLimites acrescenta operador e data no
      *>              fim); a tabela de limites passa a ter uma entrada
      *>              por estacao possivel e linha ignorada na carga sai
      *>              com aviso.
      *> 15/10/2026 - Chamada com o parametro HORARIAS, a sessao corrige
      *>              arqSuspeitasHoras.txt (estacoes-dia apontadas pela
      *>              ConsisteHoras por salto, valor repetido ou poucas
      *>              horas, mesmo layout de arqExcecoes); o valor
      *>              corrigido fica com origem 'M' e a SumarizaHoras
      *>              deixa de passar por cima dele.

      *>Divisão para configuração do ambiente
       Environment Division.
           record key is fd-chave-temp
           file status is ws-fs-arqTemp.

      *>--Arquivo de pendencias da sessao; o nome padrao e arqExcecoes.txt,
      *>  o parametro SUSPEITAS troca para arqSuspeitas.txt e HORARIAS
      *>  para arqSuspeitasHoras.txt
           select arqExcecoes assign to dynamic ws-nome-arqExcecoes
           organization is line sequential
           access mode is sequential
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

           select arqSituacaoEnvio assign to "arqSituacaoEnvio.txt"
           organization is indexed
           access mode is dynamic
           record key is fd-env-chave
           file status is ws-fs-arqSituacaoEnvio.

       I-O-Control.

      *>Declaração de variáveis
       01  cor-linha                                pic x(80).

       fd arqLimites.
       01  lim-linha                                pic x(60).

       fd arqExcTransbordo.
       01  trb-linha                                pic x(80).
       fd arqOperadores.
           COPY FDOPER.

       fd arqSeguranca.
       01  seg-linha                                pic x(40).

       fd arqLogSeguranca.
       01  slg-linha                                pic x(100).

       fd arqSituacaoEnvio.
           COPY FDENVIO.

      *>--Variáveis de trabalho
       Working-storage section.

      *>--Sign-on de operador da sessao de acerto
           COPY SIGNONTB.

      *>--Marcacao de retransmissao do mes ja enviado ao instituto
           COPY RETRANSTB.

       77 ws-fs-arqTemp                            pic 9(02).
       77 ws-fs-arqExcecoes                        pic 9(02).
       77 ws-fs-arqCorrecoes                       pic 9(02).

       77 ws-data-hora-sistema                     pic x(21).

      *>--Linha da trilha de correcoes gravada em arqCorrecoes
           COPY CORLINHA.

      *>--Tabela de consulta com o significado de cada file status COBOL
           COPY STATUSTB.
       inicializa section.

      *>--Chamada com o parametro SUSPEITAS, a sessao corrige o arquivo
      *>  de suspeitas da ConsisteMunicipio; com HORARIAS, o da
      *>  ConsisteHoras; o fluxo e o mesmo
           accept ws-parametro from command-line

           if ws-parametro = "SUSPEITAS" then
               move "arqSuspeitas.txt" to ws-nome-arqExcecoes
           end-if

           if ws-parametro = "HORARIAS" then
               move "arqSuspeitasHoras.txt" to ws-nome-arqExcecoes
           end-if

      *>--Corrigir leituras de arqTemp exige operador identificado de
      *>  nivel 2; o codigo autenticado vai para a trilha de correcoes
           perform identifica-operador

           perform carrega-limites

      *>--Correcao em mes ja enviado ao instituto deixa a estacao-mes
      *>  pendente de retransmissao
           perform abre-situacao-envio

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------
       identifica-operador section.

           open i-o arqOperadores
           if ws-fs-arqOperadores = 35 then
               display "Cadastro de operadores inexistente"
               display "Cadastre o primeiro operador em ManutencaoOperadores"
           end-if

           move '2' to ws-nivel-exigido
           move "CorrigeExcecoes" to ws-signon-programa
           perform efetua-sign-on

           if ws-signon-resultado = 'V' then
           move exc-mes           to fd-mes
           move exc-dia           to fd-dia
           move ws-temp-corrigida to fd-temp
           move 'M'               to fd-origem
           move function current-date(1:8) to fd-data-gravacao

           rewrite fd-rela-temp
               invalid key

           perform registra-trilha-correcao

           move exc-estacao to ws-rtx-estacao
           move exc-ano     to ws-rtx-ano
           move exc-mes     to ws-rtx-mes
           move exc-dia     to ws-rtx-dia
           move spaces      to ws-rtx-causa
           string "Correcao manual por " ws-operador
                  delimited by size into ws-rtx-causa
           end-string
           perform marca-retransmissao

           move 'C' to ws-exc-situacao(ws-seq-escolhida)
           add 1 to ws-qtd-corrigidas


           COPY SIGNONPROC.

           COPY RETRANSPROC.

      *>-------------------------------------------------------------------
      *> Finaliza Normal: regrava arqExcecoes so com as pendentes, para a
      *> linha corrigida nao voltar a ser oferecida
               perform finaliza-anormal
           end-if

           perform fecha-situacao-envio

           stop run.
            .
       finaliza-exit.
