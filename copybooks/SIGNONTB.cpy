      *> Campos do sign-on de operador - compartilhados entre os
      *> programas interativos que exigem identificacao na entrada (COPY
      *> SIGNONPROC traz a rotina). O programa declara o select/fd de
      *> arqOperadores (COPY FDOPER), de arqSeguranca (parametros) e de
      *> arqLogSeguranca (log das tentativas), abre arqOperadores em I-O,
      *> poe o nivel minimo em ws-nivel-exigido e o proprio nome em
      *> ws-signon-programa e chama efetua-sign-on; o resultado volta em
      *> ws-signon-resultado ('S' autenticado, 'N' recusado apos as
      *> tentativas, 'V' cadastro de operadores vazio) com o codigo e o
      *> nivel do operador em ws-oper-codigo/ws-oper-nivel para as
      *> trilhas de auditoria.
      *>-------------------------------------------------------------------
       77 ws-fs-arqOperadores                      pic 9(02).
       77 ws-fs-arqSeguranca                       pic 9(02).
       77 ws-fs-arqLogSeguranca                    pic 9(02).

       77 ws-signon-codigo                         pic x(08).
       77 ws-signon-senha                          pic x(08).
      *>  de excecoes, '3' manutencao de cadastros)
       77 ws-nivel-exigido                         pic x(01) value '1'.

      *>--Programa que pede a identificacao, gravado no log de seguranca
       77 ws-signon-programa                       pic x(24) value spaces.

      *>--Operador autenticado na sessao, carimbado nas trilhas
       77 ws-oper-codigo                           pic x(08).
       77 ws-oper-nivel                            pic x(01).

      *>--Parametros de seguranca lidos de arqSeguranca.txt (linhas
      *>  TENTATIVAS;n e VALIDADE;dias); sem o arquivo valem os padroes.
      *>  Validade zero desliga o vencimento por prazo.
       77 ws-signon-max-falhas                     pic 9(02) value 3.
       77 ws-signon-validade-dias                  pic 9(04) value 90.
       77 ws-seg-campo-chave                       pic x(12).
       77 ws-seg-campo-valor                       pic x(10).

      *>--Troca de senha (vencida no sign-on ou pela manutencao)
       77 ws-signon-senha-nova                     pic x(08).
       77 ws-signon-senha-confirma                 pic x(08).
      *>--'S' quando a senha nova passou na critica de critica-nova-senha
       77 ws-signon-senha-aceita                   pic x(01).
       77 ws-signon-trocas                         pic 9(01).
       77 ws-signon-dias-senha                     pic S9(07).
       77 ws-signon-hoje                           pic 9(08).
       77 ws-signon-data-hora                      pic x(21).

      *>--Linha gravada em arqLogSeguranca.txt a cada tentativa
       01 ws-linha-seguranca.
           05 slg-timestamp                        pic x(19).
           05 filler                               pic x(03) value ' - '.
           05 slg-operador                         pic x(08).
           05 filler                               pic x(03) value ' - '.
           05 slg-programa                         pic x(24).
           05 filler                               pic x(03) value ' - '.
      *>--'S' sign-on aceito, 'N' recusado
           05 slg-resultado                        pic x(01).
           05 filler                               pic x(03) value ' - '.
           05 slg-motivo                           pic x(30).
           05 filler                               pic x(06) value spaces.
