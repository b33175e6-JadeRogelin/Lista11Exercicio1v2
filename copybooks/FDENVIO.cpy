      *> estacao-mes enviada ao instituto meteorologico, compartilhado
      *> entre a geracao do arquivo de transmissao e o processamento do
      *> retorno. Situacao: 'G' gerado e enviado, 'A' aceito pelo
      *> instituto, 'R' rejeitado (motivo no registro), 'P' pendente de
      *> retransmissao - leitura alterada depois do envio (causa no
      *> motivo) - e 'T' retransmitido no arquivo de correcao,
      *> aguardando o retorno.
      *>-------------------------------------------------------------------
       01  fd-rela-envio.
           05 fd-env-chave.
