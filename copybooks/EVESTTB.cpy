       77 ws-evt-instalacao-futura                 pic x(01).
       77 ws-evt-desativada                        pic x(01).
       77 ws-evt-data-limite                       pic 9(08).

      *>--Entrada da verificacao de evento num periodo e o resultado
      *>  dela: tipo buscado (branco = qualquer tipo), datas AAAAMMDD
      *>  inicial e final inclusive; 'S' em ws-evt-periodo-tem com o
      *>  primeiro evento achado em ws-evt-data-achada/ws-evt-tipo-achado
       77 ws-evt-tipo-busca                        pic x(01).
       77 ws-evt-data-inicial                      pic 9(08).
       77 ws-evt-data-final                        pic 9(08).
       77 ws-evt-periodo-tem                       pic x(01).
       77 ws-evt-data-achada                       pic 9(08).
       77 ws-evt-tipo-achado                       pic x(01).
