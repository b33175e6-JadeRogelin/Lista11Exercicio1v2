      *>-------------------------------------------------------------------
      *> Criterios do controle de qualidade das leituras horarias de
      *> arqTempHoras, compartilhados entre a consistencia horaria e a
      *> sumarizacao diaria para as duas julgarem o dia pela mesma regra.
      *> Os programas aceitam outros valores por parametro.
      *>-------------------------------------------------------------------
      *>--Minimo de leituras horarias para o dia valer como media diaria
       77 ws-qch-min-horas                         pic 9(02) value 18.
      *>--Salto maximo aceito entre duas horas seguidas, em graus
       77 ws-qch-salto-max                         pic 9(02)V99 value 8.
      *>--Horas seguidas com o mesmo valor que caracterizam sensor travado
       77 ws-qch-repeticao                         pic 9(02) value 6.
