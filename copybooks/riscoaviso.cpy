      *****************************************************
      * layout of riscoaviso.dat, line sequential: one
      * line per student on the mid-term risk list, written
      * by 51/ay beside reltutor.dat so the notice outbox
      * (101/cw) can warn the family. motivo-risco: N nota
      * abaixo do corte, F frequencia projetada, A ambos.
      *****************************************************
       01 reg-riscoav.
           02 num-risco    pic 9(5).
           02 nome-risco   pic x(30).
           02 motivo-risco pic x(1).
           02 termo-risco  pic 9(6).
