      *****************************************************
      * layout of listaesp.dat, organization indexed with
      * chave-esp (discipline + term + arrival sequence)
      * as the record key, so a start on discipline and
      * term reads the waiting list in arrival order.
      * written by the registration 46/at when the
      * discipline is full; 88/cj enrolls the next student
      * when a seat opens. situa-esp: E esperando, M
      * matriculado pela lista, C desistiu ou saiu do curso
      * (trancado/cancelado) antes de ser chamado.
      *****************************************************
       01 reg-espera.
           02 chave-esp.
              03 disc-esp    pic 9(3).
              03 termo-esp   pic 9(6).
              03 seq-esp     pic 9(6).
           02 num-esp        pic 9(5).
           02 data-esp       pic 9(6).
           02 situa-esp      pic x(1).
           02 data-situa-esp pic 9(6).
