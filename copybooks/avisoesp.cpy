      *****************************************************
      * layout of avisoesp.dat, line sequential: one line
      * per student enrolled from the waiting list by
      * 88/cj, for the secretaria to notify the student
      * (discipline, term and the day the seat was given).
      *****************************************************
       01 reg-avisoesp.
           02 num-aviso    pic 9(5).
           02 nome-aviso   pic x(30).
           02 disc-aviso   pic 9(3).
           02 nomed-aviso  pic x(30).
           02 termo-aviso  pic 9(6).
           02 data-aviso   pic 9(6).
