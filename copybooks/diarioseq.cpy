      *****************************************************
      * layout of diarioseq.dat: date and last sequence
      * number written to the recovery journal of that day
      * (diario.cpy). a new date starts the count at 1.
      *****************************************************
       01 reg-diarioseq.
           02 data-seq-dia   pic 9(8).
           02 ultimo-seq-dia pic 9(6).
