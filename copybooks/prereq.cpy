      *****************************************************
      * layout of prereqs.dat, the prerequisite rules of
      * the catalog: one record per discipline and each
      * discipline that must have been passed before it,
      * in an earlier term. maintained with the catalog in
      * 45/as; the registration 46/at rejects a student
      * without the passing grade (cadnota against the
      * corte, as 48/av judges it) unless the coordinator
      * released it in liberpre.dat (89/ck).
      *****************************************************
       01 reg-prereq.
           02 disc-pre  pic 9(3).
           02 req-pre   pic 9(3).
