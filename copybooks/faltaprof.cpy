      *****************************************************
      * layout of faltaprof.dat, the log of classes the
      * assigned professor missed: date (aaaammdd), turma
      * and period of the class in horarios.dat (the
      * discipline comes from the grade), the term, the
      * absent professor and the substitute who covered it
      * (subst-fp 0 = aula nao dada). written by 95/cq,
      * which also prints the monthly report for HR; the
      * covered classes are flagged per section by 50/ax.
      *****************************************************
       01 reg-faltaprof.
           02 data-fp      pic 9(8).
           02 turma-fp     pic x(1).
           02 periodo-fp   pic 9(1).
           02 disc-fp      pic 9(3).
           02 termo-fp     pic 9(6).
           02 matr-fp      pic 9(5).
           02 subst-fp     pic 9(5).
           02 data-lanc-fp pic 9(6).
           02 oper-fp      pic x(8).
