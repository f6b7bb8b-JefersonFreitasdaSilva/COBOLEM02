      *****************************************************
      * layout of catativ.dat, the categories of the
      * atividades complementares (palestra, estagio,
      * projeto de extensao...): code, description and the
      * most hours of the category that count toward the
      * course minimum (zero = sem limite). maintained on
      * 91/cm; read by the balance report 92/cn and the
      * graduation audit 48/av.
      *****************************************************
       01 reg-catativ.
           02 cod-cat    pic 9(2).
           02 desc-cat   pic x(30).
           02 max-cat    pic 9(3).
