      *****************************************************
      * layout of aproveita.dat, organization indexed with
      * chave-apr (student + discipline) as the record key:
      * a discipline passed at another school and credited
      * here (aproveitamento de estudos), with the source
      * school, the original grade and hours, the date and
      * the coordinator who approved it. maintained by
      * 90/cl; 48/av, the boletim 28/ab, the history
      * inquiry 43/aq and the prerequisite check in 46/at
      * count it as passed and show it as aproveitado.
      *****************************************************
       01 reg-aproveita.
           02 chave-apr.
              03 num-apr     pic 9(5).
              03 disc-apr    pic 9(3).
           02 escola-apr     pic x(30).
           02 nota-apr       pic 9(2)v99.
           02 horas-apr      pic 9(3).
           02 data-apr       pic 9(6).
           02 oper-apr       pic x(8).
