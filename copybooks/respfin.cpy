      *****************************************************
      * layout of respfin.dat, organization indexed with
      * num-resp as the record key: the responsavel
      * financeiro of each student - num-ent of cadalu.dat
      * pointing to the paying client cod-ent of
      * cadcli1.dat, with the date and operator of the
      * last change. seeded once by 74/bv from the name
      * matches and maintained on the 73/bu screen. every
      * program that joins a student to a client reads it
      * by key instead of comparing names.
      *****************************************************
       01 reg-respfin.
           02 num-resp  pic 9(5).
           02 cod-resp  pic 9(5).
           02 data-resp pic 9(6).
           02 oper-resp pic x(8).
