      *****************************************************
      * layout of bolsafam.dat, organization indexed with
      * num-bf (num-ent of cadalu.dat) as the record key:
      * the students whose families receive bolsa familia,
      * with the NIS, the active flag and the justification
      * code for low attendance entered by the secretaria
      * for one bimester (ano + bimestre 1 a 6; the code
      * only counts in that bimester). maintained on the
      * 99/cu screen; read by the bimonthly attendance
      * extract 100/cv.
      *****************************************************
       01 reg-bolsafam.
           02 num-bf      pic 9(5).
           02 nis-bf      pic 9(11).
           02 ativo-bf    pic x(1).
           02 ano-just-bf pic 9(4).
           02 bim-just-bf pic 9(1).
           02 cod-just-bf pic 9(2).
           02 data-bf     pic 9(6).
           02 oper-bf     pic x(8).
