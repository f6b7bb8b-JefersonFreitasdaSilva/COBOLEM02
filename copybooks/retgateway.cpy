      *****************************************************
      * layout of retgateway.dat, line sequential: the
      * delivery return of the sms/e-mail gateway, one line
      * per notice of caixasaida.dat (same id). status-ret
      * E entregue, F falhou, with the gateway's own text
      * in detalhe-ret. read by 102/cx into msghist.dat.
      *****************************************************
       01 reg-retgw.
           02 id-ret.
              03 num-ret    pic 9(5).
              03 tipo-ret   pic x(1).
              03 ref-ret    pic x(10).
           02 status-ret    pic x(1).
           02 data-ret      pic 9(6).
           02 detalhe-ret   pic x(40).
