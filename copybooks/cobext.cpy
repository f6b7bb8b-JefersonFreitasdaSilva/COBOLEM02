      *****************************************************
      * layout of cobext.dat, organization indexed with
      * cod-ext (client, cod-ent of cadcli1.dat) as the
      * record key: referral of a long-overdue client to
      * the outside collection agency. written by the
      * monthly referral 81/cc; situa-ext E encaminhado,
      * R recuperado (81/cc found no open debt left, or
      * the 82/cd screen), B baixado como perda (82/cd).
      * valor-recup-ext adds up what 36/aj and 83/ce
      * settled for the client while referred, less the
      * 58/bf reversals of it - the commission base.
      *****************************************************
       01 reg-cobext.
           02 cod-ext         pic 9(5).
           02 data-envio-ext  pic 9(6).
           02 valor-envio-ext pic 9(7)v9(2).
           02 situa-ext       pic x(1).
           02 data-situa-ext  pic 9(6).
           02 oper-situa-ext  pic x(8).
           02 valor-recup-ext pic 9(7)v9(2).
