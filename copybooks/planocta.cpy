      *****************************************************
      * layout of planocta.dat, organization indexed with
      * chave-plano (event + unidade) as the record key:
      * the chart-of-accounts mapping of each financial
      * event to the ledger accounts debited and credited.
      * unidade-plano 00 is the school-wide default, used
      * for any unidade without its own line. maintained
      * on the 77/by screen, read by the month-end journal
      * extract 78/bz.
      *****************************************************
       01 reg-plano.
           02 chave-plano.
              03 evento-plano  pic x(8).
              03 unidade-plano pic 9(2).
           02 conta-deb-plano  pic x(12).
           02 conta-cred-plano pic x(12).
           02 hist-plano       pic x(30).
           02 data-plano       pic 9(6).
           02 oper-plano       pic x(8).
