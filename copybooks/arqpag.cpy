      *****************************************************
      * layout of the financial archive arqpag-aaaa.dat,
      * line sequential, one file per closed year, written
      * by the year-end close 87/ci and read by the client
      * statement 59/bg: the paghist.dat lines of the
      * closed year's competences, with the close date.
      *****************************************************
       01 reg-arqpag.
          02 data-ap      pic 9(6).
          02 compet-ap    pic 9(6).
          02 cod-ap       pic 9(5).
          02 valor-ap     pic s9(6)v9(2).
          02 data-pag-ap  pic 9(6).
          02 recibo-ap    pic 9(6).
          02 data-pgto-ap pic 9(6).
          02 tarifa-ap    pic 9(4)v9(2).
          02 origem-ap    pic x(1).
          02 acordo-ap    pic 9(5).
          02 parcela-ap   pic 9(2).
          02 cobext-ap    pic x(1).
