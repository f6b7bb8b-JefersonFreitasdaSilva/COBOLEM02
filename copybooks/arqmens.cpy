      *****************************************************
      * layout of the financial archive arqmens-aaaa.dat,
      * line sequential, one file per closed year, written
      * by the year-end close 87/ci and read by the client
      * statement 59/bg. one record per charge moved out of
      * mensalidades.dat, same fields plus the close date.
      * situa-am keeps Q quitada and R renegociada; an open
      * charge leaves as T (transported to the opening item
      * aaaa00 of the next year) or B (client written off
      * by the collection agency, cobext situa B).
      *****************************************************
       01 reg-arqmens.
          02 data-am     pic 9(6).
          02 compet-am   pic 9(6).
          02 cod-am      pic 9(5).
          02 nome-am     pic x(30).
          02 valor-am    pic 9(6)v9(2).
          02 saldo-ant-am pic 9(6)v9(2).
          02 acres-am    pic 9(6)v9(2).
          02 desc-am     pic 9(6)v9(2).
          02 situa-am    pic x(1).
