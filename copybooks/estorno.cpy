      *****************************************************
      * layout of estornos.dat, line sequential: one line
      * per receipt reversal made on the 58/bf till screen
      * with a level-3 supervisor. the reversed payment
      * also goes to paghist.dat as a negative line with
      * origem-ph E. motivo-est 1 cliente errado, 2 cheque
      * devolvido, 3 estorno de cartao, 4 outros.
      *****************************************************
       01 reg-estorno.
          02 data-est    pic 9(6).
          02 recibo-est  pic 9(6).
          02 compet-est  pic 9(6).
          02 cod-est     pic 9(5).
          02 valor-est   pic 9(6)v9(2).
          02 motivo-est  pic 9(1).
          02 oper-est    pic x(8).
          02 superv-est  pic x(8).
          02 acordo-est  pic 9(5).
          02 parcela-est pic 9(2).
          02 obs-est     pic x(30).
