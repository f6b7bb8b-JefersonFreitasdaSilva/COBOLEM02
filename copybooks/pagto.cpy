      *****************************************************
      * layout of pagtos.dat, line sequential: payments
      * received and not yet settled, one per line. written
      * by the till closing (58/bf, origem C) and by the
      * bank return (76/bx, origem B); consumed and emptied
      * by the nightly settlement 36/aj. data-pgto-pag is
      * the day the money was paid (aammdd) and tarifa-pag
      * the fee the bank kept on that title. acordo-pag
      * and parcela-pag are filled when the payment is an
      * installment of a payment plan (acordos.dat); then
      * compet-pag carries the installment's due month.
      *****************************************************
       01 reg-pagto.
          02 compet-pag    pic 9(6).
          02 cod-pag       pic 9(5).
          02 valor-pag     pic 9(6)v9(2).
          02 recibo-pag    pic 9(6).
          02 data-pgto-pag pic 9(6).
          02 tarifa-pag    pic 9(4)v9(2).
          02 origem-pag    pic x(1).
          02 acordo-pag    pic 9(5).
          02 parcela-pag   pic 9(2).
