      *****************************************************
      * layout of paghist.dat, line sequential: permanent
      * ledger of settled payments, appended by 36/aj and
      * by the suspense screen 60/bh, read by the client
      * statement 59/bg. data-ph is the settlement date,
      * data-pgto-ph the day the client paid; origem-ph
      * C caixa, B banco, S reaplicado de suspenso, E
      * estorno (valor-ph negative, made on 58/bf). lines
      * written before the bank return carry spaces in the
      * last fields. acordo-ph / parcela-ph identify a
      * payment-plan installment (zero for mensalidades).
      * cobext-ph S marks a payment 36/aj or 83/ce settled
      * for a client referred to the collection agency
      * (cobext); the 58/bf reversal of it carries it too.
      *****************************************************
       01 reg-paghist.
          02 compet-ph    pic 9(6).
          02 cod-ph       pic 9(5).
          02 valor-ph     pic s9(6)v9(2).
          02 data-ph      pic 9(6).
          02 recibo-ph    pic 9(6).
          02 data-pgto-ph pic 9(6).
          02 tarifa-ph    pic 9(4)v9(2).
          02 origem-ph    pic x(1).
          02 acordo-ph    pic 9(5).
          02 parcela-ph   pic 9(2).
          02 cobext-ph    pic x(1).
