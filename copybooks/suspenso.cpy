      *****************************************************
      * layout of suspensos.dat, line sequential: payments
      * that did not settle cleanly in 36/aj, waiting for
      * the 60/bh screen. motivo-susp 1 sem cobranca,
      * 2 valor menor, 3 valor maior, 4 duplicado
      * (cobranca ja quitada ou renegociada);
      * situa-susp P pendente, V reaplicacao proposta no
      * 60/bh aguardando aprovacao no 83/ce, A reaplicado,
      * D devolvido.
      * acordo-susp / parcela-susp are filled when the
      * payment was for a payment-plan installment.
      *****************************************************
       01 reg-suspenso.
          02 data-susp    pic 9(6).
          02 compet-susp  pic 9(6).
          02 cod-susp     pic 9(5).
          02 valor-susp   pic 9(6)v9(2).
          02 recibo-susp  pic 9(6).
          02 motivo-susp  pic 9(1).
          02 situa-susp   pic x(1).
          02 acordo-susp  pic 9(5).
          02 parcela-susp pic 9(2).
