      *****************************************************
      * layout of ajustes.dat, line sequential: financial
      * adjustments proposed on screen and held for a
      * second operator. 60/bh proposes the reapplication
      * of a suspense item (tipo-aj R) with the proposer's
      * id; 83/ce lets a different level-3 operator approve
      * it (only then mensalidades.dat / parcelas.dat and
      * paghist.dat are updated) or reject it. the suspense
      * line is found again by data, recibo and client.
      * situa-aj P pendente, A aprovado, R rejeitado.
      *****************************************************
       01 reg-ajuste.
          02 data-prop-aj  pic 9(6).
          02 tipo-aj       pic x(1).
          02 data-susp-aj  pic 9(6).
          02 recibo-aj     pic 9(6).
          02 compet-aj     pic 9(6).
          02 cod-aj        pic 9(5).
          02 valor-aj      pic 9(6)v9(2).
          02 acordo-aj     pic 9(5).
          02 parcela-aj    pic 9(2).
          02 oper-prop-aj  pic x(8).
          02 situa-aj      pic x(1).
          02 oper-aprov-aj pic x(8).
          02 data-aprov-aj pic 9(6).
          02 obs-aj        pic x(30).
