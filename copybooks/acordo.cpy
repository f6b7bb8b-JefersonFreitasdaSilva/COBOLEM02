      *****************************************************
      * layout of acordos.dat, organization indexed with
      * num-acordo as the record key: one payment plan
      * (acordo de parcelamento) per record, made on the
      * 80/cb screen. compet-acordo lists the overdue
      * competences of mensalidades.dat closed as R
      * (renegociada) by the plan; valor-acordo is what
      * they owed with multa and juros. situa-acordo:
      * A ativo, Q quitado (every installment paid; the
      * competences go to Q), X quebrado (36/aj found
      * ACORDOQUEB installments overdue - the unpaid
      * installments stay open as the debt).
      *****************************************************
       01 reg-acordo.
           02 num-acordo        pic 9(5).
           02 cod-acordo        pic 9(5).
           02 data-acordo       pic 9(6).
           02 oper-acordo       pic x(8).
           02 qtd-parc-acordo   pic 9(2).
           02 valor-acordo      pic 9(7)v9(2).
           02 situa-acordo      pic x(1).
           02 data-situa-acordo pic 9(6).
           02 qtd-comp-acordo   pic 9(2).
           02 compet-acordo     pic 9(6) occurs 24 times.
