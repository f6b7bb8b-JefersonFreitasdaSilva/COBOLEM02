      *****************************************************
      * layout of alusitlog.dat, the before/after log of
      * the student situation transactions applied by
      * 47/au (same pattern as the lognota of 17/q): run
      * date, student, situation before and after, the
      * effective date, the operator, the term in force
      * and the reason code of motivos.dat (T and C only;
      * zero on reactivation and on records written before
      * the field). read by the dropout report 98/ct.
      *****************************************************
       01 reg-alusitlog.
          02 data-log   pic 9(6).
          02 num-log    pic 9(5).
          02 antes-log  pic x(1).
          02 depois-log pic x(1).
          02 efeito-log pic 9(8).
          02 oper-log   pic x(8).
          02 termo-log  pic 9(6).
          02 motivo-log pic 9(2).
