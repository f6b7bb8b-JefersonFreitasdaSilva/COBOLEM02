      *****************************************************
      * layout of regdiploma.dat, organization indexed with
      * num-reg as the record key: the permanent register
      * of diplomas and official transcripts issued by
      * 93/co. the number is sequential and never reused;
      * records are never deleted. tipo-reg: O original,
      * 2 segunda via - a segunda via takes a number of its
      * own and orig-reg points to the original register.
      *****************************************************
       01 reg-diploma.
           02 num-reg        pic 9(6).
           02 num-alu-reg    pic 9(5).
           02 nome-alu-reg   pic x(30).
           02 termo-reg      pic 9(6).
           02 tipo-reg       pic x(1).
           02 orig-reg       pic 9(6).
           02 data-reg       pic 9(6).
           02 assina-reg     pic x(30).
           02 oper-reg       pic x(8).
