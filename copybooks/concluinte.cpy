      *****************************************************
      * layout of concluintes.dat, line sequential and
      * extended by the term turnover 55/bc: one line per
      * student who passed turma c and concluded the
      * course, with the closing term and the run date.
      * the diploma and transcript issuance 93/co only
      * issues for students found here.
      *****************************************************
       01 reg-concluinte.
           02 num-conc    pic 9(5).
           02 termo-conc  pic 9(6).
           02 data-conc   pic 9(6).
