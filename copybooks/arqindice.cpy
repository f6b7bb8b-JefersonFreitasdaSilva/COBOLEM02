      *****************************************************
      * layout of arqindice.dat, line sequential: the index
      * of the dated report archive. one line per report
      * copied at the end of the nightly batch (108/dd):
      * archive date, program that writes the report (pasta/
      * fonte), report name, line count and the name of the
      * archived copy (arq-aaaammdd-<relatorio>). listed and
      * reprinted by 109/de; entries older than RELARQMES
      * months are dropped together with their copy.
      *****************************************************
       01 reg-arqindice.
           02 data-idx    pic 9(8).
           02 prog-idx    pic x(8).
           02 rel-idx     pic x(20).
           02 linhas-idx  pic 9(7).
           02 arquivo-idx pic x(40).
