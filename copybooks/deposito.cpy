      *****************************************************
      * layout of depositos.dat, the bank's statement of
      * deposits into the school account, one line per
      * deposit: date (aaaammdd), amount, the bank's
      * document number and its description. read and
      * emptied each night by the reconciliation 84/cf.
      *****************************************************
       01 reg-deposito.
           02 data-dep  pic 9(8).
           02 valor-dep pic 9(9)v9(2).
           02 doc-dep   pic x(10).
           02 hist-dep  pic x(30).
