      *****************************************************
      * layout of diario.dat, the month-end journal
      * extract written by 78/bz for the general ledger:
      * one line per account, unidade and side (D debit,
      * C credit), summed for the competence. every event
      * gives one D and one C line of the same value, so
      * the file balances to zero by construction and the
      * control report proves it.
      *****************************************************
       01 reg-lancto.
           02 compet-lanc  pic 9(6).
           02 unidade-lanc pic 9(2).
           02 conta-lanc   pic x(12).
           02 dc-lanc      pic x(1).
           02 valor-lanc   pic 9(10)v9(2).
           02 evento-lanc  pic x(8).
           02 hist-lanc    pic x(30).
