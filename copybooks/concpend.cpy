      *****************************************************
      * layout of concpend.dat, line sequential: the open
      * items of the till-to-bank reconciliation. 58/bf
      * appends a tipo F item (till closing, date and
      * amount conferred) when the day is closed; 84/cf
      * adds the deposits it could not match as tipo D and
      * rewrites the file each night with what is still
      * open. data-aberto-pend is the night the item was
      * first carried; doc-pend the bank document (D) or
      * the operator who closed the till (F).
      *****************************************************
       01 reg-concpend.
           02 tipo-pend        pic x(1).
           02 data-pend        pic 9(8).
           02 valor-pend       pic 9(9)v9(2).
           02 doc-pend         pic x(10).
           02 data-aberto-pend pic 9(8).
