      * queue of console updates keyed while the nightly
      * batch holds the lotelock. tipo-pend: A inclusao de
      * aluno (com contato), C inclusao de cliente, S
      * correcao de sexo, N nota lancada pelo professor
      * (disc/termo/campo/nota-pend). written by 39/am and
      * 94/cp and applied in order by 64/bl after the lock
      * is released, with revalidation against the
      * post-batch masters. fone/email/consente-pend carry
      * the notice contact of an A inclusao.
      *****************************************************
       01 reg-pendente.
           02 tipo-pend   pic x(1).
           02 oper-pend   pic x(8).
           02 data-pend   pic 9(6).
           02 hora-pend   pic 9(6).
           02 disc-pend   pic 9(3).
           02 termo-pend  pic 9(6).
           02 campo-pend  pic 9(1).
           02 nota-pend   pic 9(2)v99.
           02 fone-pend   pic 9(11).
           02 email-pend  pic x(50).
           02 consente-pend pic x(1).
