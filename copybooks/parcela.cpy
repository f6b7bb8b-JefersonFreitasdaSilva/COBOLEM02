      *****************************************************
      * layout of parcelas.dat, organization indexed with
      * chave-parc (plan + installment number) as the
      * record key: the installment schedule of each
      * acordo. vencto-parc is the competence (aaaamm) the
      * installment falls due; situa-parc P pendente /
      * Q quitada. paid at the till (58/bf) or through the
      * suspense screen (60/bh) and settled by 36/aj.
      *****************************************************
       01 reg-parcela.
           02 chave-parc.
              03 acordo-parc pic 9(5).
              03 num-parc    pic 9(2).
           02 cod-parc       pic 9(5).
           02 vencto-parc    pic 9(6).
           02 valor-parc     pic 9(6)v9(2).
           02 situa-parc     pic x(1).
           02 data-pgto-parc pic 9(6).
           02 recibo-parc    pic 9(6).
