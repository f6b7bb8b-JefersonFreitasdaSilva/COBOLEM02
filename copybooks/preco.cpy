      *****************************************************
      * layout of precos.dat, organization indexed with
      * chave-preco (turma + unidade + effective term) as
      * the record key: the full monthly price of one
      * matricula, before the income band, sibling and
      * bolsa discounts. the price in force for a term is
      * the one with the newest termo-preco not after it;
      * termo is ttaaaa, so compare it as aaaatt.
      * maintained on the 85/cg screen and readjusted
      * each year by 86/ch; read by the billing 35/ai.
      *****************************************************
       01 reg-preco.
           02 chave-preco.
              03 turma-preco   pic x(1).
              03 unidade-preco pic 9(2).
              03 termo-preco   pic 9(6).
           02 valor-preco      pic 9(6)v9(2).
           02 data-preco       pic 9(6).
           02 oper-preco       pic x(8).
