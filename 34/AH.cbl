           02 item-dev occurs 2000 times indexed by idx-dev.
               03 num-dev-tab   pic 9(5).
               03 situa-dev-tab pic x(1).
          copy "mala.cpy".
       01 tabela-contatos.
           02 item-cont occurs 5000 times indexed by idx-cont.
               03 num-tab    pic 9(5).
