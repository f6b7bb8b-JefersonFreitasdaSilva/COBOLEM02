           02 filler pic x(10) value "BOLSAVERBA".
           02 filler pic x(10) value "BOLSAPCT".
           02 filler pic x(10) value "CENSOPRAZO".
           02 filler pic x(10) value "BOLETOVENC".
           02 filler pic x(10) value "BOLETOCONV".
           02 filler pic x(10) value "ACORDOQUEB".
           02 filler pic x(10) value "COBRAIDADE".
           02 filler pic x(10) value "COBRAVALOR".
           02 filler pic x(10) value "COBRACOMIS".
           02 filler pic x(10) value "FECHAMES".
           02 filler pic x(10) value "HORASCOMPL".
           02 filler pic x(10) value "FIMNOTAS".
           02 filler pic x(10) value "SUBSTPCT".
           02 filler pic x(10) value "VAGASTURMA".
           02 filler pic x(10) value "TRANCPRAZO".
           02 filler pic x(10) value "BFMINPCT".
           02 filler pic x(10) value "BFMIN16".
           02 filler pic x(10) value "CODINEP".
           02 filler pic x(10) value "NOTIFDIAS".
           02 filler pic x(10) value "PORTALDIF".
           02 filler pic x(10) value "LGPDMESES".
           02 filler pic x(10) value "RELARQMES".
           02 filler pic x(10) value "PREVNOVOS".
           02 filler pic x(10) value "PREVMESES".
       01 tabela-nomes-r redefines tabela-nomes.
           02 nome-conhecido pic x(10) occurs 38 times.

       procedure division.

       valida-nome.
          move "nao" to nome-valido.
          perform confere-nome varying idx-nom from 1 by 1
              until idx-nom > 38.

       confere-nome.
          if nome-conhecido(idx-nom) equal nome-novo
                        display "CENSOPRAZO PEDE 8 DIGITOS "
                            "(AAAAMMDD)"
                   end-if
              when "BOLETOVENC"
                   if valor-novo(1:2) is not numeric
                        or valor-novo(3:8) not equal spaces
                        move "nao" to valor-valido
                        display "BOLETOVENC PEDE 2 DIGITOS (DIA DO "
                            "VENCIMENTO, EX. 10)"
                   end-if
              when "BOLETOCONV"
                   if valor-novo(1:7) is not numeric
                        or valor-novo(8:3) not equal spaces
                        move "nao" to valor-valido
                        display "BOLETOCONV PEDE 7 DIGITOS (CONVENIO "
                            "DO BANCO, ZEROS A ESQUERDA)"
                   end-if
              when "ACORDOQUEB"
                   if valor-novo(1:2) is not numeric
                        or valor-novo(3:8) not equal spaces
                        move "nao" to valor-valido
                        display "ACORDOQUEB PEDE 2 DIGITOS (PARCELAS "
                            "VENCIDAS QUE QUEBRAM O ACORDO)"
                   end-if
              when "COBRAIDADE"
                   if valor-novo(1:2) is not numeric
                        or valor-novo(3:8) not equal spaces
                        move "nao" to valor-valido
                        display "COBRAIDADE PEDE 2 DIGITOS (MESES DE "
                            "ATRASO PARA ENCAMINHAR, EX. 04)"
                   end-if
              when "COBRAVALOR"
                   if valor-novo(1:10) is not numeric
                        move "nao" to valor-valido
                        display "COBRAVALOR PEDE 10 DIGITOS (VALOR "
                            "MINIMO EM CENTAVOS, EX. 0000050000)"
                   end-if
              when "COBRACOMIS"
                   if valor-novo(1:4) is not numeric
                        or valor-novo(5:6) not equal spaces
                        move "nao" to valor-valido
                        display "COBRACOMIS PEDE 4 DIGITOS (COMISSAO "
                            "DA AGENCIA EM %, EX. 1500)"
                   end-if
              when "FECHAMES"
                   if valor-novo(1:2) is not numeric
                        or valor-novo(3:8) not equal spaces
                        move "nao" to valor-valido
                        display "FECHAMES PEDE 2 DIGITOS (EX. 03)"
                   end-if
              when "HORASCOMPL"
                   if valor-novo(1:3) is not numeric
                        or valor-novo(4:7) not equal spaces
                        move "nao" to valor-valido
                        display "HORASCOMPL PEDE 3 DIGITOS (EX. 200)"
                   end-if
              when "FIMNOTAS"
                   if valor-novo(1:8) is not numeric
                        or valor-novo(9:2) not equal spaces
                        move "nao" to valor-valido
                        display "FIMNOTAS PEDE 8 DIGITOS (AAAAMMDD)"
                   end-if
              when "SUBSTPCT"
                   if valor-novo(1:2) is not numeric
                        or valor-novo(3:8) not equal spaces
                        move "nao" to valor-valido
                        display "SUBSTPCT PEDE 2 DIGITOS (EX. 25)"
                   end-if
              when "VAGASTURMA"
                   if valor-novo(1:3) is not numeric
                        or valor-novo(4:7) not equal spaces
                        move "nao" to valor-valido
                        display "VAGASTURMA PEDE 3 DIGITOS (EX. 045, "
                            "000 = SEM LIMITE)"
                   end-if
              when "TRANCPRAZO"
                   if valor-novo(1:2) is not numeric
                        or valor-novo(3:8) not equal spaces
                        move "nao" to valor-valido
                        display "TRANCPRAZO PEDE 2 DIGITOS (MESES, "
                            "EX. 24)"
                   end-if
              when "BFMINPCT"
                   if valor-novo(1:2) is not numeric
                        or valor-novo(3:8) not equal spaces
                        move "nao" to valor-valido
                        display "BFMINPCT PEDE 2 DIGITOS (EX. 85)"
                   end-if
              when "BFMIN16"
                   if valor-novo(1:2) is not numeric
                        or valor-novo(3:8) not equal spaces
                        move "nao" to valor-valido
                        display "BFMIN16 PEDE 2 DIGITOS (EX. 75)"
                   end-if
              when "CODINEP"
                   if valor-novo(1:8) is not numeric
                        or valor-novo(9:2) not equal spaces
                        move "nao" to valor-valido
                        display "CODINEP PEDE 8 DIGITOS"
                   end-if
              when "NOTIFDIAS"
                   if valor-novo(1:3) is not numeric
                        or valor-novo(4:7) not equal spaces
                        move "nao" to valor-valido
                        display "NOTIFDIAS PEDE 3 DIGITOS"
                   end-if
              when "PORTALDIF"
                   if valor-novo(1:1) is not numeric
                        or valor-novo(2:9) not equal spaces
                        move "nao" to valor-valido
                        display "PORTALDIF PEDE 1 DIGITO (0 COMPLETO, "
                            "1 SO ALTERADOS)"
                   end-if
              when "LGPDMESES"
                   if valor-novo(1:3) is not numeric
                        or valor-novo(4:7) not equal spaces
                        move "nao" to valor-valido
                        display "LGPDMESES PEDE 3 DIGITOS"
                   end-if
              when "RELARQMES"
                   if valor-novo(1:3) is not numeric
                        or valor-novo(4:7) not equal spaces
                        move "nao" to valor-valido
                        display "RELARQMES PEDE 3 DIGITOS"
                   end-if
              when "PREVNOVOS"
                   if valor-novo(1:5) is not numeric
                        or valor-novo(6:5) not equal spaces
                        move "nao" to valor-valido
                        display "PREVNOVOS PEDE 5 DIGITOS (ZEROS A "
                            "ESQUERDA)"
                   end-if
              when "PREVMESES"
                   if valor-novo(1:2) is not numeric
                        or valor-novo(3:8) not equal spaces
                        move "nao" to valor-valido
                        display "PREVMESES PEDE 2 DIGITOS (EX. 06)"
                   end-if
          end-evaluate.

       grava-parametro.
