       77 id-novo pic x(8) value spaces.
       77 nome-novo pic x(30) value spaces.
       77 nivel-novo pic 9(1) value 0.
       77 matr-nova pic 9(5) value 0.
       77 matr-lista pic 9(5) value 0.
       77 cont-oper pic 9(3) value 0.

       procedure division.
          if operador-sts not equal "00"
               display "OPERADOR.DAT AINDA NAO EXISTE"
          else
               display "ID       NOME                           NIVEL "
                   "PROFESSOR"
               perform lista-um until fim-arq = "sim".
          close operador.

          read operador
              at end move "sim" to fim-arq
              not at end
                  perform mostra-oper.

      * registro anterior a matricula de professor vem em branco
       mostra-oper.
          if matr-oper is numeric
               move matr-oper to matr-lista
          else
               move 0 to matr-lista.
          display id-oper " " nome-oper " " nivel-oper "     "
              matr-lista.

       inclui-oper.
          display "ID DO OPERADOR ..... " with no advancing.
          accept nome-novo.
          display "NIVEL (1/2/3) ...... " with no advancing.
          accept nivel-novo.
          display "MATRICULA PROFESSOR  (0 = NAO E PROFESSOR) "
              with no advancing.
          accept matr-nova.
          if id-novo equal spaces
               display "ID EM BRANCO - OPERADOR NAO GRAVADO"
          else
          move id-novo to id-oper.
          move nome-novo to nome-oper.
          move nivel-novo to nivel-oper.
          move matr-nova to matr-oper.
          write reg-operador.
          close operador.
          display "OPERADOR " id-novo " GRAVADO COM NIVEL "
