      * layout of operador.dat: operator id, name and
      * permission level (1 consulta, 2 atualizacao,
      * 3 administracao). maintained by 40/an.
      * matr-oper: matricula do professor em professores.dat
      * quando o operador e docente (0 ou em branco nos
      * registros antigos = secretaria); usada pelo 94/cp.
      *****************************************************
       01 reg-operador.
           02 id-oper    pic x(8).
           02 nome-oper  pic x(30).
           02 nivel-oper pic 9(1).
           02 matr-oper  pic 9(5).
