      * reads the student master file (2/b, 3/c, 5/e, 6/f).
      * situa-ent: A ativo, T trancado, C cancelado; space
      * (registro anterior ao campo) vale como ativo. o
      * programa 47/au aplica as transacoes de situacao e
      * as transferencias de unidade/turma.
      * unidade-ent: predio/campus do aluno (01 a 99); o
      * parmunid.dat filtra o lote por unidade (0 = todas).
      *****************************************************
