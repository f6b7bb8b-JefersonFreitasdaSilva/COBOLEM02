      *****************************************************
      * layout of the daily recovery journal diario-
      * aaaammdd.dat, line sequential: one line per master
      * record touched by an online update (11/k, 24/x,
      * 39/am, 46/at, 58/bf, 73/bu, 77/by, 80/cb, 82/cd,
      * 83/ce, 85/cg, 86/ch, 89/ck, 90/cl, 91/cm, 93/co,
      * 94/cp, 99/cu and the post-batch queue 64/bl).
      * cadnota has no key: its lines are journaled by
      * aluno + disciplina + termo and 107/dc applies them
      * to the whole file.
      * seq-dia is the day sequence kept in diarioseq.dat;
      * acao-dia I inclusao, A alteracao, E exclusao;
      * antes-dia/depois-dia carry the whole record image
      * (spaces when there is none). 107/dc re-applies the
      * journal after a restore made by 32/af.
      *****************************************************
       01 reg-diario.
           02 seq-dia    pic 9(6).
           02 data-dia   pic 9(8).
           02 hora-dia   pic 9(8).
           02 prog-dia   pic x(8).
           02 oper-dia   pic x(8).
           02 arq-dia    pic x(12).
           02 acao-dia   pic x(1).
           02 antes-dia  pic x(200).
           02 depois-dia pic x(200).
