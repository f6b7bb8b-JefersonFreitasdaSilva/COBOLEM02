      *****************************************************
      * layout of provas.dat, the exam timetable: one
      * record per exam with discipline, turma (* = prova
      * conjunta de todas as turmas da disciplina), date
      * (aaaammdd), period (1 a 6, como na grade) and room
      * (one of the rooms of horarios.dat), plus the term
      * and who scheduled it. maintained by 96/cr, which
      * checks room, turma and student clashes against
      * horarios.dat and matricula.dat.
      *****************************************************
       01 reg-prova.
           02 data-prv    pic 9(8).
           02 periodo-prv pic 9(1).
           02 sala-prv    pic x(4).
           02 disc-prv    pic 9(3).
           02 turma-prv   pic x(1).
           02 termo-prv   pic 9(6).
           02 oper-prv    pic x(8).
