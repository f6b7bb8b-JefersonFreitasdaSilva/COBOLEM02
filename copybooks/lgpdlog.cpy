      *****************************************************
      * layout of lgpdlog.dat, line sequential: one line
      * per personal-data event of a student under lgpd.
      * tipo-lgpd A relatorio de acesso emitido (104/cz,
      * with the operator and the number of records found),
      * N dados pessoais anonimizados pela retencao (105/da,
      * oper LOTE). the subject-access report lists it too.
      *****************************************************
       01 reg-lgpdlog.
           02 data-lgpd pic 9(6).
           02 num-lgpd  pic 9(5).
           02 tipo-lgpd pic x(1).
           02 oper-lgpd pic x(8).
           02 qtd-lgpd  pic 9(5).
