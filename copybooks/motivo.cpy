      *****************************************************
      * layout of motivos.dat, the reasons a student locks
      * (trancamento) or cancels the course: financeiro,
      * mudanca de cidade, transferencia para outra escola,
      * reprovacao... code, description and active flag
      * (an inactive reason stays for the history but is
      * not accepted on new transactions). maintained on
      * 97/cs; required on every T and C transaction of
      * 47/au and read by the dropout report 98/ct.
      *****************************************************
       01 reg-motivo.
           02 cod-mot   pic 9(2).
           02 desc-mot  pic x(30).
           02 ativo-mot pic x(1).
