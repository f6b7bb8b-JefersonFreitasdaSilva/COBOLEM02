      * layout of cadcont.dat, address and contact data
      * keyed by student number (11/k intake, 34/ah mail
      * extracts). resp-cont only filled for minors.
      * fone-cont (ddd + numero) and email-cont reach the
      * student or guardian through the notice outbox
      * (101/cw); nothing is sent unless consente-cont is
      * S. kept on the 39/am console (funcao 9).
      *****************************************************
       01 reg-cont.
           02 num-cont        pic 9(5).
           02 cidade-cont     pic x(20).
           02 cep-cont        pic 9(8).
           02 resp-cont       pic x(30).
           02 fone-cont       pic 9(11).
           02 email-cont      pic x(50).
           02 consente-cont   pic x(1).
