      *****************************************************
      * layout of remessa.dat, the boleto remittance sent
      * to the bank each month by 75/bw: fixed 100-column
      * records, a header (tipo 0), one detail per open
      * charge (tipo 1) and a trailer (tipo 9) with the
      * count and total of the details. nosso-num-rem is
      * the mensalidades.dat key (competence + client), so
      * the bank return comes back to the same charge.
      * cod-mov-rem 01 registers a new title, 31 updates
      * value of a title already at the bank (overdue
      * charge with multa and juros from 57/be).
      *****************************************************
       01 reg-remessa.
           02 tipo-rem        pic x(1).
           02 cod-mov-rem     pic 9(2).
           02 nosso-num-rem.
              03 compet-rem   pic 9(6).
              03 cod-rem      pic 9(5).
           02 vencto-rem      pic 9(8).
           02 valor-rem       pic 9(11)v9(2).
           02 nome-rem        pic x(30).
           02 emissao-rem     pic 9(8).
           02 seq-reg-rem     pic 9(6).
           02 filler          pic x(21).
       01 reg-remessa-cab redefines reg-remessa.
           02 tipo-rem-cab     pic x(1).
           02 convenio-rem-cab pic 9(7).
           02 cedente-rem-cab  pic x(30).
           02 data-rem-cab     pic 9(8).
           02 seq-rem-cab      pic 9(6).
           02 filler           pic x(48).
       01 reg-remessa-trl redefines reg-remessa.
           02 tipo-rem-trl  pic x(1).
           02 qtd-rem-trl   pic 9(6).
           02 total-rem-trl pic 9(13)v9(2).
           02 filler        pic x(78).
