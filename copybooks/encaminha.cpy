      *****************************************************
      * layout of encaminha.dat, the referral file sent to
      * the collection agency each month by 81/cc: fixed
      * 120-column records, a header (tipo 0), one detail
      * per referred client (tipo 1) and a trailer
      * (tipo 9) with the count and total of the details.
      * principal-enc is the open charges and parcelas,
      * acres-enc their multa and juros; compet-ant-enc is
      * the oldest open competence.
      *****************************************************
       01 reg-encaminha.
           02 tipo-enc         pic x(1).
           02 cod-enc          pic 9(5).
           02 nome-enc         pic x(30).
           02 ender-enc        pic x(30).
           02 cidade-enc       pic x(20).
           02 cep-enc          pic 9(8).
           02 principal-enc    pic 9(7)v9(2).
           02 acres-enc        pic 9(7)v9(2).
           02 compet-ant-enc   pic 9(6).
           02 qtd-compet-enc   pic 9(2).
       01 reg-encaminha-cab redefines reg-encaminha.
           02 tipo-enc-cab     pic x(1).
           02 cedente-enc-cab  pic x(30).
           02 data-enc-cab     pic 9(8).
           02 idade-enc-cab    pic 9(2).
           02 filler           pic x(79).
       01 reg-encaminha-trl redefines reg-encaminha.
           02 tipo-enc-trl     pic x(1).
           02 qtd-enc-trl      pic 9(6).
           02 total-enc-trl    pic 9(11)v9(2).
           02 filler           pic x(100).
