      *****************************************************
      * layout of retorno.dat, the bank return read by
      * 76/bx: fixed 100-column records, a header (tipo 0)
      * with the convenio and the return sequence, one
      * detail per title movement (tipo 1) and a trailer
      * (tipo 9). nosso-num-ret is the key sent in the
      * remittance (competence + client). ocorr-ret: 02
      * entrada confirmada, 03 entrada rejeitada (motivo-
      * ret has the bank's reason), 06 liquidacao, 09
      * baixa. dates are aaaammdd; tarifa-ret is the fee
      * the bank kept on the title.
      *****************************************************
       01 reg-retorno.
           02 tipo-ret          pic x(1).
           02 nosso-num-ret.
              03 compet-ret     pic 9(6).
              03 cod-ret        pic 9(5).
           02 ocorr-ret         pic 9(2).
           02 data-ocorr-ret.
              03 sec-ocorr-ret  pic 9(2).
              03 amd-ocorr-ret  pic 9(6).
           02 data-cred-ret     pic 9(8).
           02 valor-titulo-ret  pic 9(11)v9(2).
           02 valor-pago-ret    pic 9(11)v9(2).
           02 tarifa-ret        pic 9(5)v9(2).
           02 motivo-ret        pic x(2).
           02 seq-reg-ret       pic 9(6).
           02 filler            pic x(29).
       01 reg-retorno-cab redefines reg-retorno.
           02 tipo-ret-cab     pic x(1).
           02 convenio-ret-cab pic 9(7).
           02 banco-ret-cab    pic x(30).
           02 data-ret-cab     pic 9(8).
           02 seq-ret-cab      pic 9(6).
           02 filler           pic x(48).
       01 reg-retorno-trl redefines reg-retorno.
           02 tipo-ret-trl  pic x(1).
           02 qtd-ret-trl   pic 9(6).
           02 total-ret-trl pic 9(13)v9(2).
           02 filler        pic x(78).
