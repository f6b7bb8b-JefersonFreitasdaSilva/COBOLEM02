      *****************************************************
      * layout of ativcompl.dat, organization indexed with
      * chave-ativ (student + sequence) as the record key:
      * one atividade complementar of the student with the
      * category (catativ.dat), hours, the date it took
      * place (aaaammdd), the professor who validated it
      * (professores.dat) and the operator who typed it.
      * written by 91/cm; summed per category, up to the
      * category maximum, by 92/cn and 48/av against the
      * HORASCOMPL minimum.
      *****************************************************
       01 reg-ativ.
           02 chave-ativ.
              03 num-ativ    pic 9(5).
              03 seq-ativ    pic 9(3).
           02 cat-ativ       pic 9(2).
           02 desc-ativ      pic x(30).
           02 horas-ativ     pic 9(3).
           02 data-ativ      pic 9(8).
           02 prof-ativ      pic 9(5).
           02 data-lanc-ativ pic 9(6).
           02 oper-ativ      pic x(8).
