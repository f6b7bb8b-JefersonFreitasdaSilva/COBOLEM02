      *****************************************************
      * layout of liberpre.dat, organization indexed with
      * chave-lib (student + discipline + term) as the
      * record key: the coordinator's release of a student
      * from the prerequisites of a discipline in one term,
      * typed on 89/ck with the reason and the operator who
      * signed it. records are never deleted - the file is
      * the log of the releases. read by key by 46/at.
      *****************************************************
       01 reg-liberpre.
           02 chave-lib.
              03 num-lib     pic 9(5).
              03 disc-lib    pic 9(3).
              03 termo-lib   pic 9(6).
           02 motivo-lib     pic x(30).
           02 data-lib       pic 9(6).
           02 oper-lib       pic x(8).
