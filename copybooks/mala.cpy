      *****************************************************
      * layout of the mailing records (165 columns) read
      * by the office mail merge: malaaprov, malareprov and
      * malarecup from 34/ah and the annual debt-clearance
      * letters maladecl from 79/ca. media-mala is blank
      * edited to zero on letters that carry no grade.
      *****************************************************
       01 registro-mala.
           02 num-mala    pic 9(5).
           02 filler      pic x(1) value spaces.
           02 nome-mala   pic x(30).
           02 filler      pic x(1) value spaces.
           02 media-mala  pic z9,99.
           02 filler      pic x(1) value spaces.
           02 ender1-mala pic x(30).
           02 filler      pic x(1) value spaces.
           02 ender2-mala pic x(30).
           02 filler      pic x(1) value spaces.
           02 cidade-mala pic x(20).
           02 filler      pic x(1) value spaces.
           02 cep-mala    pic 9(8).
           02 filler      pic x(1) value spaces.
           02 resp-mala   pic x(30).
