      ****************************************************************
      * DRIVING RECORD ABSTRACT RUN REPORT LAYOUT                    *
      * FILE: MVRRPT.DAT                                             *
      * RECORD LENGTH: 80 BYTES PER PART - ONE MVR-DETAIL LINE PER   *
      * REQUEST NOT ANSWERED WITH AN ABSTRACT (AN APPLICANT ID NOT   *
      * ON FILE, OR A REQUESTER WITHOUT A PERMITTED-USE ACCOUNT),    *
      * THEN THE BALANCING TOTALS AND THE AMOUNT BILLED.             *
      ****************************************************************
       01 MVR-RUN-RPT.
           02 MVR-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'DRIVING RECORD ABSTRACT RUN - BUSINESS DAY'.
              03  FILLER              PIC X VALUE SPACES.
              03  MVR-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 MVR-DETAIL.
              03  MVR-DET-ACTION      PIC X(11) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  MVR-DET-ACCOUNT     PIC X(6) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  MVR-DET-APPID       PIC X(9) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  MVR-DET-REF         PIC X(15) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  MVR-DET-NOTE        PIC X(30) VALUE SPACES.
              03  FILLER              PIC X(5) VALUE SPACES.
           02 MVR-TOT-LINE.
              03  MVR-TOT-LABEL       PIC X(45) VALUE SPACES.
              03  MVR-TOT-VALUE       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
           02 MVR-AMT-LINE.
              03  MVR-AMT-LABEL       PIC X(45) VALUE SPACES.
              03  MVR-AMT-VALUE       PIC Z,ZZZ,ZZ9.99 VALUE ZEROS.
              03  FILLER              PIC X(23) VALUE SPACES.
