      ****************************************************************
      * CARD SERIAL REGISTRY RUN REPORT LAYOUT                       *
      * FILE: CARDREGR.DAT - RECORD LENGTH: 80 BYTES PER PART        *
      * WRITTEN BY LICCREG. ONE CRR-DETAIL LINE PER REGISTRY CHANGE  *
      * OTHER THAN A PLAIN NEW SERIAL - A CARD VOIDED, A CARD MADE   *
      * ACTIVE AGAIN, A SERIAL THE VENDOR CONFIRMED TWICE - THEN THE *
      * BALANCING TOTALS.                                            *
      ****************************************************************
       01 CARD-REGISTRY-RPT.
           02 CRR-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'CARD SERIAL REGISTRY - BUSINESS DAY'.
              03  FILLER              PIC X VALUE SPACES.
              03  CRR-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 CRR-HDR2.
              03  FILLER              PIC X(14) VALUE 'ACTION'.
              03  FILLER              PIC X(11) VALUE 'APPLICANT'.
              03  FILLER              PIC X(12) VALUE 'SERIAL'.
              03  FILLER              PIC X(10) VALUE 'PRODUCED'.
              03  FILLER              PIC X(33) VALUE 'NOTE'.
           02 CRR-DETAIL.
              03  CRR-DET-ACTION      PIC X(12) VALUE SPACES.
              03  FILLER              PIC XX VALUE SPACES.
              03  CRR-DET-APPID       PIC X(9) VALUE SPACES.
              03  FILLER              PIC XX VALUE SPACES.
              03  CRR-DET-SERIAL      PIC X(10) VALUE SPACES.
              03  FILLER              PIC XX VALUE SPACES.
              03  CRR-DET-PROD        PIC X(8) VALUE SPACES.
              03  FILLER              PIC XX VALUE SPACES.
              03  CRR-DET-NOTE        PIC X(33) VALUE SPACES.
           02 CRR-TOT-LINE.
              03  CRR-TOT-LABEL       PIC X(45) VALUE SPACES.
              03  CRR-TOT-VALUE       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
