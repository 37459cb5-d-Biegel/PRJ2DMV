      ****************************************************************
      * COURT SANCTION RUN REPORT LAYOUT                             *
      * FILE: SANCRPT.DAT                                            *
      * RECORD LENGTH: 80 BYTES PER PART - ONE SNR-DETAIL LINE PER   *
      * MASTER RECORD LICSANCT WITHDREW, AMENDED, REINSTATED, OR     *
      * LEFT FOR REVIEW, AN SNR-NOTE LINE UNDER ANY LETTER GOING TO  *
      * AN ADDRESS THE MAIL HAS ALREADY RETURNED, THEN THE           *
      * BALANCING TOTALS.                                            *
      ****************************************************************
       01 SANCTION-RUN-RPT.
           02 SNR-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'COURT SANCTION RUN - BUSINESS DAY'.
              03  FILLER              PIC X VALUE SPACES.
              03  SNR-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 SNR-DETAIL.
              03  SNR-DET-ACTION      PIC X(11) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  SNR-DET-APPID       PIC X(9) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  SNR-DET-NAME        PIC X(19) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  SNR-DET-CODE        PIC X VALUE SPACES.
              03  FILLER              PIC X(2) VALUE SPACES.
              03  SNR-DET-REASON      PIC X(30) VALUE SPACES.
              03  FILLER              PIC X(5) VALUE SPACES.
           02 SNR-NOTE.
              03  FILLER              PIC X(23) VALUE SPACES.
              03  SNR-NOTE-TEXT       PIC X(45) VALUE SPACES.
              03  FILLER              PIC X(12) VALUE SPACES.
           02 SNR-TOT-LINE.
              03  SNR-TOT-LABEL       PIC X(45) VALUE SPACES.
              03  SNR-TOT-VALUE       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
