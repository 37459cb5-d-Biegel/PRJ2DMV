      ****************************************************************
      * HAZMAT CLEARANCE EXPIRY RUN REPORT LAYOUT                    *
      * FILE: HAZMRPT.DAT - RECORD LENGTH: 80 BYTES PER PART         *
      * WRITTEN BY LICHZMEX - ONE HZR-DETAIL LINE PER COMMERCIAL     *
      * DETAIL RECORD ACTED ON: WARNED (CLEARANCE EXPIRES INSIDE     *
      * THE NOTICE WINDOW), STRIPPED (NO CURRENT CLEARANCE - THE H   *
      * ENDORSEMENT IS REMOVED AND A CARD RE-ISSUED) OR EXCEPTED     *
      * (NO APPLICANT ID, NOT ON THE LICENSE MASTER), THEN THE       *
      * BALANCING TOTALS.                                            *
      ****************************************************************
       01 HAZMAT-EXPIRY-RPT.
           02 HZR-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'HAZMAT CLEARANCE EXPIRY RUN - BUSINESS DAY'.
              03  FILLER              PIC X VALUE SPACES.
              03  HZR-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 HZR-HDR2.
              03  FILLER              PIC X(10) VALUE 'ACTION'.
              03  FILLER              PIC X(10) VALUE 'APPL ID'.
              03  FILLER              PIC X(20) VALUE 'NAME'.
              03  FILLER              PIC X(11) VALUE 'CLEARANCE'.
              03  FILLER              PIC X(9) VALUE 'EXPIRES'.
              03  FILLER              PIC X(20) VALUE 'NOTE'.
           02 HZR-DETAIL.
              03  HZR-DET-ACTION      PIC X(9) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  HZR-DET-APPID       PIC X(9) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  HZR-DET-NAME        PIC X(19) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  HZR-DET-CLEAR-NO    PIC X(10) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  HZR-DET-EXPIRE      PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  HZR-DET-NOTE        PIC X(20) VALUE SPACES.
           02 HZR-TOT-LINE.
              03  HZR-TOT-LABEL       PIC X(45) VALUE SPACES.
              03  HZR-TOT-VALUE       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
