      ****************************************************************
      * EXAMINER PASS-RATE REVIEW REPORT LAYOUTS                     *
      * FILE: EXAMRPT.DAT - RECORD LENGTH: 80 BYTES PER PART         *
      * WRITTEN BY LICEXAM. ONE EXR-DETAIL LINE PER EXAMINER AND     *
      * OFFICE WITH TESTS IN THE REVIEW WINDOW - PASS RATE, AVERAGE  *
      * ROAD AND WRITTEN SCORE, ROAD SCORES EXACTLY AT THE MINIMUM,  *
      * RETESTS, AND THE REVIEW FLAGS - FOLLOWED BY AN EXR-BAND-LINE *
      * WITH THE EXAMINER'S ROAD SCORE DISTRIBUTION (THE SAME BANDS  *
      * AS THE LICSTATS MONTHLY STATISTICS). THE OFFICE SECTION      *
      * GIVES EACH OFFICE'S NORM, THEN THE BALANCING TOTALS.         *
      ****************************************************************
       01 EXAMINER-REVIEW-RPT.
           02 EXR-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'EXAMINER PASS-RATE REVIEW - BUSINESS DAY'.
              03  FILLER              PIC X VALUE SPACES.
              03  EXR-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 EXR-HDR2.
              03  FILLER              PIC X(22)
                    VALUE 'DECISIONS IN THE LAST '.
              03  EXR-HDR2-DAYS       PIC ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(24)
                    VALUE ' DAYS - MIN ROAD SCORE'.
              03  EXR-HDR2-MIN-ROAD   PIC ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(16)
                    VALUE '  MIN WRITTEN'.
              03  EXR-HDR2-MIN-WRIT   PIC ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(9) VALUE SPACES.
           02 EXR-SECTION-LINE.
              03  EXR-SECTION-TEXT    PIC X(60) VALUE SPACES.
              03  FILLER              PIC X(20) VALUE SPACES.
           02 EXR-HDR3.
              03  FILLER              PIC X(6) VALUE 'EXAMNR'.
              03  FILLER              PIC X VALUE SPACES.
              03  FILLER              PIC X(3) VALUE 'OFC'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(5) VALUE 'TESTS'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(5) VALUE 'PASS%'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(5) VALUE 'AVG R'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(5) VALUE 'AVG W'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(4) VALUE 'ATMN'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(4) VALUE 'RTST'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(28) VALUE 'REVIEW FLAGS'.
           02 EXR-DETAIL.
              03  EXR-DET-EXAMINER    PIC X(6) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  EXR-DET-OFFICE      PIC X(3) VALUE SPACES.
              03  FILLER              PIC XX VALUE SPACES.
              03  EXR-DET-TESTS       PIC ZZZZ9 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  EXR-DET-PASS-PCT    PIC ZZ9.9 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  EXR-DET-AVG-ROAD    PIC ZZ9.9 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  EXR-DET-AVG-WRIT    PIC ZZ9.9 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  EXR-DET-AT-MIN      PIC ZZZ9 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  EXR-DET-RETESTS     PIC ZZZ9 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  EXR-DET-FLAGS.
                  04  EXR-FLG-PASS    PIC X(10) VALUE SPACES.
                  04  EXR-FLG-AVG     PIC X(10) VALUE SPACES.
                  04  EXR-FLG-MIN     PIC X(8) VALUE SPACES.
           02 EXR-BAND-LINE.
              03  FILLER              PIC X(12) VALUE SPACES.
              03  FILLER              PIC X(12) VALUE 'ROAD SCORES:'.
              03  FILLER              PIC X(5) VALUE ' <60 '.
              03  EXR-BND-UNDER-60    PIC ZZZ9 VALUE ZEROS.
              03  FILLER              PIC X(5) VALUE ' 60S '.
              03  EXR-BND-60S         PIC ZZZ9 VALUE ZEROS.
              03  FILLER              PIC X(5) VALUE ' 70S '.
              03  EXR-BND-70S         PIC ZZZ9 VALUE ZEROS.
              03  FILLER              PIC X(5) VALUE ' 80S '.
              03  EXR-BND-80S         PIC ZZZ9 VALUE ZEROS.
              03  FILLER              PIC X(5) VALUE ' 90+ '.
              03  EXR-BND-90-UP       PIC ZZZ9 VALUE ZEROS.
              03  FILLER              PIC X(11) VALUE SPACES.
           02 EXR-OFC-HDR.
              03  FILLER              PIC X(3) VALUE 'OFC'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(5) VALUE 'EXMRS'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(5) VALUE 'TESTS'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(5) VALUE 'PASS%'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(5) VALUE 'AVG R'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(5) VALUE 'AVG W'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(5) VALUE 'ATMN%'.
              03  FILLER              PIC X(35) VALUE SPACES.
           02 EXR-OFC-DETAIL.
              03  EXR-OFC-CODE        PIC X(3) VALUE SPACES.
              03  FILLER              PIC XX VALUE SPACES.
              03  EXR-OFC-EXAMINERS   PIC ZZZZ9 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  EXR-OFC-TESTS       PIC ZZZZ9 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  EXR-OFC-PASS-PCT    PIC ZZ9.9 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  EXR-OFC-AVG-ROAD    PIC ZZ9.9 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  EXR-OFC-AVG-WRIT    PIC ZZ9.9 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  EXR-OFC-AT-MIN-PCT  PIC ZZ9.9 VALUE ZEROS.
              03  FILLER              PIC X(35) VALUE SPACES.
           02 EXR-TOT-LINE.
              03  EXR-TOT-LABEL       PIC X(45) VALUE SPACES.
              03  EXR-TOT-VALUE       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
