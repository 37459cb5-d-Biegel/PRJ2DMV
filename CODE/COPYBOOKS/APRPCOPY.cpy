      ****************************************************************
      * DENIAL APPEAL RUN REPORT LAYOUTS                             *
      * FILE: APPLRPT.DAT - RECORD LENGTH: 80 BYTES PER PART         *
      * ONE APR-DETAIL LINE PER TRANSACTION THE LICAPPEL RUN         *
      * APPLIED OR REJECTED (THE NOTE SAYS WHICH AND WHY), THEN THE  *
      * BALANCING TOTALS.                                            *
      * FILE: APPLAGE.DAT - RECORD LENGTH: 80 BYTES PER PART         *
      * THE OPEN-CASE AGING REPORT: ONE APA-DETAIL LINE PER CASE     *
      * STILL OPEN OR SCHEDULED AFTER THE RUN, WITH CALENDAR DAYS    *
      * SINCE THE APPEAL WAS FILED AND A FLAG FOR A CASE PAST (OR    *
      * WITHIN TEN DAYS OF) THE STATUTORY DEADLINE, THEN THE TOTALS. *
      ****************************************************************
       01 APPEAL-RUN-RPT.
           02 APR-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'DENIAL APPEAL RUN - BUSINESS DAY'.
              03  FILLER              PIC X VALUE SPACES.
              03  APR-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 APR-DETAIL.
              03  APR-DET-ACTION      PIC X(10) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  APR-DET-CASE        PIC X(12) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  APR-DET-APPID       PIC X(9) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  APR-DET-NAME        PIC X(19) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  APR-DET-NOTE        PIC X(26) VALUE SPACES.
           02 APR-TOT-LINE.
              03  APR-TOT-LABEL       PIC X(45) VALUE SPACES.
              03  APR-TOT-VALUE       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
       01 APPEAL-AGING-RPT.
           02 APA-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'OPEN APPEAL CASE AGING - BUSINESS DAY'.
              03  FILLER              PIC X VALUE SPACES.
              03  APA-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 APA-HDR2.
              03  FILLER              PIC X(12) VALUE 'CASE NUMBER'.
              03  FILLER              PIC X VALUE SPACES.
              03  FILLER              PIC X(9) VALUE 'APPLICANT'.
              03  FILLER              PIC X VALUE SPACES.
              03  FILLER              PIC X(19) VALUE 'NAME'.
              03  FILLER              PIC X VALUE SPACES.
              03  FILLER              PIC X(8) VALUE 'FILED'.
              03  FILLER              PIC X VALUE SPACES.
              03  FILLER              PIC X(8) VALUE 'HEARING'.
              03  FILLER              PIC X VALUE SPACES.
              03  FILLER              PIC X(4) VALUE 'DAYS'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(13) VALUE SPACES.
           02 APA-DETAIL.
              03  APA-DET-CASE        PIC X(12) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  APA-DET-APPID       PIC X(9) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  APA-DET-NAME        PIC X(19) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  APA-DET-FILED       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  APA-DET-HEARING     PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  APA-DET-DAYS        PIC ZZZ9 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  APA-DET-FLAG        PIC X(13) VALUE SPACES.
           02 APA-TOT-LINE.
              03  APA-TOT-LABEL       PIC X(45) VALUE SPACES.
              03  APA-TOT-VALUE       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
