      ****************************************************************
      * DECEASED HOLDER MATCH REPORT LAYOUTS                         *
      * FILE: DEATHRPT.DAT - RECORD LENGTH: 80 BYTES PER PART        *
      * ONE DTR-DETAIL LINE PER MASTER RECORD LICDEATH MARKED        *
      * DECEASED, WITH THE CERTIFICATE IT MATCHED AND THE REMOVALS   *
      * SENT, THEN THE BALANCING TOTALS.                             *
      * FILE: DEATHRVW.DAT - RECORD LENGTH: 80 BYTES PER PART        *
      * THE RECORDS UNIT'S REVIEW LIST: ONE DTV-DETAIL LINE PER      *
      * PARTIAL MATCH - A MASTER WHOSE NAME MATCHES A DEATH RECORD   *
      * BUT WHOSE ADDRESS OR AGE DOES NOT - WITH THE REASON. NOTHING *
      * ON THIS LIST HAS BEEN APPLIED TO THE MASTER.                 *
      ****************************************************************
       01 DEATH-RUN-RPT.
           02 DTR-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'DECEASED HOLDER MATCH - BUSINESS DAY'.
              03  FILLER              PIC X VALUE SPACES.
              03  DTR-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 DTR-DETAIL.
              03  DTR-DET-APPID       PIC X(9) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  DTR-DET-NAME        PIC X(19) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  DTR-DET-CERT        PIC X(12) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  DTR-DET-DEATH-DATE  PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  DTR-DET-NOTE        PIC X(28) VALUE SPACES.
           02 DTR-TOT-LINE.
              03  DTR-TOT-LABEL       PIC X(45) VALUE SPACES.
              03  DTR-TOT-VALUE       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
       01 DEATH-REVIEW-RPT.
           02 DTV-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'DEATH MATCH REVIEW LIST - BUSINESS DAY'.
              03  FILLER              PIC X VALUE SPACES.
              03  DTV-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 DTV-DETAIL.
              03  DTV-DET-APPID       PIC X(9) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  DTV-DET-NAME        PIC X(19) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  DTV-DET-CERT        PIC X(12) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  DTV-DET-REASON      PIC X(37) VALUE SPACES.
           02 DTV-ADDR-LINE.
              03  FILLER              PIC X(10) VALUE SPACES.
              03  DTV-ADDR-LABEL      PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  DTV-ADDR-LINE1      PIC X(20) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  DTV-ADDR-ZIP        PIC X(9) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  FILLER              PIC X(4) VALUE 'AGE '.
              03  DTV-ADDR-AGE        PIC ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(23) VALUE SPACES.
           02 DTV-TOT-LINE.
              03  DTV-TOT-LABEL       PIC X(45) VALUE SPACES.
              03  DTV-TOT-VALUE       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
