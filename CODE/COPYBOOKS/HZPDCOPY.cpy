      ****************************************************************
      * HAZMAT ENDORSEMENT PENDING CLEARANCE REPORT LAYOUTS          *
      * FILE: HAZPEND.DAT - RECORD LENGTH: 80 BYTES PER PART         *
      * WRITTEN BY LICEDIT - ONE HZP-DETAIL LINE PER APPROVED        *
      * COMMERCIAL LICENSE WHOSE COMMERCIAL DETAIL CARRIES THE       *
      * HAZMAT ENDORSEMENT BUT WHOSE APPLICANT HAS NO CURRENT        *
      * SECURITY THREAT ASSESSMENT CLEARANCE ON HAZCIDX.DAT. THE     *
      * LICENSE IS ISSUED WITHOUT THE H ENDORSEMENT; THE ENDORSEMENT *
      * IS ADDED BY A REPLACEMENT CARD ONCE THE CLEARANCE ARRIVES.   *
      * THE FILE ENDS WITH THE HZP-TOT-LINE COUNT.                   *
      ****************************************************************
       01 HAZMAT-PENDING-RPT.
           02 HZP-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'HAZMAT PENDING CLEARANCE - BUSINESS DAY'.
              03  FILLER              PIC X VALUE SPACES.
              03  HZP-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 HZP-HDR2.
              03  FILLER              PIC X(9) VALUE 'APPL ID'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(19) VALUE 'NAME'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(24) VALUE 'REASON HELD'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(10) VALUE 'CLEARANCE'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(8) VALUE 'EXPIRED'.
              03  FILLER              PIC XX VALUE SPACES.
           02 HZP-DETAIL.
              03  HZP-APPID-VAL       PIC X(9) VALUE SPACES.
              03  FILLER              PIC XX VALUE SPACES.
              03  HZP-NAME-VAL        PIC X(19) VALUE SPACES.
              03  FILLER              PIC XX VALUE SPACES.
              03  HZP-REASON-VAL      PIC X(24) VALUE SPACES.
              03  FILLER              PIC XX VALUE SPACES.
              03  HZP-CLEAR-NO-VAL    PIC X(10) VALUE SPACES.
              03  FILLER              PIC XX VALUE SPACES.
              03  HZP-EXPIRE-VAL      PIC X(8) VALUE SPACES.
              03  FILLER              PIC XX VALUE SPACES.
           02 HZP-TOT-LINE.
              03  FILLER              PIC X(45)
                    VALUE 'HAZMAT ENDORSEMENTS HELD PENDING CLEARANCE:'.
              03  HZP-TOT-VAL         PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
