      ****************************************************************
      * REFERENCE TABLE MAINTENANCE REPORT LAYOUT                    *
      * FILE: TBLMRPT.DAT - RECORD LENGTH: 80 BYTES PER PART         *
      * WRITTEN BY LICTBLMT. EVERY TRANSACTION AS KEYED              *
      * (TMR-TRAN-LINE) WITH ITS RESULT AND ONE TMR-ERR-LINE PER     *
      * REASON IT FAILED; THEN, ONLY WHEN THE WHOLE BATCH PASSED,    *
      * THE CHANGES APPLIED - A BEFORE AND AN AFTER TMR-CHG-LINE PER *
      * TRANSACTION, EACH WITH THE OPERATOR ID - AND THE TOTALS.     *
      ****************************************************************
       01 TABLE-MAINT-RPT.
           02 TMR-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'REFERENCE TABLE MAINTENANCE - BUSINESS DAY'.
              03  FILLER              PIC X VALUE SPACES.
              03  TMR-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 TMR-SECTION-LINE.
              03  TMR-SECTION-TEXT    PIC X(60) VALUE SPACES.
              03  FILLER              PIC X(20) VALUE SPACES.
           02 TMR-HDR2.
              03  FILLER              PIC X(5) VALUE ' SEQ'.
              03  FILLER              PIC X(9) VALUE 'OPERATOR'.
              03  FILLER              PIC X(9) VALUE 'TABLE'.
              03  FILLER              PIC X(7) VALUE 'ACTION'.
              03  FILLER              PIC X(41) VALUE 'RECORD IMAGE'.
              03  FILLER              PIC X(9) VALUE 'RESULT'.
           02 TMR-TRAN-LINE.
              03  TMR-TRN-SEQ         PIC ZZZ9 VALUE ZEROS.
              03  FILLER              PIC X VALUE SPACES.
              03  TMR-TRN-OPER        PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  TMR-TRN-TABLE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  TMR-TRN-ACTION      PIC X(6) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  TMR-TRN-IMAGE       PIC X(40) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  TMR-TRN-RESULT      PIC X(9) VALUE SPACES.
           02 TMR-ERR-LINE.
              03  FILLER              PIC X(6) VALUE SPACES.
              03  FILLER              PIC X(4) VALUE '*** '.
              03  TMR-ERR-TEXT        PIC X(50) VALUE SPACES.
              03  FILLER              PIC X(20) VALUE SPACES.
           02 TMR-HDR3.
              03  FILLER              PIC X(5) VALUE ' SEQ'.
              03  FILLER              PIC X(9) VALUE 'OPERATOR'.
              03  FILLER              PIC X(9) VALUE 'TABLE'.
              03  FILLER              PIC X(7) VALUE 'ACTION'.
              03  FILLER              PIC X(7) VALUE 'WHEN'.
              03  FILLER              PIC X(43) VALUE 'RECORD IMAGE'.
           02 TMR-CHG-LINE.
              03  TMR-CHG-SEQ         PIC ZZZ9 VALUE ZEROS.
              03  FILLER              PIC X VALUE SPACES.
              03  TMR-CHG-OPER        PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  TMR-CHG-TABLE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  TMR-CHG-ACTION      PIC X(6) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  TMR-CHG-WHEN        PIC X(6) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  TMR-CHG-IMAGE       PIC X(40) VALUE SPACES.
              03  FILLER              PIC X(3) VALUE SPACES.
           02 TMR-TOT-LINE.
              03  TMR-TOT-LABEL       PIC X(45) VALUE SPACES.
              03  TMR-TOT-VALUE       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
