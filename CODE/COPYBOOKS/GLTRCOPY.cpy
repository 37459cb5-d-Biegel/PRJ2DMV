      ****************************************************************
      * GENERAL LEDGER JOURNAL TIE-OUT REPORT LAYOUTS                *
      * FILE: GLTIE.DAT - RECORD LENGTH: 80 BYTES PER PART           *
      * WRITTEN BY LICGLJNL EVERY RUN, BALANCED OR NOT. THE JOURNAL  *
      * LINES AS BUILT (GLT-JRNL-LINE), THEN ONE GLT-TIE-LINE PER    *
      * AMOUNT PROVED - THE SOURCE REPORT'S FIGURE (REVNRPT.DAT OR   *
      * RFNDREG.DAT) BESIDE THE JOURNAL'S, WITH THE DIFFERENCE - AND *
      * A GLT-CNT-LINE PER COUNT PROVED, THEN THE GLT-CHK-LINE       *
      * CHECKS AND THE CONCLUSION: JOURNAL WRITTEN OR NOT WRITTEN.   *
      ****************************************************************
       01 GL-TIE-OUT-RPT.
           02 GLT-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'GL JOURNAL TIE-OUT - BUSINESS DAY'.
              03  FILLER              PIC X VALUE SPACES.
              03  GLT-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 GLT-SECTION-LINE.
              03  GLT-SECTION-TEXT    PIC X(60) VALUE SPACES.
              03  FILLER              PIC X(20) VALUE SPACES.
           02 GLT-JRNL-HDR.
              03  FILLER              PIC X(5) VALUE ' LINE'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(6) VALUE 'ACCT'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(4) VALUE 'PROG'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X VALUE 'S'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(12) VALUE '      AMOUNT'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(13) VALUE 'REFERENCE'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(27) VALUE 'DESCRIPTION'.
           02 GLT-JRNL-LINE.
              03  GLT-JRN-LINE-NO     PIC ZZZZ9 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  GLT-JRN-ACCOUNT     PIC X(6) VALUE SPACES.
              03  FILLER              PIC XX VALUE SPACES.
              03  GLT-JRN-PROGRAM     PIC X(4) VALUE SPACES.
              03  FILLER              PIC XX VALUE SPACES.
              03  GLT-JRN-DR-CR       PIC X VALUE SPACES.
              03  FILLER              PIC XX VALUE SPACES.
              03  GLT-JRN-AMOUNT      PIC Z,ZZZ,ZZ9.99 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  GLT-JRN-REFERENCE   PIC X(13) VALUE SPACES.
              03  FILLER              PIC XX VALUE SPACES.
              03  GLT-JRN-DESC        PIC X(27) VALUE SPACES.
           02 GLT-TIE-HDR.
              03  FILLER              PIC X(30) VALUE 'AMOUNT PROVED'.
              03  FILLER              PIC X VALUE SPACES.
              03  FILLER              PIC X(12) VALUE '      SOURCE'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(12) VALUE '     JOURNAL'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(11) VALUE ' DIFFERENCE'.
              03  FILLER              PIC XX VALUE SPACES.
              03  FILLER              PIC X(8) VALUE 'RESULT'.
           02 GLT-TIE-LINE.
              03  GLT-TIE-LABEL       PIC X(30) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  GLT-TIE-SOURCE      PIC Z,ZZZ,ZZ9.99 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  GLT-TIE-JOURNAL     PIC Z,ZZZ,ZZ9.99 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  GLT-TIE-DIFF        PIC -ZZZ,ZZ9.99 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  GLT-TIE-RESULT      PIC X(8) VALUE SPACES.
           02 GLT-CNT-LINE.
              03  GLT-CNT-LABEL       PIC X(30) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  FILLER              PIC X(3) VALUE SPACES.
              03  GLT-CNT-SOURCE      PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(5) VALUE SPACES.
              03  GLT-CNT-JOURNAL     PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  GLT-CNT-DIFF        PIC -ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(5) VALUE SPACES.
              03  GLT-CNT-RESULT      PIC X(8) VALUE SPACES.
           02 GLT-CHK-LINE.
              03  GLT-CHK-LABEL       PIC X(60) VALUE SPACES.
              03  FILLER              PIC XX VALUE SPACES.
              03  GLT-CHK-RESULT      PIC X(18) VALUE SPACES.
           02 GLT-TOT-LINE.
              03  GLT-TOT-LABEL       PIC X(45) VALUE SPACES.
              03  GLT-TOT-VALUE       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
