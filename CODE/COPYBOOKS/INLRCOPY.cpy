      ****************************************************************
      * INSURANCE LAPSE RUN REPORT AND ENFORCEMENT LIST LAYOUT       *
      * FILES: INSLRPT.DAT (RUN REPORT), INSENFC.DAT (ENFORCEMENT)   *
      * RECORD LENGTH: 80 BYTES PER PART.                            *
      * THE RUN REPORT CARRIES ONE ILR-DETAIL LINE PER FEED RECORD   *
      * OR PENDING LAPSE LICINLPS ACTED ON (NOTICED, CURED, DROPPED, *
      * OR EXCEPTED - NO MASTER, NOT A CURRENT HOLDER), THEN THE     *
      * BALANCING TOTALS. THE ENFORCEMENT LIST CARRIES ONE           *
      * ENF-DETAIL LINE PER HOLDER STILL UNINSURED PAST THE GRACE    *
      * PERIOD - EACH HOLDER IS LISTED ONCE, ON THE RUN THE GRACE    *
      * PERIOD RUNS OUT - THEN THE ENF-TOTAL LINE.                   *
      ****************************************************************
       01 INSURANCE-LAPSE-RPT.
           02 ILR-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'INSURANCE LAPSE RUN - BUSINESS DAY'.
              03  FILLER              PIC X VALUE SPACES.
              03  ILR-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 ILR-DETAIL.
              03  ILR-DET-ACTION      PIC X(9) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  ILR-DET-APPID       PIC X(9) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  ILR-DET-NAME        PIC X(19) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  ILR-DET-LAPSE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  ILR-DET-NOTE        PIC X(31) VALUE SPACES.
           02 ILR-TOT-LINE.
              03  ILR-TOT-LABEL       PIC X(45) VALUE SPACES.
              03  ILR-TOT-VALUE       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
       01 INSURANCE-ENFORCE-LIST.
           02 ENF-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'UNINSURED HOLDERS FOR ENFORCEMENT - RUN'.
              03  FILLER              PIC X VALUE SPACES.
              03  ENF-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 ENF-HDR2.
              03  FILLER              PIC X(10) VALUE 'APPLICANT'.
              03  FILLER              PIC X(20) VALUE 'NAME'.
              03  FILLER              PIC X(9) VALUE 'LAPSED'.
              03  FILLER              PIC X(9) VALUE 'GRACE END'.
              03  FILLER              PIC X(6) VALUE 'INSR'.
              03  FILLER              PIC X(26) VALUE 'POLICY'.
           02 ENF-DETAIL.
              03  ENF-DET-APPID       PIC X(9) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  ENF-DET-NAME        PIC X(19) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  ENF-DET-LAPSE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  ENF-DET-GRACE-END   PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  ENF-DET-INSURER     PIC X(5) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  ENF-DET-POLICY      PIC X(15) VALUE SPACES.
              03  FILLER              PIC X(11) VALUE SPACES.
           02 ENF-TOTAL.
              03  FILLER              PIC X(45)
                    VALUE 'HOLDERS REFERRED FOR ENFORCEMENT:'.
              03  ENF-TOTAL-VAL       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
