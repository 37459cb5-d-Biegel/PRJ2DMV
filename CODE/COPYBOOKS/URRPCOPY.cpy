      ****************************************************************
      * UNAPPLIED RECEIPTS REPORT AND FINANCE REFERRAL LIST LAYOUT   *
      * FILES: URCPTRPT.DAT (RUN REPORT), URCPTFIN.DAT (FINANCE)     *
      * RECORD LENGTH: 80 BYTES PER PART.                            *
      * THE RUN REPORT CARRIES ONE URR-DETAIL LINE PER RECEIPT THE   *
      * DAY'S EDIT DID NOT CLAIM AND PER PENDING RECEIPT CARRIED     *
      * FROM PRIOR RUNS (STILL PENDING, CLEARED, OR REFERRED), WITH  *
      * ITS AGE IN DAYS SINCE IT FIRST WENT UNCLAIMED, THEN THE      *
      * BALANCING TOTALS. THE FINANCE LIST CARRIES ONE URF-DETAIL    *
      * LINE PER RECEIPT REFERRED FOR REFUND OR INVESTIGATION - EACH *
      * RECEIPT IS REFERRED ONCE AND LEAVES THE PENDING FILE - THEN  *
      * THE URF-TOT-LINE COUNT AND AMOUNT.                           *
      ****************************************************************
       01 UNAPPLIED-RECEIPT-RPT.
           02 URR-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'UNAPPLIED CASHIER RECEIPTS - BUSINESS DAY'.
              03  FILLER              PIC X VALUE SPACES.
              03  URR-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 URR-HDR2.
              03  FILLER              PIC X(10) VALUE 'ACTION'.
              03  FILLER              PIC X(11) VALUE 'RECEIPT'.
              03  FILLER              PIC X(10) VALUE 'APPLICANT'.
              03  FILLER              PIC X(20) VALUE 'NAME'.
              03  FILLER              PIC X(10) VALUE '   AMOUNT'.
              03  FILLER              PIC X(4) VALUE 'AGE'.
              03  FILLER              PIC X(15) VALUE 'NOTE'.
           02 URR-DETAIL.
              03  URR-DET-ACTION      PIC X(9) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  URR-DET-RCPTNO      PIC X(10) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  URR-DET-APPID       PIC X(9) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  URR-DET-NAME        PIC X(19) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  URR-DET-AMOUNT      PIC ZZ,ZZ9.99 VALUE ZEROS.
              03  FILLER              PIC X VALUE SPACES.
              03  URR-DET-AGE         PIC ZZ9 VALUE ZEROS.
              03  FILLER              PIC X VALUE SPACES.
              03  URR-DET-NOTE        PIC X(15) VALUE SPACES.
           02 URR-TOT-LINE.
              03  URR-TOT-LABEL       PIC X(45) VALUE SPACES.
              03  URR-TOT-VALUE       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
       01 UNAPPLIED-RECEIPT-FIN.
           02 URF-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'UNAPPLIED RECEIPTS FOR FINANCE - RUN'.
              03  FILLER              PIC X VALUE SPACES.
              03  URF-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 URF-HDR2.
              03  FILLER              PIC X(11) VALUE 'RECEIPT'.
              03  FILLER              PIC X(10) VALUE 'APPLICANT'.
              03  FILLER              PIC X(20) VALUE 'NAME'.
              03  FILLER              PIC X(7) VALUE 'RCPTD'.
              03  FILLER              PIC X(9) VALUE 'UNCLAIMD'.
              03  FILLER              PIC X(10) VALUE '   AMOUNT'.
              03  FILLER              PIC X(4) VALUE 'AGE'.
              03  FILLER              PIC X(9) VALUE 'REASON'.
           02 URF-DETAIL.
              03  URF-DET-RCPTNO      PIC X(10) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  URF-DET-APPID       PIC X(9) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  URF-DET-NAME        PIC X(19) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  URF-DET-RCPT-DATE   PIC X(6) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  URF-DET-FIRST-DATE  PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  URF-DET-AMOUNT      PIC ZZ,ZZ9.99 VALUE ZEROS.
              03  FILLER              PIC X VALUE SPACES.
              03  URF-DET-AGE         PIC ZZ9 VALUE ZEROS.
              03  FILLER              PIC X VALUE SPACES.
              03  URF-DET-REASON      PIC X(9) VALUE SPACES.
           02 URF-TOT-LINE.
              03  URF-TOT-LABEL       PIC X(32) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  URF-TOT-COUNT       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  URF-TOT-AMT         PIC Z,ZZZ,ZZ9.99 VALUE ZEROS.
              03  FILLER              PIC X(24) VALUE SPACES.
