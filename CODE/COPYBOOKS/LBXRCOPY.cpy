      ****************************************************************
      * LOCKBOX RENEWAL EXCEPTIONS REPORT LAYOUT                     *
      * FILE: LBOXEXC.DAT - RECORD LENGTH: 80 BYTES PER PART         *
      * WRITTEN BY LICLBOX FOR THE REMITTANCE DESK - ONE LBR-DETAIL  *
      * LINE PER LOCKBOX PAYMENT NOT TURNED INTO A RENEWAL: SHORT    *
      * AND OVER PAYMENTS (WITH THE RENEWAL FEE DUE, SO THE DESK     *
      * CAN BILL OR REFUND THE DIFFERENCE), STUBS WITH NO LICENSE    *
      * MASTER RECORD, AND HOLDERS WHO CANNOT RENEW BY MAIL. THEN    *
      * THE LBR-TOT-LINE COUNTS AND LBR-AMT-LINE AMOUNTS, WHICH      *
      * BALANCE TO THE BANK'S DEPOSIT TOTAL.                         *
      ****************************************************************
       01 LOCKBOX-EXCEPTION-RPT.
           02 LBR-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'LOCKBOX RENEWAL EXCEPTIONS - BUSINESS DAY'.
              03  FILLER              PIC X VALUE SPACES.
              03  LBR-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 LBR-HDR2.
              03  FILLER              PIC X(10) VALUE 'APPL ID'.
              03  FILLER              PIC X(11) VALUE 'CHECK NO'.
              03  FILLER              PIC X(20) VALUE 'NAME'.
              03  FILLER              PIC X(10) VALUE '     PAID'.
              03  FILLER              PIC X(10) VALUE '      DUE'.
              03  FILLER              PIC X(19) VALUE 'REASON'.
           02 LBR-DETAIL.
              03  LBR-DET-APPID       PIC X(9) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  LBR-DET-CHECK-NO    PIC X(10) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  LBR-DET-NAME        PIC X(19) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  LBR-DET-PAID        PIC ZZ,ZZ9.99 VALUE ZEROS.
              03  FILLER              PIC X VALUE SPACES.
              03  LBR-DET-DUE         PIC ZZ,ZZ9.99 VALUE ZEROS.
              03  FILLER              PIC X VALUE SPACES.
              03  LBR-DET-REASON      PIC X(19) VALUE SPACES.
           02 LBR-TOT-LINE.
              03  LBR-TOT-LABEL       PIC X(45) VALUE SPACES.
              03  LBR-TOT-VALUE       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
           02 LBR-AMT-LINE.
              03  LBR-AMT-LABEL       PIC X(45) VALUE SPACES.
              03  LBR-AMT-VALUE       PIC Z,ZZZ,ZZ9.99 VALUE ZEROS.
              03  FILLER              PIC X(23) VALUE SPACES.
