      ****************************************************************
      * GENERAL LEDGER JOURNAL INTERFACE FILE LAYOUT                 *
      * FILE: GLJRNL.DAT                                             *
      * RECORD LENGTH: 100 BYTES                                     *
      * THE STATE FINANCIAL SYSTEM'S JOURNAL UPLOAD FORMAT - ONE     *
      * GLJ-HEADER-REC ('H'), ONE GLJ-DETAIL-REC ('D') PER JOURNAL   *
      * LINE, AND ONE GLJ-TRAILER-REC ('T') CARRYING THE LINE COUNT  *
      * AND THE DEBIT AND CREDIT CONTROL TOTALS, WHICH THE STATE     *
      * SYSTEM CHECKS BEFORE IT POSTS. ALL THREE RECORD TYPES ARE    *
      * THE SAME LENGTH. AMOUNTS ARE UNSIGNED - GLJ-D-DR-CR SAYS     *
      * WHICH SIDE. WRITTEN BY LICGLJNL ONLY WHEN THE DAY BALANCES.  *
      ****************************************************************
       01 GLJ-HEADER-REC.
           05  GLJ-H-REC-TYPE           PIC X VALUE 'H'.
           05  FILLER                   PIC X.
           05  GLJ-H-AGENCY             PIC X(4).
           05  FILLER                   PIC X.
           05  GLJ-H-JOURNAL-ID         PIC X(14).
           05  FILLER                   PIC X.
           05  GLJ-H-EFFECTIVE-DATE.
              10 GLJ-H-EFF-YY           PIC 9(4).
              10 GLJ-H-EFF-MM           PIC 9(2).
              10 GLJ-H-EFF-DD           PIC 9(2).
           05  FILLER                   PIC X.
           05  GLJ-H-SOURCE             PIC X(8).
           05  FILLER                   PIC X.
           05  GLJ-H-DESCRIPTION        PIC X(30).
           05  FILLER                   PIC X(30).

       01 GLJ-DETAIL-REC.
           05  GLJ-D-REC-TYPE           PIC X VALUE 'D'.
           05  FILLER                   PIC X.
           05  GLJ-D-LINE-NO            PIC 9(5).
           05  FILLER                   PIC X.
           05  GLJ-D-FUND               PIC X(4).
           05  FILLER                   PIC X.
           05  GLJ-D-ACCOUNT            PIC X(6).
           05  FILLER                   PIC X.
           05  GLJ-D-PROGRAM            PIC X(4).
           05  FILLER                   PIC X.
           05  GLJ-D-DR-CR              PIC X.
              88 GLJ-D-IS-DEBIT         VALUE 'D'.
              88 GLJ-D-IS-CREDIT        VALUE 'C'.
           05  FILLER                   PIC X.
           05  GLJ-D-AMOUNT             PIC 9(9)V99.
           05  FILLER                   PIC X.
           05  GLJ-D-REFERENCE          PIC X(13).
           05  FILLER                   PIC X.
           05  GLJ-D-DESCRIPTION        PIC X(30).
           05  FILLER                   PIC X(17).

       01 GLJ-TRAILER-REC.
           05  GLJ-T-REC-TYPE           PIC X VALUE 'T'.
           05  FILLER                   PIC X.
           05  GLJ-T-LINE-CNT           PIC 9(5).
           05  FILLER                   PIC X.
           05  GLJ-T-DEBIT-TOTAL        PIC 9(11)V99.
           05  FILLER                   PIC X.
           05  GLJ-T-CREDIT-TOTAL       PIC 9(11)V99.
           05  FILLER                   PIC X(65).
