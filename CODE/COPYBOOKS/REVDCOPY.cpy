      ****************************************************************
      * DAILY REVENUE DETAIL RECORD LAYOUT                           *
      * FILE: REVNDTL.DAT                                            *
      * RECORD LENGTH: 60 BYTES                                      *
      * ONE RECORD PER FEE THE EDIT RUN TALLIES ONTO THE REVENUE     *
      * BALANCING REPORT (REVNRPT.DAT) - EVERY APPROVAL, NEW,        *
      * RENEWAL OR REPLACEMENT - WITH THE FEE EXPECTED FROM          *
      * FEESCHED.DAT AND THE AMOUNT THE MATCHED RECEIPT COLLECTED.   *
      * WRITTEN BY LICEDIT AT THE SAME POINT AS THE REPORT TALLY, SO *
      * THE DETAIL ADDS UP TO THE REPORT'S TYPE, REPLACEMENT AND     *
      * GRAND-TOTAL LINES. THE REPORT CANNOT SPLIT NEW-ISSUE FROM    *
      * RENEWAL FEES WITHIN A LICENSE TYPE; THIS FILE CAN, AND THE   *
      * LICGLJNL GENERAL LEDGER RUN POSTS FROM IT. LICURCPT READS    *
      * THE RECEIPT NUMBERS AS THE RECEIPTS THE DAY'S EDIT CLAIMED.  *
      ****************************************************************
       01 REVENUE-DETAIL-REC.
           05  RVD-BUSINESS-DATE.
              10 RVD-BUS-YY             PIC 9(4).
              10 RVD-BUS-MM             PIC 9(2).
              10 RVD-BUS-DD             PIC 9(2).
           05  FILLER                   PIC X.
           05  RVD-APPLICANT-ID         PIC X(9).
           05  FILLER                   PIC X.
           05  RVD-LICENSE-TYPE         PIC X.
           05  FILLER                   PIC X.
           05  RVD-FEE-CATEGORY         PIC X.
              88 RVD-CAT-NEW            VALUE 'N'.
              88 RVD-CAT-RENEWAL        VALUE 'R'.
              88 RVD-CAT-REPLACEMENT    VALUE 'P'.
           05  FILLER                   PIC X.
           05  RVD-RECEIPT-NO           PIC X(10).
           05  FILLER                   PIC X.
           05  RVD-EXPECTED-AMT         PIC 9(5)V99.
           05  FILLER                   PIC X.
           05  RVD-COLLECTED-AMT        PIC 9(5)V99.
           05  FILLER                   PIC X(11).
