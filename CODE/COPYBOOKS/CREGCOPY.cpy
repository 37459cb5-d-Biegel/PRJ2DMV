      ****************************************************************
      * CARD SERIAL REGISTRY FILE LAYOUT                             *
      * FILE: CARDREG.DAT                                            *
      * RECORD LENGTH: 60 BYTES                                      *
      * ONE RECORD PER PLASTIC CARD THE VENDOR CONFIRMED PRODUCING - *
      * EVERY SERIAL EVER ISSUED IS KEPT, NONE IS DELETED. THE FILE  *
      * IS INDEXED, RECORD KEY CRG-KEY: THE APPLICANT ID FOLLOWED BY *
      * AN ISSUE SEQUENCE, SO AN APPLICANT'S CARDS READ TOGETHER IN  *
      * THE ORDER THEY WERE ISSUED. MAINTAINED BY LICCREG:           *
      *   - A NEW SERIAL IS ADDED ACTIVE AND BECOMES THE LATEST; THE *
      *     CARD IT REPLACES IS VOIDED ('R')                         *
      *   - AN ACTIVE CARD IS VOIDED WHEN THE MASTER SHOWS THE       *
      *     HOLDER WITHDRAWN ('W', SUSPENDED OR REVOKED) OR DECEASED *
      *     ('X'); THE LATEST CARD VOIDED FOR A WITHDRAWAL IS MADE   *
      *     ACTIVE AGAIN WHEN THE HOLDER IS REINSTATED               *
      * EVERY VOIDED SERIAL GOES ON THE NIGHTLY HOTLIST.             *
      ****************************************************************
       01 CARD-REGISTRY-REC.
           05  CRG-KEY.
              10 CRG-APPLICANT-ID       PIC X(9).
              10 CRG-ISSUE-SEQ          PIC 9(3).
           05  FILLER                   PIC X.
           05  CRG-CARD-SERIAL          PIC X(10).
           05  FILLER                   PIC X.
           05  CRG-PROD-DATE.
              10 CRG-PROD-YY            PIC 9(4).
              10 CRG-PROD-MM            PIC 9(2).
              10 CRG-PROD-DD            PIC 9(2).
           05  FILLER                   PIC X.
           05  CRG-STATUS               PIC X.
              88 CRG-IS-ACTIVE          VALUE 'A'.
              88 CRG-IS-VOID            VALUE 'V'.
           05  FILLER                   PIC X.
           05  CRG-VOID-REASON          PIC X.
              88 CRG-VOID-REPLACED      VALUE 'R'.
              88 CRG-VOID-WITHDRAWN     VALUE 'W'.
              88 CRG-VOID-DECEASED      VALUE 'X'.
           05  FILLER                   PIC X.
           05  CRG-VOID-DATE.
              10 CRG-VOID-YY            PIC 9(4).
              10 CRG-VOID-MM            PIC 9(2).
              10 CRG-VOID-DD            PIC 9(2).
           05  FILLER                   PIC X.
           05  CRG-LATEST-FLAG          PIC X.
              88 CRG-IS-LATEST          VALUE 'Y'.
           05  FILLER                   PIC X.
           05  CRG-REGISTER-DATE.
              10 CRG-REGR-YY            PIC 9(4).
              10 CRG-REGR-MM            PIC 9(2).
              10 CRG-REGR-DD            PIC 9(2).
           05  FILLER                   PIC X(4).
