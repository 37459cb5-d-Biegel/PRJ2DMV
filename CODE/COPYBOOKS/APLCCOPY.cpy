      ****************************************************************
      * DENIAL APPEAL CASE FILE LAYOUT                               *
      * FILE: APPLCASE.DAT (REWRITTEN EACH RUN TO APPLCASN.DAT)      *
      * RECORD LENGTH: 150 BYTES                                     *
      * ONE RECORD PER APPEAL OF AN EDIT-RUN DENIAL, OPENED BY THE   *
      * LICAPPEL RUN FROM THE DENIED MASTER RECORD. THE CASE NUMBER  *
      * IS THE BUSINESS DATE THE CASE WAS OPENED PLUS A SEQUENCE     *
      * WITHIN THAT DAY, SO THE FILE STAYS IN CASE-NUMBER ORDER AS   *
      * NEW CASES ARE ADDED AT THE END. THE DENIAL REASON IS COPIED  *
      * FROM MST-REASON WHEN THE CASE OPENS AND NEVER CHANGES - IT   *
      * IS THE DECISION UNDER APPEAL. A CASE IS OPEN UNTIL A HEARING *
      * IS SET, SCHEDULED UNTIL THE OFFICER RECORDS AN OUTCOME, THEN *
      * CLOSED; CLOSED CASES STAY ON FILE AS THE RECORD OF THE       *
      * APPEAL.                                                      *
      ****************************************************************
       01 APPEAL-CASE-REC.
           05  APL-CASE-NUMBER.
              10 APL-CASE-DATE         PIC 9(8).
              10 APL-CASE-SEQ          PIC 9(4).
           05  FILLER                   PIC X.
           05  APL-APPLICANT-ID         PIC X(9).
           05  FILLER                   PIC X.
           05  APL-NAME                 PIC X(19).
           05  FILLER                   PIC X.
           05  APL-DENIAL-REASON        PIC X(45).
           05  FILLER                   PIC X.
           05  APL-STATUS               PIC X.
              88 APL-STAT-OPEN          VALUE 'O'.
              88 APL-STAT-SCHEDULED     VALUE 'H'.
              88 APL-STAT-CLOSED        VALUE 'C'.
           05  FILLER                   PIC X.
           05  APL-FILED-DATE.
              10 APL-FILED-YY          PIC 9(4).
              10 APL-FILED-MM          PIC 9(2).
              10 APL-FILED-DD          PIC 9(2).
           05  FILLER                   PIC X.
           05  APL-HEARING-DATE.
              10 APL-HEAR-YY           PIC 9(4).
              10 APL-HEAR-MM           PIC 9(2).
              10 APL-HEAR-DD           PIC 9(2).
           05  FILLER                   PIC X.
           05  APL-OFFICER-ID           PIC X(8).
           05  FILLER                   PIC X.
           05  APL-OUTCOME              PIC X.
              88 APL-OUTC-UPHELD        VALUE 'U'.
              88 APL-OUTC-SUSTAINED     VALUE 'S'.
              88 APL-OUTC-WITHDRAWN     VALUE 'W'.
           05  FILLER                   PIC X.
           05  APL-CLOSED-DATE.
              10 APL-CLOSED-YY         PIC 9(4).
              10 APL-CLOSED-MM         PIC 9(2).
              10 APL-CLOSED-DD         PIC 9(2).
           05  FILLER                   PIC X(22).
