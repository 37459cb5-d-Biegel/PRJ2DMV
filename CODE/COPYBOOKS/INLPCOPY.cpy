      ****************************************************************
      * PENDING INSURANCE LAPSE FILE LAYOUT                          *
      * FILE: INSLAPSE.DAT (CARRIED FORWARD AS INSLAPSN.DAT)         *
      * RECORD LENGTH: 80 BYTES                                      *
      * ONE RECORD PER APPROVED HOLDER LICINLPS HAS NOTICED OF A     *
      * COVERAGE LAPSE AND WHO HAS NOT YET SHOWN A REPLACEMENT       *
      * POLICY. CARRIED FROM RUN TO RUN AND AGED FROM THE LAPSE      *
      * DATE - A HOLDER STILL UNINSURED PAST THE GRACE PERIOD GOES   *
      * ON THE ENFORCEMENT LIST ONCE (ILP-ENFORCE-FLAG) AND STAYS    *
      * PENDING UNTIL COVERED OR NO LONGER APPROVED.                 *
      ****************************************************************
       01 INSURANCE-LAPSE-REC.
           05  ILP-APPLICANT-ID         PIC X(9).
           05  FILLER                   PIC X.
           05  ILP-NAME                 PIC X(19).
           05  FILLER                   PIC X.
           05  ILP-INSURER-CODE         PIC X(5).
           05  FILLER                   PIC X.
           05  ILP-POLICY-NO            PIC X(15).
           05  FILLER                   PIC X.
           05  ILP-LAPSE-DATE.
              10 ILP-LAPSE-YY           PIC 9(4).
              10 ILP-LAPSE-MM           PIC 9(2).
              10 ILP-LAPSE-DD           PIC 9(2).
           05  FILLER                   PIC X.
           05  ILP-NOTICE-DATE.
              10 ILP-NOTICE-YY          PIC 9(4).
              10 ILP-NOTICE-MM          PIC 9(2).
              10 ILP-NOTICE-DD          PIC 9(2).
           05  FILLER                   PIC X.
           05  ILP-ENFORCE-FLAG         PIC X.
              88 ILP-SENT-TO-ENFORCEMENT VALUE 'Y'.
           05  FILLER                   PIC X(9).
