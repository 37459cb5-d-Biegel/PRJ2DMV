      ****************************************************************
      * ABSTRACT REQUESTER BILLING RECORD LAYOUT                     *
      * FILE: MVRBILL.DAT                                            *
      * RECORD LENGTH: 80 BYTES                                      *
      * ONE RECORD PER ACCOUNT THAT RECEIVED AT LEAST ONE ABSTRACT   *
      * IN THE LICMVR RUN, FOR FINANCE'S ACCOUNTS-RECEIVABLE LOAD:   *
      * THE ABSTRACT COUNT, THE FEE PER ABSTRACT, AND THE AMOUNT     *
      * DUE. A NOT-ON-FILE ANSWER AND A REJECTED REQUEST ARE NOT     *
      * BILLED.                                                      *
      ****************************************************************
       01 MVR-BILLING-REC.
           05  MVL-ACCOUNT-CODE         PIC X(6).
           05  FILLER                   PIC X.
           05  MVL-REQUESTER-NAME       PIC X(30).
           05  FILLER                   PIC X.
           05  MVL-BILL-DATE.
              10 MVL-BILL-YY            PIC 9(4).
              10 MVL-BILL-MM            PIC 9(2).
              10 MVL-BILL-DD            PIC 9(2).
           05  FILLER                   PIC X.
           05  MVL-ABSTRACT-CNT         PIC 9(5).
           05  FILLER                   PIC X.
           05  MVL-FEE-AMT              PIC 9(5)V99.
           05  FILLER                   PIC X.
           05  MVL-AMOUNT-DUE           PIC 9(7)V99.
           05  FILLER                   PIC X(10).
