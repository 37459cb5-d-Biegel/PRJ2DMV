      ****************************************************************
      * PENDING UNAPPLIED RECEIPT FILE LAYOUT                        *
      * FILE: RCPTPEND.DAT (CARRIED FORWARD AS RCPTPENN.DAT)         *
      * RECORD LENGTH: 80 BYTES                                      *
      * ONE RECORD PER CASHIER RECEIPT NO EDIT RUN HAS CLAIMED - THE *
      * MONEY WAS TAKEN AT THE DRAWER BUT NO APPROVED OR DENIED      *
      * TRANSACTION MATCHED IT. WRITTEN BY LICURCPT THE FIRST DAY    *
      * THE RECEIPT GOES UNCLAIMED (URC-FIRST-DATE) AND CARRIED FROM *
      * RUN TO RUN UNTIL AN EDIT RUN CLAIMS IT OR IT HAS AGED PAST   *
      * THE REFERRAL PERIOD AND GOES TO FINANCE. THE RECEIPT FIELDS  *
      * ARE THE CASHIER'S OWN, AS ON RCPTFILE.DAT (RCPTCOPY).        *
      ****************************************************************
       01 UNAPPLIED-RECEIPT-REC.
           05  URC-RECEIPT-NO           PIC X(10).
           05  FILLER                   PIC X.
           05  URC-APPLICANT-ID         PIC X(9).
           05  FILLER                   PIC X.
           05  URC-NAME                 PIC X(19).
           05  FILLER                   PIC X.
           05  URC-RCPT-DATE            PIC X(6).
           05  FILLER                   PIC X.
           05  URC-AMOUNT               PIC 9(5)V99.
           05  FILLER                   PIC X.
           05  URC-FIRST-DATE.
              10 URC-FIRST-YY           PIC 9(4).
              10 URC-FIRST-MM           PIC 9(2).
              10 URC-FIRST-DD           PIC 9(2).
           05  FILLER                   PIC X.
           05  URC-REASON               PIC X.
              88 URC-NO-APPLICANT-ID    VALUE 'K'.
              88 URC-OTHER-RECEIPT      VALUE 'O'.
              88 URC-NOT-CLAIMED        VALUE 'U'.
           05  FILLER                   PIC X(14).
