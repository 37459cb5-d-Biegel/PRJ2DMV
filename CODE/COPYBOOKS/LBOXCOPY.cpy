      ****************************************************************
      * BANK LOCKBOX REMITTANCE FILE LAYOUT                          *
      * FILE: LBOXFILE.DAT                                           *
      * RECORD LENGTH: 60 BYTES                                      *
      * ONE RECORD PER CHECK THE BANK DEPOSITED FROM THE RENEWAL     *
      * LOCKBOX, KEYED BY THE BANK'S OPERATORS FROM THE RETURN STUB  *
      * OF THE LICXPIRE RENEWAL NOTICE (RNW-APPLICANT-ID) AND THE    *
      * FACE OF THE CHECK. THE DEPOSIT DATE AND ITEM SEQUENCE ARE    *
      * THE BANK'S OWN, CARRIED THROUGH FOR THE REMITTANCE DESK TO   *
      * FIND THE ITEM ON THE BANK'S DEPOSIT LISTING. READ BY         *
      * LICLBOX.                                                     *
      ****************************************************************
       01 LOCKBOX-REMIT-REC.
           05  LBX-APPLICANT-ID         PIC X(9).
           05  FILLER                   PIC X.
           05  LBX-AMOUNT               PIC 9(5)V99.
           05  FILLER                   PIC X.
           05  LBX-CHECK-NO             PIC X(10).
           05  FILLER                   PIC X.
           05  LBX-DEPOSIT-DATE.
              10 LBX-DEPOSIT-YY         PIC 9(4).
              10 LBX-DEPOSIT-MM         PIC 9(2).
              10 LBX-DEPOSIT-DD         PIC 9(2).
           05  FILLER                   PIC X.
           05  LBX-ITEM-SEQ             PIC X(6).
           05  FILLER                   PIC X(16).
