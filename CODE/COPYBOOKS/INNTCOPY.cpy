      ****************************************************************
      * INSURANCE LAPSE NOTICE EXTRACT LAYOUT                        *
      * FILE: INSNOTC.DAT                                            *
      * RECORD LENGTH: 120 BYTES                                     *
      * ONE RECORD PER APPROVED HOLDER WHOSE LIABILITY POLICY WAS    *
      * CANCELLED OR NOT RENEWED WITH NO REPLACEMENT ON FILE -       *
      * WRITTEN BY LICINLPS TO THE MASTER ADDRESS FOR THE MAILING    *
      * HOUSE (PATTERNED ON THE LICMEDEX WARNING EXTRACT). THE       *
      * GRACE-END DATE PRINTS ON THE NOTICE AS THE DAY THE HOLDER IS *
      * REFERRED FOR ENFORCEMENT WITHOUT PROOF OF COVERAGE.          *
      ****************************************************************
       01 INSURANCE-NOTICE-REC.
           05  LPN-APPLICANT-ID         PIC X(9).
           05  FILLER                   PIC X.
           05  LPN-NAME                 PIC X(19).
           05  FILLER                   PIC X.
           05  LPN-ADDRESS.
              10 LPN-ADDR-LINE1         PIC X(20).
              10 LPN-ADDR-CITY          PIC X(15).
              10 LPN-ADDR-STATE         PIC X(2).
              10 LPN-ADDR-ZIP           PIC X(9).
           05  FILLER                   PIC X.
           05  LPN-INSURER-CODE         PIC X(5).
           05  FILLER                   PIC X.
           05  LPN-POLICY-NO            PIC X(15).
           05  FILLER                   PIC X.
           05  LPN-LAPSE-DATE           PIC 9(8).
           05  FILLER                   PIC X.
           05  LPN-GRACE-END-DATE       PIC 9(8).
           05  FILLER                   PIC X(4).
