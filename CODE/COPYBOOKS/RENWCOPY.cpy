      * RENEWAL NOTICE / MAILING HOUSE EXTRACT LAYOUT                *
      * FILE: RENWFILE.DAT                                           *
      * RECORD LENGTH: 90 BYTES                                      *
      * RNW-APPLICANT-ID IS PRINTED ON THE NOTICE'S RETURN STUB SO   *
      * A HOLDER WHO MAILS BACK A CHECK IS IDENTIFIED ON THE BANK    *
      * LOCKBOX REMITTANCE FILE (LBOXCOPY) READ BY LICLBOX. IT WAS   *
      * CARVED OUT OF THE TRAILING FILLER - THE LENGTH IS UNCHANGED. *
      ****************************************************************
       01 RENEWAL-NOTICE-REC.
           05  RNW-NAME                 PIC X(19).
              10 RNW-EXPIRE-DD          PIC 9(2).
           05  FILLER                   PIC X.
           05  RNW-RENEWAL-FLAG         PIC X.
           05  FILLER                   PIC X.
           05  RNW-APPLICANT-ID         PIC X(9).
