      ****************************************************************
      * HAZMAT CLEARANCE EXPIRY WARNING EXTRACT LAYOUT               *
      * FILE: HAZCDUE.DAT                                            *
      * RECORD LENGTH: 100 BYTES                                     *
      * ONE RECORD PER APPROVED COMMERCIAL HOLDER CARRYING THE H     *
      * ENDORSEMENT WHOSE SECURITY THREAT ASSESSMENT CLEARANCE       *
      * EXPIRES INSIDE THE NOTICE WINDOW - WRITTEN BY LICHZMEX       *
      * (PATTERNED ON THE LICMEDEX MED CERT EXTRACT) FOR THE         *
      * NOTIFICATION MAILING, TO THE MASTER ADDRESS.                 *
      ****************************************************************
       01 HAZMAT-DUE-REC.
           05  HZD-APPLICANT-ID         PIC X(9).
           05  FILLER                   PIC X.
           05  HZD-NAME                 PIC X(19).
           05  FILLER                   PIC X.
           05  HZD-CLEARANCE-NO         PIC X(10).
           05  FILLER                   PIC X.
           05  HZD-CLEAR-EXPIRE.
              10 HZD-CLEAR-EXP-YY       PIC 9(4).
              10 HZD-CLEAR-EXP-MM       PIC 9(2).
              10 HZD-CLEAR-EXP-DD       PIC 9(2).
           05  FILLER                   PIC X.
           05  HZD-ADDRESS.
              10 HZD-ADDR-LINE1         PIC X(20).
              10 HZD-ADDR-CITY          PIC X(15).
              10 HZD-ADDR-STATE         PIC X(2).
              10 HZD-ADDR-ZIP           PIC X(9).
           05  FILLER                   PIC X(4).
