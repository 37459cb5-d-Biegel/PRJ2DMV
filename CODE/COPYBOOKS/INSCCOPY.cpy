      ****************************************************************
      * INSURER CANCELLATION / NON-RENEWAL FEED LAYOUT               *
      * FILE: INSCANC.DAT                                            *
      * RECORD LENGTH: 60 BYTES                                      *
      * ONE RECORD PER POLICY AN INSURER HAS CANCELLED OR DECLINED   *
      * TO RENEW, KEYED BY THE NAMED INSURED'S APPLICANT ID, WITH    *
      * THE DATE COVERAGE ENDS. READ NIGHTLY BY LICINLPS AGAINST THE *
      * LICENSE MASTER TO NOTICE APPROVED HOLDERS OF THE LAPSE.      *
      ****************************************************************
       01 INSURANCE-CANCEL-REC.
           05  ICN-APPLICANT-ID         PIC X(9).
           05  FILLER                   PIC X.
           05  ICN-INSURER-CODE         PIC X(5).
           05  FILLER                   PIC X.
           05  ICN-POLICY-NO            PIC X(15).
           05  FILLER                   PIC X.
           05  ICN-ACTION               PIC X.
              88 ICN-IS-CANCELLATION    VALUE 'C'.
              88 ICN-IS-NONRENEWAL      VALUE 'N'.
           05  FILLER                   PIC X.
           05  ICN-LAPSE-DATE.
              10 ICN-LAPSE-YY           PIC 9(4).
              10 ICN-LAPSE-MM           PIC 9(2).
              10 ICN-LAPSE-DD           PIC 9(2).
           05  FILLER                   PIC X(18).
