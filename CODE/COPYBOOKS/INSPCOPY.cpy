      ****************************************************************
      * INSURER ELECTRONIC POLICY FILE LAYOUT                        *
      * FILE: INSPOLCY.DAT                                           *
      * RECORD LENGTH: 60 BYTES                                      *
      * ONE RECORD PER LIABILITY POLICY THE PARTICIPATING INSURERS   *
      * REPORT IN FORCE, KEYED BY THE NAMED INSURED'S APPLICANT ID - *
      * SENT NIGHTLY AND REBUILT INTO THE INDEXED SIDE FILE          *
      * INSPIDX.DAT BY LICRLOAD. LICEDIT SUSPENDS AN APPLICATION     *
      * WITH NO ACTIVE POLICY IN FORCE ON THE BUSINESS DATE INSTEAD  *
      * OF TRUSTING THE KEYED INSURANCE FLAG, AND LICINLPS CHECKS A  *
      * LAPSED HOLDER FOR A REPLACEMENT POLICY BEFORE NOTICING THEM. *
      ****************************************************************
       01 INSURANCE-POLICY-REC.
           05  INS-APPLICANT-ID         PIC X(9).
           05  FILLER                   PIC X.
           05  INS-INSURER-CODE         PIC X(5).
           05  FILLER                   PIC X.
           05  INS-POLICY-NO            PIC X(15).
           05  FILLER                   PIC X.
           05  INS-EFFECTIVE-DATE.
              10 INS-EFF-YY             PIC 9(4).
              10 INS-EFF-MM             PIC 9(2).
              10 INS-EFF-DD             PIC 9(2).
           05  FILLER                   PIC X.
           05  INS-EXPIRE-DATE.
              10 INS-EXP-YY             PIC 9(4).
              10 INS-EXP-MM             PIC 9(2).
              10 INS-EXP-DD             PIC 9(2).
           05  FILLER                   PIC X.
           05  INS-POLICY-STATUS        PIC X.
              88 INS-POLICY-ACTIVE      VALUE 'A'.
              88 INS-POLICY-CANCELLED   VALUE 'C'.
           05  FILLER                   PIC X(9).
