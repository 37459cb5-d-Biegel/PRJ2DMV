      ****************************************************************
      * ABSTRACT REQUESTER PERMITTED-USE ACCOUNT TABLE LAYOUT        *
      * FILE: MVRACCT.DAT                                            *
      * RECORD LENGTH: 60 BYTES                                      *
      * ONE RECORD PER INSURER, EMPLOYER OR AGENCY RECORDS HAS       *
      * CERTIFIED FOR A PERMITTED USE UNDER THE DRIVER PRIVACY       *
      * STATUTE. MAINTAINED BY RECORDS; LOADED BY LICMVR, WHICH      *
      * ANSWERS A REQUEST ONLY FOR AN ACTIVE ACCOUNT CARRYING ONE    *
      * OF THE STATUTORY USE CODES. A LAPSED CERTIFICATION IS SET    *
      * INACTIVE RATHER THAN DELETED, SO ITS BILLING HISTORY STILL   *
      * HAS A NAME.                                                  *
      ****************************************************************
       01 MVR-ACCOUNT-REC.
           05  MVA-ACCOUNT-CODE         PIC X(6).
           05  FILLER                   PIC X.
           05  MVA-REQUESTER-NAME       PIC X(30).
           05  FILLER                   PIC X.
           05  MVA-PERMITTED-USE        PIC X(2).
              88 MVA-USE-INSURER        VALUE 'IN'.
              88 MVA-USE-EMPLOYER       VALUE 'EM'.
              88 MVA-USE-GOVERNMENT     VALUE 'GV'.
              88 MVA-USE-LEGAL          VALUE 'LG'.
              88 MVA-USE-IS-VALID       VALUE 'IN' 'EM' 'GV' 'LG'.
           05  FILLER                   PIC X.
           05  MVA-ACCOUNT-STATUS       PIC X.
              88 MVA-ACCOUNT-ACTIVE     VALUE 'A'.
              88 MVA-ACCOUNT-INACTIVE   VALUE 'I'.
           05  FILLER                   PIC X(18).
