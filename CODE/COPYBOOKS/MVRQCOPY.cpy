      ****************************************************************
      * DRIVING RECORD ABSTRACT (MVR) REQUEST LAYOUT                 *
      * FILE: MVRREQ.DAT                                             *
      * RECORD LENGTH: 80 BYTES                                      *
      * ONE RECORD PER DRIVING RECORD AN INSURER OR FLEET EMPLOYER   *
      * ASKS FOR, KEYED BY RECORDS STAFF FROM THE PAPER REQUEST OR   *
      * TAKEN FROM THE REQUESTER'S OWN TAPE: THE REQUESTER'S         *
      * PERMITTED-USE ACCOUNT CODE, THE APPLICANT ID, AND THE        *
      * REQUESTER'S OWN REFERENCE (POLICY OR EMPLOYEE NUMBER), WHICH *
      * PRINTS ON THE ABSTRACT SO THEY CAN FILE THE ANSWER.          *
      ****************************************************************
       01 MVR-REQUEST-REC.
           05  MVQ-ACCOUNT-CODE         PIC X(6).
           05  FILLER                   PIC X.
           05  MVQ-APPLICANT-ID         PIC X(9).
           05  FILLER                   PIC X.
           05  MVQ-REQUESTER-REF        PIC X(15).
           05  FILLER                   PIC X(48).
