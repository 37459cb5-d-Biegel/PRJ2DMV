      ****************************************************************
      * DENIAL APPEAL TRANSACTION LAYOUT                             *
      * FILE: APPLTRAN.DAT                                           *
      * RECORD LENGTH: 80 BYTES                                      *
      * KEYED BY THE HEARINGS DESK FOR THE LICAPPEL RUN:             *
      *   'O' OPEN AN APPEAL - APPLICANT ID, AND THE DATE THE        *
      *       APPEAL WAS RECEIVED IN APT-TRAN-DATE (ZEROS OR BLANK   *
      *       MEANS RECEIVED ON THE BUSINESS DATE)                   *
      *   'H' SCHEDULE (OR RESCHEDULE) THE HEARING - CASE NUMBER,    *
      *       HEARING DATE IN APT-TRAN-DATE, HEARING OFFICER         *
      *   'D' RECORD THE HEARING OUTCOME - CASE NUMBER AND           *
      *       APT-OUTCOME: 'U' APPEAL UPHELD (DENIAL OVERTURNED),    *
      *       'S' DENIAL SUSTAINED, 'W' APPEAL WITHDRAWN BY THE      *
      *       APPLICANT                                              *
      ****************************************************************
       01 APPEAL-TRAN-REC.
           05  APT-TRAN-CODE            PIC X.
              88 APT-OPEN-CASE          VALUE 'O'.
              88 APT-SET-HEARING        VALUE 'H'.
              88 APT-RECORD-OUTCOME     VALUE 'D'.
           05  FILLER                   PIC X.
           05  APT-CASE-NUMBER          PIC X(12).
           05  FILLER                   PIC X.
           05  APT-APPLICANT-ID         PIC X(9).
           05  FILLER                   PIC X.
           05  APT-TRAN-DATE.
              10 APT-TRAN-YY           PIC 9(4).
              10 APT-TRAN-MM           PIC 9(2).
              10 APT-TRAN-DD           PIC 9(2).
           05  FILLER                   PIC X.
           05  APT-OFFICER-ID           PIC X(8).
           05  FILLER                   PIC X.
           05  APT-OUTCOME              PIC X.
           05  FILLER                   PIC X(36).
