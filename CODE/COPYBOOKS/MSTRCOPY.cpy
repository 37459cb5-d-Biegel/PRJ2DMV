      ****************************************************************
      * DMV LICENSE MASTER FILE LAYOUT                               *
      * FILE: LICMSTR.DAT                                            *
      * RECORD LENGTH: 222 BYTES                                     *
      * WRITTEN BY LICEDIT FOR EVERY TRANSACTION IT DECIDES, GOOD OR *
      * NOT, SO THAT INQUIRY AND THE DOWNSTREAM EXTRACTS DO NOT HAVE *
      * TO RE-READ THE PRINT-FORMAT APPROVED/DENIED REPORTS.         *
      * CARRY SPACES AND THE UPGRADE RUN ROUTES THEM TO REVIEW      *
      * INSTEAD OF GUESSING. RECORD GREW FROM 170 TO 191 BYTES -    *
      * RECOMPILE DOWNSTREAM READERS.                               *
      * MST-OUTC-WITHDRAWN, MST-SANCTION-CODE AND MST-STANDING-DATE *
      * ADDED FOR THE LICSANCT COURT SANCTION RUN - AN APPROVED     *
      * HOLDER WHOSE DRIVER HISTORY NOW CARRIES AN ACTIVE           *
      * SUSPENSION OR REVOCATION IS WITHDRAWN ('W', WITH THE COURT  *
      * CODE AND THE EFFECTIVE DATE), AND PUT BACK TO APPROVED WITH *
      * A NEW EFFECTIVE DATE WHEN THE SANCTION LIFTS. EVERY READER  *
      * THAT SELECTS MST-OUTC-APPROVED SKIPS A WITHDRAWN HOLDER     *
      * WITHOUT A CHANGE. SPACES UNTIL THE FIRST WITHDRAWAL. RECORD *
      * GREW FROM 191 TO 202 BYTES - RECOMPILE DOWNSTREAM READERS.  *
      * MST-OUTC-DECEASED ADDED FOR THE LICDEATH VITAL RECORDS      *
      * MATCH - A HOLDER THE DEATH FILE CONFIDENTLY MATCHES IS      *
      * MARKED 'X' WITH THE DATE OF DEATH IN MST-STANDING-DATE.     *
      * LIKE A WITHDRAWAL, EVERY READER THAT SELECTS                *
      * MST-OUTC-APPROVED SKIPS IT (NO RENEWAL NOTICE, NO CARD      *
      * RE-ISSUE, NO DONOR OR VOTER EXTRACT), AND LICEDIT REFUSES   *
      * ANY FURTHER TRANSACTION AGAINST IT. RECORD LENGTH           *
      * UNCHANGED.                                                  *
      * MST-EXAMINER-ID AND MST-TEST-OFFICE ADDED - WHO GAVE THE    *
      * ROAD AND WRITTEN TESTS BEHIND THE SCORES ABOVE, AND AT      *
      * WHICH OFFICE, CARRIED FROM THE TRANSACTION BY LICEDIT AND   *
      * REPORTED BY THE LICEXAM EXAMINER PASS-RATE RUN. SPACES      *
      * WHEN NO TEST WAS GIVEN OR THE RECORD PREDATES THE FIELDS.   *
      * RECORD GREW FROM 202 TO 213 BYTES - RECOMPILE DOWNSTREAM    *
      * READERS.                                                    *
      * MST-BIRTH-DATE ADDED - THE HOLDER'S DATE OF BIRTH, CARRIED  *
      * FROM THE TRANSACTION BY LICEDIT. AGE IS DERIVED FROM IT ON  *
      * THE BUSINESS DATE WHEREVER IT IS NEEDED (LICPUPGR,          *
      * LICDEATH) INSTEAD OF AGING MST-AGE FORWARD; MST-AGE STAYS   *
      * AS THE AGE AT DECISION. ZEROS OR SPACES WHEN THE RECORD     *
      * PREDATES THE FIELD. RECORD GREW FROM 213 TO 222 BYTES -     *
      * RECOMPILE DOWNSTREAM READERS.                               *
      ****************************************************************
       01 LICENSE-MASTER-REC.
           05  MST-APPLICANT-ID         PIC X(9).
              88 MST-OUTC-APPROVED      VALUE 'A'.
              88 MST-OUTC-DENIED        VALUE 'D'.
              88 MST-OUTC-SUSPENSE      VALUE 'S'.
              88 MST-OUTC-WITHDRAWN     VALUE 'W'.
              88 MST-OUTC-DECEASED      VALUE 'X'.
           05  FILLER                   PIC X.
           05  MST-REASON               PIC X(45).
           05  FILLER                   PIC X.
           05  MST-HAIR-COLOR           PIC X(2).
           05  FILLER                   PIC X.
           05  MST-CORRECTIVE-LENS      PIC X.
           05  FILLER                   PIC X.
           05  MST-SANCTION-CODE        PIC X.
              88 MST-WDRN-SUSPENDED     VALUE 'S'.
              88 MST-WDRN-REVOKED       VALUE 'R'.
           05  FILLER                   PIC X.
           05  MST-STANDING-DATE.
              10 MST-STND-YY            PIC 9(4).
              10 MST-STND-MM            PIC 9(2).
              10 MST-STND-DD            PIC 9(2).
           05  FILLER                   PIC X.
           05  MST-EXAMINER-ID          PIC X(6).
           05  FILLER                   PIC X.
           05  MST-TEST-OFFICE          PIC X(3).
           05  FILLER                   PIC X.
           05  MST-BIRTH-DATE.
              10 MST-BIRTH-YY           PIC 9(4).
              10 MST-BIRTH-MM           PIC 9(2).
              10 MST-BIRTH-DD           PIC 9(2).
