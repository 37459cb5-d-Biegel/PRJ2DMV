      *   2026-08-31 JBR  RECOMPILED FOR THE 191-BYTE MASTER (DECISION *
      *                   DATE, AGE, AND CARD DESCRIPTORS ADDED FOR    *
      *                   THE LICPUPGR UPGRADE RUN).                   *
      *   2026-09-09 JBR  RECOMPILED FOR THE 202-BYTE MASTER - A       *
      *                   HOLDER LATER WITHDRAWN BY THE LICSANCT COURT *
      *                   SANCTION RUN STILL COUNTS AS APPROVED, SINCE *
      *                   THESE ARE EDIT DECISION STATISTICS AND THE   *
      *                   COURT DID NOT CHANGE THE DECISION.           *
      *   2026-09-12 JBR  A HOLDER MARKED DECEASED BY LICDEATH STILL   *
      *                   COUNTS AS AN APPROVED EDIT DECISION.         *
      *   2026-09-13 JBR  RECOMPILED FOR THE 213-BYTE MASTER (EXAMINER *
      *                   ID AND TEST OFFICE ADDED FOR THE LICEXAM     *
      *                   EXAMINER REPORT).                            *
      *   2026-09-19 JBR  RECOMPILED FOR THE 222-BYTE MASTER (DATE OF  *
      *                   BIRTH ADDED).                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICSTATS.
       DATA DIVISION.
       FILE SECTION.
       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-IN-REC.
           05  MSTR-IN-KEY             PIC X(9).
           05  FILLER                  PIC X(213).

       FD  STAT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       2000-TALLY-ONE-RECORD-EXIT.
           EXIT.

      * A HOLDER WITHDRAWN SINCE BY COURT ORDER (LICSANCT) OR MARKED
      * DECEASED (LICDEATH) WAS STILL APPROVED BY THE EDIT RUN, AND
      * COUNTS THAT WAY HERE.
       2100-TALLY-OUTCOME.
           EVALUATE TRUE
               WHEN MST-OUTC-APPROVED OR MST-OUTC-WITHDRAWN
                 OR MST-OUTC-DECEASED
                   ADD 1 TO WS-APPR-CNT
                   IF MST-RENEWAL = 'Y'
                       ADD 1 TO WS-RNW-APPR

       2220-TALLY-TYPE-OUTCOME.
           EVALUATE TRUE
               WHEN MST-OUTC-APPROVED OR MST-OUTC-WITHDRAWN
                 OR MST-OUTC-DECEASED
                   ADD 1 TO WS-TYP-APPR (WS-TYP-IDX)
               WHEN MST-OUTC-DENIED
                   ADD 1 TO WS-TYP-DEN (WS-TYP-IDX)
