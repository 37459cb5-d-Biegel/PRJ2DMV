      *                   THE OVERRIDE MONTH YYYYMM.                   *
      *   2026-08-31 JBR  RECOGNIZE THE PROVISIONAL-UPGRADE AUDIT      *
      *                   RECORDS LICPUPGR WRITES (DECISION 'U').      *
      *   2026-09-09 JBR  RECOGNIZE THE COURT SANCTION WITHDRAWAL AND  *
      *                   REINSTATEMENT AUDIT RECORDS LICSANCT WRITES  *
      *                   (DECISIONS 'W' AND 'R').                     *
      *   2026-09-10 JBR  THE DECISION HISTORY SHOWS THE APPEAL CASE   *
      *                   NUMBER BEHIND AN OVERRIDE THAT CAME FROM AN  *
      *                   UPHELD LICAPPEL APPEAL.                      *
      *   2026-09-12 JBR  RECOGNIZE THE DECEASED-HOLDER AUDIT RECORDS  *
      *                   LICDEATH WRITES (DECISION 'X').              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICAUDIT.
           05  WS-SUM-OVERRIDES         PIC 9(7)  VALUE ZEROS.
           05  WS-SUM-ADDRCHG           PIC 9(7)  VALUE ZEROS.
           05  WS-SUM-UPGRADES          PIC 9(7)  VALUE ZEROS.
           05  WS-SUM-WITHDRAWN         PIC 9(7)  VALUE ZEROS.
           05  WS-SUM-REINSTATED        PIC 9(7)  VALUE ZEROS.
           05  WS-SUM-DECEASED          PIC 9(7)  VALUE ZEROS.
           05  WS-OVR-TOTAL             PIC 9(7)  VALUE ZEROS.

       PROCEDURE DIVISION.
               DISPLAY '  REASON:    ' AUD-FAILED-EDITS
               IF AUD-WAS-OVERRIDDEN
                   DISPLAY '  OVERRIDDEN BY SUPERVISOR ' AUD-OVERRIDE-BY
                   IF AUD-APPEAL-CASE NOT = SPACES
                       DISPLAY '  ON APPEAL CASE ' AUD-APPEAL-CASE
                   END-IF
               END-IF
           END-IF
           READ AUD-FILE INTO AUD-IN-REC
                       IF AUD-DECN-UPGRADED
                           MOVE 'UPGRADED' TO WS-DECISION-TEXT
                       ELSE
                           PERFORM 3120-FORMAT-STANDING
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * THE LICSANCT COURT SANCTION RUN'S WITHDRAWALS AND
      * REINSTATEMENTS AND THE LICDEATH RUN'S DECEASED MARKINGS -
      * ANYTHING ELSE IS AN EDIT RUN SUSPENSE.
       3120-FORMAT-STANDING.
           IF AUD-DECN-WITHDRAWN
               MOVE 'WITHDRAWN' TO WS-DECISION-TEXT
           ELSE
               IF AUD-DECN-REINSTATED
                   MOVE 'REINSTATE' TO WS-DECISION-TEXT
               ELSE
                   IF AUD-DECN-DECEASED
                       MOVE 'DECEASED' TO WS-DECISION-TEXT
                   ELSE
                       MOVE 'SUSPENSE' TO WS-DECISION-TEXT
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 4000 - DECISION SUMMARY FOR A FROM/TO DATE RANGE (YYMMDD)      *
      ******************************************************************
           MOVE ZEROS TO WS-SUM-OVERRIDES
           MOVE ZEROS TO WS-SUM-ADDRCHG
           MOVE ZEROS TO WS-SUM-UPGRADES
           MOVE ZEROS TO WS-SUM-WITHDRAWN
           MOVE ZEROS TO WS-SUM-REINSTATED
           MOVE ZEROS TO WS-SUM-DECEASED
           OPEN INPUT AUD-FILE
           IF NOT WS-AUD-OK
               DISPLAY 'LICAUDIT - CANNOT OPEN AUDCOPY.DAT - FILE '
           DISPLAY '  SUSPENSE:  ' WS-SUM-SUSPENSE
           DISPLAY '  ADDR CHGS: ' WS-SUM-ADDRCHG
           DISPLAY '  UPGRADES:  ' WS-SUM-UPGRADES
           DISPLAY '  WITHDRAWN: ' WS-SUM-WITHDRAWN
           DISPLAY '  REINSTATED:' WS-SUM-REINSTATED
           DISPLAY '  DECEASED:  ' WS-SUM-DECEASED
           DISPLAY '  OVERRIDES: ' WS-SUM-OVERRIDES.
       4000-DATE-RANGE-SUMMARY-EXIT.
           EXIT.
                           IF AUD-DECN-UPGRADED
                               ADD 1 TO WS-SUM-UPGRADES
                           ELSE
                               PERFORM 4110-TALLY-STANDING
                           END-IF
                       END-IF
                   END-IF
       4100-TALLY-ONE-DECISION-EXIT.
           EXIT.

       4110-TALLY-STANDING.
           IF AUD-DECN-WITHDRAWN
               ADD 1 TO WS-SUM-WITHDRAWN
           ELSE
               IF AUD-DECN-REINSTATED
                   ADD 1 TO WS-SUM-REINSTATED
               ELSE
                   IF AUD-DECN-DECEASED
                       ADD 1 TO WS-SUM-DECEASED
                   ELSE
                       ADD 1 TO WS-SUM-SUSPENSE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * 5000 - MONTHLY OVERRIDE ACTIVITY BY SUPERVISOR (YYMM) -        *
      *        GROUPED TO OVRARPT.DAT FOR INTERNAL AUDIT               *
