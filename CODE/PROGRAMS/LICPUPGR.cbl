      *   AGE STAYED PROVISIONAL ON THE MASTER UNTIL THEY HAPPENED     *
      *   TO RENEW. THIS PERIODIC RUN SCANS THE MASTER FOR APPROVED    *
      *   PROVISIONAL HOLDERS AND, FOR EACH ONE WHO HAS REACHED THE    *
      *   FULL-LICENSE AGE AS OF THE RUNPARM.DAT BUSINESS DATE (EXACT  *
      *   AGE FROM THE DATE OF BIRTH ON THE MASTER; FOR A HOLDER       *
      *   DECIDED BEFORE THE BIRTH DATE WAS CAPTURED, AGE AT DECISION  *
      *   PLUS WHOLE YEARS ELAPSED, MONTH-LEVEL ARITHMETIC LIKE        *
      *   LICXPIRE'S):                                                 *
      *     - CHECKS THE DRIVER HISTORY SIDE FILE (DRVHIDX.DAT,       *
      *       BUILT BY LICRLOAD) FOR AN INTERVENING SUSPENSION OR      *
      *       REVOCATION - A SANCTIONED HOLDER LANDS ON THE REVIEW     *
      *                                                                *
      * MODIFICATION HISTORY.                                         *
      *   2026-08-31 JBR  INITIAL VERSION.                             *
      *   2026-09-09 JBR  RECOMPILED FOR THE 202-BYTE MASTER           *
      *                   (WITHDRAWN STATUS, SANCTION CODE AND         *
      *                   STANDING DATE ADDED FOR THE LICSANCT COURT   *
      *                   SANCTION RUN).                               *
      *   2026-09-13 JBR  RECOMPILED FOR THE 213-BYTE MASTER (EXAMINER *
      *                   ID AND TEST OFFICE ADDED FOR THE LICEXAM     *
      *                   EXAMINER REPORT).                            *
      *   2026-09-19 JBR  222-BYTE MASTER (DATE OF BIRTH ADDED).       *
      *                   CURRENT AGE IS THE EXACT AGE FROM THE DATE   *
      *                   OF BIRTH ON THE BUSINESS DATE; HOLDERS       *
      *                   DECIDED BEFORE THE BIRTH DATE WAS CAPTURED   *
      *                   ARE STILL AGED FORWARD FROM THE AGE AT       *
      *                   DECISION.                                    *
      *   2026-10-15 JBR  AGING PERFORMED THRU ITS EXIT - THE AGE      *
      *                   CHECK, SANCTION CHECK AND UPGRADE WERE       *
      *                   SKIPPED OR RAN ON PAST THE PERFORM RANGE.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICPUPGR.
       DATA DIVISION.
       FILE SECTION.
       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-IO-REC.
           05  MSTR-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(213).

       FD  DRVH-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  WS-ELAPSED-MONTHS            PIC S9(6) VALUE ZEROS.
       01  WS-ELAPSED-YEARS             PIC 9(4)  VALUE ZEROS.
       01  WS-CURRENT-AGE               PIC 9(4)  VALUE ZEROS.
       01  WS-RUN-MMDD                  PIC 9(4)  VALUE ZEROS.
       01  WS-BIRTH-MMDD                PIC 9(4)  VALUE ZEROS.
       01  WS-CURR-TIME                 PIC 9(8)  VALUE ZEROS.

       01  WS-COUNTS.
           CLOSE PARM-FILE
           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-MONTH-VAL =
               PRM-BUS-YY * 12 + PRM-BUS-MM
           COMPUTE WS-RUN-MMDD = PRM-BUS-MM * 100 + PRM-BUS-DD.

      ******************************************************************
      * 2000 - ONE PASS OVER THE MASTER: EVERY APPROVED PROVISIONAL    *
           MOVE MSTR-IO-REC TO LICENSE-MASTER-REC
           IF MST-OUTC-APPROVED AND MST-IS-PROVISIONAL
               ADD 1 TO WS-PROV-SEEN
               PERFORM 2100-AGE-ONE-HOLDER THRU 2100-AGE-ONE-HOLDER-EXIT
           END-IF
           READ MSTR-FILE INTO MSTR-IO-REC
               AT END SET WS-MSTR-EOF TO TRUE
       2000-CHECK-ONE-HOLDER-EXIT.
           EXIT.

      * CURRENT AGE COMES FROM THE DATE OF BIRTH ON THE MASTER - THE
      * EXACT AGE ON THE BUSINESS DATE, SO A HOLDER IS UPGRADED ON
      * THE FIRST RUN AFTER THE BIRTHDAY. A HOLDER DECIDED BEFORE
      * THE BIRTH DATE WAS CAPTURED HAS NONE, AND FALLS BACK TO THE
      * AGE AT DECISION PLUS THE WHOLE YEARS SINCE - MONTH-LEVEL
      * ARITHMETIC, THE SAME GOOD-ENOUGH APPROACH AS LICXPIRE'S
      * RENEWAL WINDOW. A RECORD FROM BEFORE THE DECISION-DATE
      * FIELDS EXISTED CARRIES SPACES AND GOES TO REVIEW - A CLERK
      * WITH THE PAPER FILE DECIDES, NOT A GUESS.
       2100-AGE-ONE-HOLDER.
           IF MST-BIRTH-DATE NUMERIC AND MST-BIRTH-DATE NOT = ZEROS
               COMPUTE WS-CURRENT-AGE = PRM-BUS-YY - MST-BIRTH-YY
               COMPUTE WS-BIRTH-MMDD =
                   MST-BIRTH-MM * 100 + MST-BIRTH-DD
               IF WS-RUN-MMDD < WS-BIRTH-MMDD
                   SUBTRACT 1 FROM WS-CURRENT-AGE
               END-IF
               GO TO 2100-CHECK-CURRENT-AGE
           END-IF
           IF MST-AGE NOT NUMERIC
              OR MST-DECISION-DATE NOT NUMERIC
              OR MST-DECISION-DATE = ZEROS
               MOVE ZEROS TO WS-ELAPSED-MONTHS
           END-IF
           DIVIDE WS-ELAPSED-MONTHS BY 12 GIVING WS-ELAPSED-YEARS
           COMPUTE WS-CURRENT-AGE = MST-AGE + WS-ELAPSED-YEARS.
       2100-CHECK-CURRENT-AGE.
           IF WS-CURRENT-AGE < WS-FULL-LICENSE-AGE
               ADD 1 TO WS-UNDERAGE-CNT
               GO TO 2100-AGE-ONE-HOLDER-EXIT
