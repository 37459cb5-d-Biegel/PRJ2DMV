      *                   NOW THE MONEY JUST SAT UNTIL THE APPLICANT   *
      *                   COMPLAINED. THE LICRFUND FINANCE RUN TURNS   *
      *                   THE CANDIDATES INTO NUMBERED VOUCHERS.       *
      *   2026-09-08 JBR  VERIFY INSURANCE AGAINST THE INSURERS'       *
      *                   NIGHTLY POLICY FILE (INSPIDX.DAT, BUILT BY   *
      *                   LICRLOAD) IN THE COMPLETENESS CHECK - NO     *
      *                   ACTIVE POLICY IN FORCE ON THE BUSINESS DATE  *
      *                   FOR THE APPLICANT ID GOES TO SUSPENSE        *
      *                   INSTEAD OF TRUSTING THE KEYED FLAG.          *
      *   2026-09-09 JBR  RECOMPILED FOR THE 202-BYTE MASTER           *
      *                   (WITHDRAWN STATUS, SANCTION CODE AND         *
      *                   STANDING DATE ADDED FOR THE LICSANCT COURT   *
      *                   SANCTION RUN).                               *
      *   2026-09-10 JBR  OVERRIDE FILE GREW TO 40 BYTES - AN OVERRIDE *
      *                   WRITTEN BY THE LICAPPEL APPEALS RUN CARRIES  *
      *                   ITS APPEAL CASE NUMBER, AND THE AUDIT RECORD *
      *                   FOR THE OVERTURNED DENIAL CARRIES IT TOO.    *
      *   2026-09-12 JBR  ANY TRANSACTION AGAINST A HOLDER LICDEATH    *
      *                   HAS MARKED DECEASED IS DENIED WITHOUT        *
      *                   FURTHER EDITS OR OVERRIDE, AND THE DECEASED  *
      *                   MASTER IS NOT REWRITTEN.                     *
      *   2026-09-13 JBR  TRANSACTION RECORD GREW TO 168 BYTES,        *
      *                   SUSPENSE WORK RECORD TO 223 AND MASTER TO    *
      *                   213 - THE EXAMINER ID AND TEST OFFICE KEYED  *
      *                   FROM THE TEST SHEET ARE CARRIED TO THE       *
      *                   MASTER WITH THE SCORES.                      *
      *   2026-09-14 JBR  WRITE A REVENUE DETAIL RECORD (REVNDTL.DAT)  *
      *                   FOR EVERY FEE TALLIED ONTO THE REVENUE       *
      *                   REPORT, CARRYING THE FEE CATEGORY (NEW,      *
      *                   RENEWAL, REPLACEMENT) FOR THE LICGLJNL       *
      *                   GENERAL LEDGER JOURNAL RUN.                  *
      *   2026-09-18 JBR  HOLD THE HAZMAT ENDORSEMENT OFF THE REPORT   *
      *                   AND CARD WHEN HAZCIDX.DAT HAS NO CURRENT     *
      *                   SECURITY THREAT ASSESSMENT CLEARANCE -       *
      *                   LICENSE STILL APPROVED, HOLDER LISTED ON     *
      *                   HAZPEND.DAT.                                 *
      *   2026-09-19 JBR  DATE OF BIRTH CAPTURED ON THE TRANSACTION    *
      *                   (RECORD GREW TO 176 BYTES, SUSPENSE WORK     *
      *                   RECORD TO 231) AND CARRIED TO THE MASTER     *
      *                   (222). THE AGE IS DERIVED FROM IT ON THE     *
      *                   BUSINESS DATE INSTEAD OF KEYED, AND THE      *
      *                   EXPIRATION DATE COMPUTED FROM THE            *
      *                   TERMRULE.DAT TERM RULES BY LICENSE TYPE AND  *
      *                   AGE BAND, ANCHORED ON THE BIRTHDAY - A KEYED *
      *                   DATE THAT DISAGREES IS LISTED ON THE CONTROL *
      *                   REPORT.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICEDIT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT TERM-FILE ASSIGN TO 'TERMRULE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT MEDC-FILE ASSIGN TO 'MEDCIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEDC-IO-KEY
               FILE STATUS IS WS-MEDC-STATUS.

           SELECT INSP-FILE ASSIGN TO 'INSPIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INSP-IO-KEY
               FILE STATUS IS WS-INSP-STATUS.

           SELECT HAZC-FILE ASSIGN TO 'HAZCIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HAZC-IO-KEY
               FILE STATUS IS WS-HAZC-STATUS.

           SELECT OVRD-FILE ASSIGN TO 'OVRDFILE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVN-STATUS.

           SELECT REVD-FILE ASSIGN TO 'REVNDTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVD-STATUS.

           SELECT HAZP-FILE ASSIGN TO 'HAZPEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HAZP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIC-IN-FILE
           RECORD CONTAINS 176 CHARACTERS.
       01  LIC-IN-REC                  PIC X(176).

       FD  PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.
           RECORD CONTAINS 28 CHARACTERS.
       01  FEE-IN-REC                  PIC X(28).

       FD  TERM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  TERM-IN-REC                 PIC X(20).

       FD  MEDC-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  MEDC-IO-REC.
           05  MEDC-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(21).

       FD  INSP-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  INSP-IO-REC.
           05  INSP-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(51).

       FD  HAZC-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  HAZC-IO-REC.
           05  HAZC-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(21).

       FD  OVRD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  OVRD-IN-REC                 PIC X(40).

       FD  CKPT-FILE
           RECORD CONTAINS 56 CHARACTERS.
       01  SUSP-OUT-REC                PIC X(80).

       FD  SUSW-FILE
           RECORD CONTAINS 231 CHARACTERS.
       01  SUSW-OUT-REC                PIC X(231).

       FD  REAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUD-OUT-REC                 PIC X(122).

       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-OUT-REC.
           05  MSTR-OUT-KEY            PIC X(9).
           05  FILLER                  PIC X(213).

       FD  TEMP-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  REVN-OUT-REC                PIC X(80).

       FD  REVD-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  REVD-OUT-REC                PIC X(60).

       FD  HAZP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HAZP-OUT-REC                PIC X(80).

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------
      * FILE STATUS SWITCHES
       01  WS-FEE-STATUS               PIC XX.
           88 WS-FEE-OK                VALUE '00'.
           88 WS-FEE-EOF               VALUE '10'.
       01  WS-TERM-STATUS              PIC XX.
           88 WS-TERM-OK               VALUE '00'.
           88 WS-TERM-EOF              VALUE '10'.
       01  WS-MEDC-STATUS              PIC XX.
           88 WS-MEDC-OK               VALUE '00'.
           88 WS-MEDC-NOTFND           VALUE '23'.
       01  WS-INSP-STATUS              PIC XX.
           88 WS-INSP-OK               VALUE '00'.
           88 WS-INSP-NOTFND           VALUE '23'.
       01  WS-HAZC-STATUS              PIC XX.
           88 WS-HAZC-OK               VALUE '00'.
           88 WS-HAZC-NOTFND           VALUE '23'.
       01  WS-OVRD-STATUS              PIC XX.
           88 WS-OVRD-OK               VALUE '00'.
           88 WS-OVRD-EOF              VALUE '10'.
       01  WS-REFD-STATUS              PIC XX.
       01  WS-CTL-STATUS               PIC XX.
       01  WS-REVN-STATUS              PIC XX.
       01  WS-REVD-STATUS              PIC XX.
       01  WS-HAZP-STATUS              PIC XX.

      *---------------------------------------------------------------
      * RECORD WORKING AREAS (FROM COPYBOOKS)

                  COPY FEECOPY.

                  COPY TERMCOPY.

                  COPY MEDCCOPY.

                  COPY INSPCOPY.

                  COPY REVCOPY.

                  COPY REVDCOPY.

                  COPY COMMCOPY.

                  COPY DRVHCOPY.

                  COPY PIPECOPY.

                  COPY HZCLCOPY.

                  COPY HZPDCOPY.

      *---------------------------------------------------------------
      * IN-MEMORY REFERENCE TABLES
      *---------------------------------------------------------------
               10 WS-FEE-T-RENEW-AMT   PIC 9(5)V99.
               10 WS-FEE-T-REPL-AMT    PIC 9(5)V99.

      * LICENSE TERM BY TYPE AND AGE BAND, FROM TERMRULE.DAT - SEE
      * 2650-COMPUTE-EXPIRE-DATE.
       01  WS-TERM-TABLE.
           05  WS-TERM-CNT             PIC 9(3)  VALUE ZEROS COMP.
           05  WS-TERM-ENTRY OCCURS 50 TIMES
                                       INDEXED BY WS-TERM-IDX.
               10 WS-TERM-T-TYPE       PIC X.
               10 WS-TERM-T-AGE-FROM   PIC 9(3).
               10 WS-TERM-T-AGE-TO     PIC 9(3).
               10 WS-TERM-T-YEARS      PIC 9(2).

      * KEYED EXPIRATION DATES THAT DISAGREED WITH THE COMPUTED DATE,
      * LISTED ON THE CONTROL REPORT. THE COUNT IN WS-COUNTS KEEPS
      * GOING PAST THE TABLE LIMIT; ONLY THE LISTING STOPS.
       01  WS-EXPM-TABLE.
           05  WS-EXPM-CNT             PIC 9(3)  VALUE ZEROS COMP.
           05  WS-EXPM-ENTRY OCCURS 200 TIMES
                                       INDEXED BY WS-EXPM-IDX.
               10 WS-EXPM-APPID        PIC X(9).
               10 WS-EXPM-KEYED        PIC X(10).
               10 WS-EXPM-COMPUTED.
                  15 WS-EXPM-COMP-YY   PIC 9(4).
                  15 WS-EXPM-COMP-MM   PIC 9(2).
                  15 WS-EXPM-COMP-DD   PIC 9(2).

      * PER-LICENSE-TYPE REVENUE ACCUMULATORS FOR THE DAILY REVENUE
      * BALANCING REPORT - BUILT AS APPROVALS ARE WRITTEN.
       01  WS-REV-TABLE.
                                       INDEXED BY WS-OVRD-IDX.
               10 WS-OVRD-APPID        PIC X(9).
               10 WS-OVRD-SUPV   PIC X(8).
               10 WS-OVRD-CASE         PIC X(12).

      * PER-OFFICE OUTCOME BREAKDOWN FOR THE CONTROL REPORT - KEYED
      * BY THE OFFICE ID LICDUP STAMPS ON EVERY DETAIL RECORD. NOT
               88 WS-IS-PROVISIONAL    VALUE 'Y'.
           05  WS-REPLACEMENT-SW       PIC X     VALUE 'N'.
               88 WS-IS-REPLACEMENT    VALUE 'Y'.
           05  WS-DECEASED-SW          PIC X     VALUE 'N'.
               88 WS-HOLDER-DECEASED   VALUE 'Y'.
           05  WS-HAZMAT-HELD-SW       PIC X     VALUE 'N'.
               88 WS-HAZMAT-HELD       VALUE 'Y'.
           05  WS-BIRTH-DATE-SW        PIC X     VALUE 'N'.
               88 WS-BIRTH-DATE-OK     VALUE 'Y'.
           05  WS-LEAP-YEAR-SW         PIC X     VALUE 'N'.
               88 WS-IS-LEAP-YEAR      VALUE 'Y'.

       01  WS-CURRENT-REASON           PIC X(45) VALUE SPACES.
       01  WS-CURR-SUPV       PIC X(8)  VALUE SPACES.
       01  WS-CURR-APPEAL-CASE         PIC X(12) VALUE SPACES.
       01  WS-RECIP-STATUS-FOUND       PIC X     VALUE SPACES.
       01  WS-RECIP-RESTRICT-FOUND     PIC X(30) VALUE SPACES.
       01  WS-MEDC-EXPIRE-FOUND        PIC 9(8)  VALUE ZEROS.
       01  WS-COMM-VEHCL-FOUND         PIC X(2)  VALUE SPACES.
       01  WS-COMM-ENDORSE-FOUND       PIC X(4)  VALUE SPACES.
       01  WS-COMM-RESTRICT-FOUND      PIC X(20) VALUE SPACES.
       01  WS-HAZC-NO-FOUND            PIC X(10) VALUE SPACES.
       01  WS-HAZC-EXPIRE-FOUND        PIC 9(8)  VALUE ZEROS.
       01  WS-TERM-YEARS-FOUND         PIC 9(2)  VALUE ZEROS.

      *---------------------------------------------------------------
      * TUNABLE EDIT PARAMETERS - THE VALUE CLAUSES ARE THE SHIPPED
           05  WS-FULL-LICENSE-AGE     PIC 9(3)  VALUE 018.
           05  WS-SENIOR-REEXAM-AGE    PIC 9(3)  VALUE 070.
           05  WS-TEMP-VALID-DAYS      PIC 9(3)  VALUE 045.
           05  WS-MAX-HOLDER-AGE       PIC 9(3)  VALUE 120.

      * VALID-THROUGH DATE FOR EVERY TEMPORARY LICENSE ISSUED THIS
      * RUN - THE BUSINESS DATE ADVANCED WS-TEMP-VALID-DAYS CALENDAR
       01  WS-TEMP-CENT-REM            PIC 9(5)  VALUE ZEROS.
       01  WS-TEMP-QUAD-REM            PIC 9(5)  VALUE ZEROS.

      * DATE-OF-BIRTH AND COMPUTED-EXPIRATION WORK AREAS - THE AGE
      * IS DERIVED IN 2130 AND THE EXPIRATION BUILT IN 2650. THE
      * BIRTH MONTH'S LENGTH COMES OFF WS-TEMP-DIM ABOVE, WITH THE
      * SAME LEAP RULE (2690).
       01  WS-BIRTH-DATE-NUM           PIC 9(8)  VALUE ZEROS.
       01  WS-BIRTH-MMDD               PIC 9(4)  VALUE ZEROS.
       01  WS-BIRTH-DIM-WORK           PIC 9(2)  VALUE ZEROS.
       01  WS-DERIVED-AGE              PIC 9(4)  VALUE ZEROS.
       01  WS-COMP-EXPIRE-DATE.
           05  WS-COMP-EXP-YY          PIC 9(4).
           05  WS-COMP-EXP-MM          PIC 9(2).
           05  WS-COMP-EXP-DD          PIC 9(2).
       01  WS-LEAP-TEST-YY             PIC 9(4)  VALUE ZEROS.
       01  WS-LEAP-QUOT                PIC 9(5)  VALUE ZEROS.
       01  WS-LEAP-REM                 PIC 9(5)  VALUE ZEROS.
       01  WS-LEAP-CENT-REM            PIC 9(5)  VALUE ZEROS.
       01  WS-LEAP-QUAD-REM            PIC 9(5)  VALUE ZEROS.

      *---------------------------------------------------------------
      * COUNTERS FOR THE CONTROL REPORT
      *---------------------------------------------------------------
      * REVENUE ACCUMULATORS (SEE THE 7500 BANNER).
           05  WS-TEMPS-ISSUED         PIC 9(7)  VALUE ZEROS.
           05  WS-REFUND-CAND-CNT      PIC 9(7)  VALUE ZEROS.
      * SAME RESTART RULE AS WS-TEMPS-ISSUED.
           05  WS-HAZMAT-HELD-CNT      PIC 9(7)  VALUE ZEROS.
      * SAME RESTART RULE AS WS-TEMPS-ISSUED.
           05  WS-EXPIRE-MISMATCH-CNT  PIC 9(7)  VALUE ZEROS.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURR-TIME            PIC 9(8).
      * THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A
      * RERUN FOR A MISSED DAY STAMPS THE RIGHT DATE EVERYWHERE.
       01  WS-RUN-DATE-NUM             PIC 9(8)  VALUE ZEROS.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-NUM.
           05  WS-RUN-YY               PIC 9(4).
           05  WS-RUN-MMDD             PIC 9(4).

       01  WS-MISC.
           05  WS-SUB                  PIC 9(4)  VALUE ZEROS.
           05  WS-MST-EXPIRE-NUM       PIC 9(8)  VALUE ZEROS.
           05  WS-INS-EFF-NUM          PIC 9(8)  VALUE ZEROS.
           05  WS-INS-EXP-NUM          PIC 9(8)  VALUE ZEROS.

       01  WS-BATCH-TRACK.
           05  WS-CURR-OFFICE          PIC X(3)  VALUE SPACES.
               UNTIL WS-RECIP-EOF
           PERFORM 1450-LOAD-FEE-TABLE THRU 1450-LOAD-FEE-TABLE-EXIT
               UNTIL WS-FEE-EOF
           PERFORM 1460-LOAD-TERM-TABLE THRU 1460-LOAD-TERM-TABLE-EXIT
               UNTIL WS-TERM-EOF
           PERFORM 1500-LOAD-OVRD-TABLE THRU 1500-LOAD-OVRD-TABLE-EXIT
               UNTIL WS-OVRD-EOF
           CLOSE RECIP-FILE FEE-FILE TERM-FILE OVRD-FILE
           PERFORM 1600-CHECK-RESTART
           OPEN INPUT LIC-IN-FILE
           PERFORM 1700-SKIP-ALREADY-DONE
               END-IF
           END-IF.

      * THE SMALL POLICY TABLES (RECIPROCITY, FEE SCHEDULE, TERM
      * RULES, OVERRIDES) STILL LOAD INTO STORAGE - THEY ARE BOUNDED
      * BY POLICY, NOT VOLUME. THE SIX APPLICANT-KEYED FILES STAY OPEN
      * FOR KEYED READS THROUGH THE WHOLE RUN; A MISSING SIDE FILE
      * MEANS LICRLOAD NEVER RAN TODAY AND THE EDIT MUST NOT EITHER.
       1100-OPEN-REFERENCE-FILES.
           READ FEE-FILE INTO FEE-IN-REC
               AT END SET WS-FEE-EOF TO TRUE
           END-READ
      * WITHOUT THE TERM RULES NO EXPIRATION DATE CAN BE ISSUED AND
      * EVERY APPROVAL WOULD FALL TO SUSPENSE - STOP INSTEAD.
           OPEN INPUT TERM-FILE
           IF NOT WS-TERM-OK
               DISPLAY 'LICEDIT - TERM RULES FILE TERMRULE.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-TERM-STATUS
               DISPLAY 'LICEDIT - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ TERM-FILE INTO TERM-IN-REC
               AT END SET WS-TERM-EOF TO TRUE
           END-READ
           OPEN INPUT OVRD-FILE
           READ OVRD-FILE INTO OVRD-IN-REC
               AT END SET WS-OVRD-EOF TO TRUE
           OPEN INPUT DRVH-FILE
           OPEN INPUT COMM-FILE
           OPEN INPUT MEDC-FILE
           OPEN INPUT INSP-FILE
           OPEN INPUT HAZC-FILE
           IF NOT WS-RCPT-OK OR NOT WS-DRVH-OK
              OR NOT WS-COMM-OK OR NOT WS-MEDC-OK
              OR NOT WS-INSP-OK OR NOT WS-HAZC-OK
               DISPLAY 'LICEDIT - REFERENCE SIDE FILES NOT AVAILABLE '
                       '- RCPT ' WS-RCPT-STATUS
                       ' DRVH ' WS-DRVH-STATUS
                       ' COMM ' WS-COMM-STATUS
                       ' MEDC ' WS-MEDC-STATUS
                       ' INSP ' WS-INSP-STATUS
                       ' HAZC ' WS-HAZC-STATUS
               DISPLAY 'LICEDIT - RUN LICRLOAD FIRST - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
       1450-LOAD-FEE-TABLE-EXIT.
           EXIT.

       1460-LOAD-TERM-TABLE.
           MOVE TERM-IN-REC TO TERM-RULE-REC
           IF TRM-AGE-FROM NOT NUMERIC OR TRM-AGE-TO NOT NUMERIC
              OR TRM-TERM-YEARS NOT NUMERIC
               DISPLAY 'LICEDIT - WARNING: TERM RULE NOT NUMERIC - '
                       'RECORD DROPPED: ' TERM-IN-REC
               GO TO 1460-READ-NEXT-TERM
           END-IF
           IF WS-TERM-CNT < 50
               ADD 1 TO WS-TERM-CNT
               MOVE TRM-LICENSE-TYPE TO WS-TERM-T-TYPE (WS-TERM-CNT)
               MOVE TRM-AGE-FROM TO WS-TERM-T-AGE-FROM (WS-TERM-CNT)
               MOVE TRM-AGE-TO TO WS-TERM-T-AGE-TO (WS-TERM-CNT)
               MOVE TRM-TERM-YEARS TO WS-TERM-T-YEARS (WS-TERM-CNT)
           ELSE
               DISPLAY 'LICEDIT - WARNING: TERM RULES TABLE FULL '
                       'AT 50 ENTRIES - RECORD DROPPED: '
                       TRM-LICENSE-TYPE
           END-IF.
       1460-READ-NEXT-TERM.
           READ TERM-FILE INTO TERM-IN-REC
               AT END SET WS-TERM-EOF TO TRUE
           END-READ.
       1460-LOAD-TERM-TABLE-EXIT.
           EXIT.

       1500-LOAD-OVRD-TABLE.
           MOVE OVRD-IN-REC TO OVERRIDE-REC
           IF WS-OVRD-CNT < 500
               ADD 1 TO WS-OVRD-CNT
               MOVE OVR-APPLICANT-ID TO WS-OVRD-APPID (WS-OVRD-CNT)
               MOVE OVR-SUPERVISOR-ID TO WS-OVRD-SUPV (WS-OVRD-CNT)
               MOVE OVR-CASE-NUMBER TO WS-OVRD-CASE (WS-OVRD-CNT)
           ELSE
               DISPLAY 'LICEDIT - WARNING: OVERRIDE TABLE FULL AT '
                       '500 ENTRIES - RECORD DROPPED: '
               OPEN EXTEND REAL-FILE
               OPEN EXTEND CARD-FILE
               OPEN EXTEND REVN-FILE
               OPEN EXTEND REVD-FILE
               OPEN EXTEND TEMP-FILE
               OPEN EXTEND REFD-FILE
               OPEN EXTEND HAZP-FILE
           ELSE
               OPEN OUTPUT RPRT-FILE
               OPEN OUTPUT ERR-FILE
               OPEN OUTPUT REAL-FILE
               OPEN OUTPUT CARD-FILE
               OPEN OUTPUT REVN-FILE
               OPEN OUTPUT REVD-FILE
               OPEN OUTPUT TEMP-FILE
               OPEN OUTPUT REFD-FILE
               OPEN OUTPUT HAZP-FILE
           END-IF
           OPEN EXTEND AUD-FILE
           OPEN I-O MSTR-FILE
           MOVE WS-REVN-STATUS TO WS-IO-STATUS
           MOVE 'REVN-FILE' TO WS-IO-FILE-ID
           PERFORM 9000-CHECK-FILE-STATUS
           MOVE WS-REVD-STATUS TO WS-IO-STATUS
           MOVE 'REVD-FILE' TO WS-IO-FILE-ID
           PERFORM 9000-CHECK-FILE-STATUS
           MOVE WS-TEMP-STATUS TO WS-IO-STATUS
           MOVE 'TEMP-FILE' TO WS-IO-FILE-ID
           PERFORM 9000-CHECK-FILE-STATUS
           MOVE WS-REFD-STATUS TO WS-IO-STATUS
           MOVE 'REFD-FILE' TO WS-IO-FILE-ID
           PERFORM 9000-CHECK-FILE-STATUS
           MOVE WS-HAZP-STATUS TO WS-IO-STATUS
           MOVE 'HAZP-FILE' TO WS-IO-FILE-ID
           PERFORM 9000-CHECK-FILE-STATUS
           IF NOT WS-IS-RESTART
               MOVE WS-RUN-DATE-NUM TO REV-HDR1-DATE
               WRITE REVN-OUT-REC FROM REV-HDR1
               WRITE REVN-OUT-REC FROM REV-EXC-HDR
               MOVE WS-RUN-DATE-NUM TO HZP-HDR1-DATE
               WRITE HAZP-OUT-REC FROM HZP-HDR1
               WRITE HAZP-OUT-REC FROM HZP-HDR2
           END-IF.

      ******************************************************************
           SET WS-OVERRIDE-SW TO 'N'
           SET WS-PROVISIONAL-SW TO 'N'
           SET WS-REPLACEMENT-SW TO 'N'
           SET WS-DECEASED-SW TO 'N'
           IF DMV-IS-REPLACEMENT
               SET WS-IS-REPLACEMENT TO TRUE
           END-IF
           MOVE SPACES TO WS-CURRENT-REASON
           MOVE SPACES TO WS-CURR-SUPV
           MOVE SPACES TO WS-CURR-APPEAL-CASE
           MOVE ZEROS TO WS-RCPT-AMT-FOUND
           MOVE SPACES TO WS-RCPT-NUM-FOUND
           MOVE ZEROS TO WS-MEDC-EXPIRE-FOUND

      * A HOLDER LICDEATH HAS MARKED DECEASED IS FINAL - NO EDIT,
      * OVERRIDE, OR RE-KEY CAN MAKE THE TRANSACTION GOOD, SO IT
      * GOES STRAIGHT TO THE DECISION AS A DENIAL.
           PERFORM 2040-CHECK-DECEASED-HOLDER
           IF WS-HOLDER-DECEASED
               GO TO 2080-WRITE-DECISION
           END-IF
           PERFORM 2050-CHECK-BATCH-ERROR
           IF NOT WS-ROUTE-SUSPENSE
               PERFORM 2100-CHECK-COMPLETENESS
           IF WS-ROUTE-DENY
               PERFORM 2600-CHECK-OVERRIDE
           END-IF
      * THE EXPIRATION IS SET ONCE THE OUTCOME IS KNOWN, SO AN
      * OVERTURNED DENIAL IS ISSUED THE SAME COMPUTED DATE AS ANY
      * OTHER APPROVAL. A REPLACEMENT KEEPS THE MASTER'S DATE (2290).
           IF NOT WS-ROUTE-SUSPENSE AND NOT WS-IS-REPLACEMENT
               PERFORM 2650-COMPUTE-EXPIRE-DATE
                   THRU 2650-COMPUTE-EXPIRE-DATE-EXIT
           END-IF.
       2080-WRITE-DECISION.
      * A REPLACEMENT'S REAL ID STANDING COMES OFF THE MASTER IN
      * 2280 - THE COUNTER DOES NOT RE-COLLECT THE IDENTITY
      * DOCUMENTS FOR A LOST CARD.
           MOVE ZEROS TO WS-CURR-EXPECTED
           MOVE ZEROS TO WS-CURR-DETAILS.

      * ONE KEYED READ OF THE MASTER FOR EVERY TRANSACTION, NEW OR
      * NOT - A NEW APPLICATION OR RENEWAL UNDER A DECEASED HOLDER'S
      * ID WOULD OTHERWISE REBUILD THE MASTER IN 3500 AND WIPE THE
      * MARK. THE READ GOES INTO LICENSE-MASTER-REC, WHICH IS SAFE
      * FOR THE SAME REASON GIVEN AT 2280. AN APPLICANT NOT YET ON
      * THE MASTER PASSES.
       2040-CHECK-DECEASED-HOLDER.
           MOVE DMV-APPLICANT-ID TO MSTR-OUT-KEY
           READ MSTR-FILE INTO LICENSE-MASTER-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MST-OUTC-DECEASED
                       SET WS-HOLDER-DECEASED TO TRUE
                       SET WS-ROUTE-DENY TO TRUE
                       MOVE 'HOLDER RECORDED DECEASED - VITAL RECORDS'
                           TO WS-CURRENT-REASON
                   END-IF
           END-READ.

      * A RECORD LICDUP STAMPED BATCH-IN-ERROR BELONGS TO AN OFFICE
      * BATCH WHOSE TRAILER DID NOT BALANCE - NOTHING IN THAT BATCH
      * CAN BE TRUSTED, SO THE WHOLE BATCH SITS IN SUSPENSE UNTIL
      * IT IS THE JOIN KEY FOR THE OVERRIDE, COMMERCIAL-DETAIL, AUDIT,
      * AND MASTER RECORDS, AND A BLANK VALUE WOULD OTHERWISE JUST
      * FAIL EVERY ONE OF THOSE LOOKUPS SILENTLY.
      * WITH ALL THREE FIELDS PRESENT, THE DATE OF BIRTH IS EDITED
      * AND THE AGE DERIVED FROM IT (2130), AND THE KEYED INSURANCE
      * FLAG IS PROVED AGAINST THE INSURERS' OWN POLICY FILE - SEE
      * 2110.
       2100-CHECK-COMPLETENESS.
           IF DMV-APPLICANT-ID = SPACE OR LOW-VALUE
               SET WS-ROUTE-SUSPENSE TO TRUE
                       SET WS-ROUTE-SUSPENSE TO TRUE
                       MOVE 'MISSING IDENTITY DOCUMENT FLAG'
                           TO WS-CURRENT-REASON
                   ELSE
                       PERFORM 2130-DERIVE-AGE
                       IF NOT WS-ROUTE-SUSPENSE
                           PERFORM 2110-VERIFY-INSURANCE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * THE CLERK KEYS THE INSURANCE FLAG ON THE APPLICANT'S WORD -
      * ONE KEYED READ AGAINST THE INSPIDX SIDE FILE (THE INSURERS'
      * NIGHTLY POLICY FILE, LOADED BY LICRLOAD) CONFIRMS IT. NO
      * POLICY ON FILE, A CANCELLED ONE, OR ONE NOT IN FORCE ON THE
      * BUSINESS DATE GOES TO SUSPENSE, NOT DENIAL - THE APPLICANT
      * CAN BRING PROOF OF A POLICY THE INSURER HAS NOT REPORTED YET.
       2110-VERIFY-INSURANCE.
           MOVE DMV-APPLICANT-ID TO INSP-IO-KEY
           READ INSP-FILE INTO INSURANCE-POLICY-REC
               INVALID KEY
                   SET WS-ROUTE-SUSPENSE TO TRUE
                   MOVE 'NO INSURANCE POLICY ON FILE'
                       TO WS-CURRENT-REASON
               NOT INVALID KEY
                   PERFORM 2120-CHECK-POLICY-IN-FORCE
           END-READ.

       2120-CHECK-POLICY-IN-FORCE.
           IF NOT INS-POLICY-ACTIVE
              OR INS-EFFECTIVE-DATE NOT NUMERIC
              OR INS-EXPIRE-DATE NOT NUMERIC
               SET WS-ROUTE-SUSPENSE TO TRUE
               MOVE 'INSURANCE POLICY NOT IN FORCE'
                   TO WS-CURRENT-REASON
           ELSE
               MOVE INS-EFFECTIVE-DATE TO WS-INS-EFF-NUM
               MOVE INS-EXPIRE-DATE TO WS-INS-EXP-NUM
               IF WS-INS-EFF-NUM > WS-RUN-DATE-NUM
                  OR WS-INS-EXP-NUM < WS-RUN-DATE-NUM
                   SET WS-ROUTE-SUSPENSE TO TRUE
                   MOVE 'INSURANCE POLICY NOT IN FORCE'
                       TO WS-CURRENT-REASON
               END-IF
           END-IF.

      * THE AGE IS NO LONGER KEYED - IT IS DERIVED FROM THE DATE OF
      * BIRTH ON THE BUSINESS DATE, SO IT IS RIGHT ON THE DAY OF THE
      * EDIT WHENEVER THE APPLICATION WAS TAKEN, AND STORED IN
      * DMV-AGE FOR THE AGE RULES (2270), THE REPORT, AND THE
      * MASTER. A BLANK OR IMPOSSIBLE BIRTH DATE IS A KEYING MISS,
      * SUSPENDED FOR RE-KEY THE SAME AS THE OTHER MISSING FIELDS.
       2130-DERIVE-AGE.
           PERFORM 2140-VALIDATE-BIRTH-DATE
               THRU 2140-VALIDATE-BIRTH-DATE-EXIT
           IF NOT WS-BIRTH-DATE-OK
               SET WS-ROUTE-SUSPENSE TO TRUE
               MOVE 'MISSING OR INVALID DATE OF BIRTH'
                   TO WS-CURRENT-REASON
           ELSE
               COMPUTE WS-DERIVED-AGE = WS-RUN-YY - DMV-BIRTH-YY
               COMPUTE WS-BIRTH-MMDD =
                   DMV-BIRTH-MM * 100 + DMV-BIRTH-DD
               IF WS-RUN-MMDD < WS-BIRTH-MMDD
                   SUBTRACT 1 FROM WS-DERIVED-AGE
               END-IF
               MOVE WS-DERIVED-AGE TO DMV-AGE
           END-IF.

       2140-VALIDATE-BIRTH-DATE.
           SET WS-BIRTH-DATE-SW TO 'N'
           IF DMV-BIRTH-YY NOT NUMERIC
              OR DMV-BIRTH-MM NOT NUMERIC
              OR DMV-BIRTH-DD NOT NUMERIC
               GO TO 2140-VALIDATE-BIRTH-DATE-EXIT
           END-IF
           IF DMV-BIRTH-MM < 01 OR DMV-BIRTH-MM > 12
              OR DMV-BIRTH-DD < 01
               GO TO 2140-VALIDATE-BIRTH-DATE-EXIT
           END-IF
           MOVE WS-TEMP-DIM (DMV-BIRTH-MM) TO WS-BIRTH-DIM-WORK
           IF DMV-BIRTH-MM = 02
               MOVE DMV-BIRTH-YY TO WS-LEAP-TEST-YY
               PERFORM 2690-TEST-LEAP-YEAR
               IF WS-IS-LEAP-YEAR
                   MOVE 29 TO WS-BIRTH-DIM-WORK
               END-IF
           END-IF
           IF DMV-BIRTH-DD > WS-BIRTH-DIM-WORK
               GO TO 2140-VALIDATE-BIRTH-DATE-EXIT
           END-IF
      * BORN AFTER THE BUSINESS DATE, OR OLDER THAN ANY LIVING
      * APPLICANT, IS A MIS-KEYED YEAR.
           MOVE DMV-BIRTH-DATE TO WS-BIRTH-DATE-NUM
           IF WS-BIRTH-DATE-NUM > WS-RUN-DATE-NUM
               GO TO 2140-VALIDATE-BIRTH-DATE-EXIT
           END-IF
           IF DMV-BIRTH-YY + WS-MAX-HOLDER-AGE < WS-RUN-YY
               GO TO 2140-VALIDATE-BIRTH-DATE-EXIT
           END-IF
           SET WS-BIRTH-DATE-OK TO TRUE.
       2140-VALIDATE-BIRTH-DATE-EXIT.
           EXIT.

      * A MAILING ADDRESS THE MAILING HOUSE CANNOT DELIVER TO COSTS
      * A LOST RENEWAL NOTICE AND AN ANGRY COUNTER VISIT - A BLANK
      * ADDRESS LINE, A NON-NUMERIC ZIP, OR A STATE CODE THE
               SET WS-FOUND-SW TO 'Y'
               MOVE WS-OVRD-SUPV (WS-OVRD-IDX)
                   TO WS-CURR-SUPV
               MOVE WS-OVRD-CASE (WS-OVRD-IDX)
                   TO WS-CURR-APPEAL-CASE
           END-IF.

      * THE EXPIRATION IS NO LONGER TAKEN FROM THE COUNTER - THE
      * TERM FOR THE LICENSE TYPE AND THE HOLDER'S AGE BAND COMES
      * OFF TERMRULE.DAT, AND THE LICENSE EXPIRES ON THE HOLDER'S
      * BIRTHDAY THAT MANY YEARS AFTER THE BUSINESS YEAR (A 29
      * FEBRUARY BIRTHDAY FALLS BACK TO THE 28TH IN A COMMON YEAR).
      * A DATE THE CLERK DID KEY IS ONLY COMPARED: A DISAGREEMENT IS
      * LISTED ON THE CONTROL REPORT AND THE COMPUTED DATE ISSUED.
      * NO RULE FOR THE TYPE AND AGE SUSPENDS AN APPROVAL UNTIL THE
      * TABLE IS FIXED; A DENIAL KEEPS WHATEVER WAS KEYED, SINCE NO
      * LICENSE IS ISSUED ON IT.
       2650-COMPUTE-EXPIRE-DATE.
           SET WS-FOUND-SW TO 'N'
           SET WS-TERM-IDX TO 1
           PERFORM 2660-SCAN-TERM-ENTRY
               VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-CNT
                  OR WS-WAS-FOUND
           IF NOT WS-WAS-FOUND
               IF NOT WS-ROUTE-DENY
                   SET WS-ROUTE-SUSPENSE TO TRUE
                   MOVE 'NO TERM RULE FOR LICENSE TYPE AND AGE'
                       TO WS-CURRENT-REASON
               END-IF
               GO TO 2650-COMPUTE-EXPIRE-DATE-EXIT
           END-IF
           COMPUTE WS-COMP-EXP-YY = WS-RUN-YY + WS-TERM-YEARS-FOUND
           MOVE DMV-BIRTH-MM TO WS-COMP-EXP-MM
           MOVE DMV-BIRTH-DD TO WS-COMP-EXP-DD
           IF WS-COMP-EXP-MM = 02 AND WS-COMP-EXP-DD = 29
               MOVE WS-COMP-EXP-YY TO WS-LEAP-TEST-YY
               PERFORM 2690-TEST-LEAP-YEAR
               IF NOT WS-IS-LEAP-YEAR
                   MOVE 28 TO WS-COMP-EXP-DD
               END-IF
           END-IF
           IF DMV-EXPIRE-YY NUMERIC AND DMV-EXPIRE-MM NUMERIC
              AND DMV-EXPIRE-DD NUMERIC
               IF DMV-EXPIRE-YY NOT = WS-COMP-EXP-YY
                  OR DMV-EXPIRE-MM NOT = WS-COMP-EXP-MM
                  OR DMV-EXPIRE-DD NOT = WS-COMP-EXP-DD
                   PERFORM 2670-NOTE-EXPIRE-MISMATCH
               END-IF
           END-IF
           MOVE WS-COMP-EXP-YY TO DMV-EXPIRE-YY
           MOVE WS-COMP-EXP-MM TO DMV-EXPIRE-MM
           MOVE WS-COMP-EXP-DD TO DMV-EXPIRE-DD.
       2650-COMPUTE-EXPIRE-DATE-EXIT.
           EXIT.

       2660-SCAN-TERM-ENTRY.
           IF WS-TERM-T-TYPE (WS-TERM-IDX) = DMV-LICENSE-TYPE
              AND DMV-AGE >= WS-TERM-T-AGE-FROM (WS-TERM-IDX)
              AND DMV-AGE <= WS-TERM-T-AGE-TO (WS-TERM-IDX)
               SET WS-FOUND-SW TO 'Y'
               MOVE WS-TERM-T-YEARS (WS-TERM-IDX)
                   TO WS-TERM-YEARS-FOUND
           END-IF.

       2670-NOTE-EXPIRE-MISMATCH.
           ADD 1 TO WS-EXPIRE-MISMATCH-CNT
           IF WS-EXPM-CNT < 200
               ADD 1 TO WS-EXPM-CNT
               MOVE DMV-APPLICANT-ID TO WS-EXPM-APPID (WS-EXPM-CNT)
               MOVE DMV-EXPIRE-DATE TO WS-EXPM-KEYED (WS-EXPM-CNT)
               MOVE WS-COMP-EXPIRE-DATE
                   TO WS-EXPM-COMPUTED (WS-EXPM-CNT)
           ELSE
               DISPLAY 'LICEDIT - WARNING: EXPIRE MISMATCH LIST FULL '
                       'AT 200 ENTRIES - NOT LISTED: '
                       DMV-APPLICANT-ID
           END-IF.

      * FULL GREGORIAN LEAP RULE, AS IN 1090 - WS-LEAP-TEST-YY IN,
      * WS-LEAP-YEAR-SW OUT.
       2690-TEST-LEAP-YEAR.
           SET WS-LEAP-YEAR-SW TO 'N'
           DIVIDE WS-LEAP-TEST-YY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM
           DIVIDE WS-LEAP-TEST-YY BY 100 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-CENT-REM
           DIVIDE WS-LEAP-TEST-YY BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-QUAD-REM
           IF WS-LEAP-REM = 0
              AND (WS-LEAP-CENT-REM NOT = 0
                   OR WS-LEAP-QUAD-REM = 0)
               SET WS-IS-LEAP-YEAR TO TRUE
           END-IF.

      * REAL ID ELIGIBILITY - ALL THREE SUPPORTING DOCUMENTS PRESENT.
      * SCORES, DECISION, AND HISTORY STAND AS ORIGINALLY DECIDED,
      * AND A DENIED REPLACEMENT MUST NOT OVERWRITE AN APPROVED
      * LICENSE RECORD. THE AUDIT TRAIL STILL ANSWERS FOR THE
      * REPLACEMENT DECISION ITSELF. A DECEASED HOLDER'S MASTER IS
      * LEFT AS LICDEATH MARKED IT THE SAME WAY.
           IF NOT WS-IS-REPLACEMENT AND NOT WS-HOLDER-DECEASED
               PERFORM 3500-WRITE-MASTER-RECORD
           END-IF.
       3000-WRITE-DECISION-EXIT.

      * ONE KEYED READ AGAINST THE COMMIDX SIDE FILE - THE CAPTURED
      * FIELDS FEED BOTH THE APPROVED REPORT'S COMMERCIAL SECTION
      * AND THE CARD EXTRACT. A HAZMAT ENDORSEMENT IS ONLY CAPTURED
      * WHEN 3312 FINDS A CURRENT CLEARANCE, SO NEITHER THE REPORT
      * NOR THE CARD CAN SHOW AN UNCLEARED H.
       3311-FIND-COMM-DETAIL.
           SET WS-FOUND-SW TO 'N'
           MOVE 'N' TO WS-HAZMAT-HELD-SW
           MOVE SPACES TO WS-COMM-VEHCL-FOUND
           MOVE SPACES TO WS-COMM-ENDORSE-FOUND
           MOVE SPACES TO WS-COMM-RESTRICT-FOUND
                   MOVE CDL-VEHICLE-CLASS TO WS-COMM-VEHCL-FOUND
                   MOVE CDL-ENDORSEMENTS TO WS-COMM-ENDORSE-FOUND
                   MOVE CDL-RESTRICTIONS TO WS-COMM-RESTRICT-FOUND
           END-READ
           IF WS-WAS-FOUND
              AND CDL-ENDORSE-HAZMAT NOT = SPACE
               PERFORM 3312-CHECK-HAZMAT-CLEARANCE
           END-IF.

      * FEDERAL RULES REQUIRE A SECURITY THREAT ASSESSMENT BEFORE
      * THE H ENDORSEMENT IS ISSUED. NO CLEARANCE ON HAZCIDX, OR ONE
      * THAT EXPIRED BEFORE THE BUSINESS DATE, HOLDS THE ENDORSEMENT
      * BACK - THE LICENSE ITSELF IS STILL APPROVED, AND 3331 LISTS
      * THE HOLDER ON THE PENDING REPORT. THE SHARED FOUND SWITCH IS
      * LEFT ALONE; IT STILL SAYS WHETHER COMMERCIAL DETAIL EXISTS.
       3312-CHECK-HAZMAT-CLEARANCE.
           MOVE SPACES TO WS-HAZC-NO-FOUND
           MOVE ZEROS TO WS-HAZC-EXPIRE-FOUND
           MOVE DMV-APPLICANT-ID TO HAZC-IO-KEY
           READ HAZC-FILE INTO HAZMAT-CLEARANCE-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE HZC-CLEARANCE-NO TO WS-HAZC-NO-FOUND
                   MOVE HZC-CLEAR-EXPIRE TO WS-HAZC-EXPIRE-FOUND
           END-READ
           IF WS-HAZC-EXPIRE-FOUND < WS-RUN-DATE-NUM
               SET WS-HAZMAT-HELD TO TRUE
               MOVE SPACE TO WS-COMM-ENDORSE-FOUND (1:1)
           END-IF.

       3320-WRITE-REALID-LINE.
           MOVE DMV-NAME TO RID-NAME-VAL
           MOVE 'CARD-FILE' TO WS-IO-FILE-ID
           PERFORM 9000-CHECK-FILE-STATUS.

      * THE CARD RECORD IS WRITTEN ONCE PER APPROVAL, SO THIS IS
      * WHERE A HELD HAZMAT ENDORSEMENT GOES ON THE PENDING REPORT.
       3331-FILL-CARD-COMM-DETAIL.
           PERFORM 3311-FIND-COMM-DETAIL
           IF WS-WAS-FOUND
               MOVE WS-COMM-RESTRICT-FOUND TO CRD-RESTRICTIONS
           ELSE
               MOVE DMV-CAR-TYPE(1:2) TO CRD-VEHICLE-CLASS
           END-IF
           IF WS-HAZMAT-HELD
               PERFORM 3332-WRITE-HAZMAT-PENDING
           END-IF.

       3332-WRITE-HAZMAT-PENDING.
           ADD 1 TO WS-HAZMAT-HELD-CNT
           MOVE DMV-APPLICANT-ID TO HZP-APPID-VAL
           MOVE DMV-NAME TO HZP-NAME-VAL
           MOVE WS-HAZC-NO-FOUND TO HZP-CLEAR-NO-VAL
           IF WS-HAZC-NO-FOUND = SPACES
               MOVE 'NO CLEARANCE ON FILE' TO HZP-REASON-VAL
               MOVE SPACES TO HZP-EXPIRE-VAL
           ELSE
               MOVE 'CLEARANCE EXPIRED' TO HZP-REASON-VAL
               MOVE WS-HAZC-EXPIRE-FOUND TO HZP-EXPIRE-VAL
           END-IF
           WRITE HAZP-OUT-REC FROM HZP-DETAIL
           MOVE WS-HAZP-STATUS TO WS-IO-STATUS
           MOVE 'HAZP-FILE' TO WS-IO-FILE-ID
           PERFORM 9000-CHECK-FILE-STATUS.

      * ONE PRINTED TEMPORARY LICENSE PER APPROVAL - THE APPLICANT
      * LEAVES THE COUNTER WITH A DATED, SERIAL-NUMBERED DOCUMENT
      * WHILE THE PLASTIC CARD RIDES THE VENDOR EXTRACT. THE
           IF WS-REV-DIFF NOT = ZERO
               ADD 1 TO WS-REV-EXC-CNT
               PERFORM 3344-WRITE-EXCEPTION
           END-IF
           PERFORM 3346-WRITE-REV-DETAIL.

      * A LICENSE TYPE NOT ON THE FEE SCHEDULE LEAVES THE EXPECTED
      * FEE AT ZERO - WHATEVER WAS COLLECTED THEN SHOWS ON THE
           MOVE 'REVN-FILE' TO WS-IO-FILE-ID
           PERFORM 9000-CHECK-FILE-STATUS.

      * ONE DETAIL RECORD PER FEE TALLIED ABOVE, WITH ITS FEE
      * CATEGORY - THE LICGLJNL LEDGER RUN CREDITS NEW-ISSUE,
      * RENEWAL AND REPLACEMENT REVENUE SEPARATELY, WHICH THE
      * PER-TYPE REPORT LINES CANNOT SHOW.
       3346-WRITE-REV-DETAIL.
           MOVE SPACES TO REVENUE-DETAIL-REC
           MOVE WS-RUN-DATE-NUM TO RVD-BUSINESS-DATE
           MOVE DMV-APPLICANT-ID TO RVD-APPLICANT-ID
           MOVE DMV-LICENSE-TYPE TO RVD-LICENSE-TYPE
           EVALUATE TRUE
               WHEN WS-IS-REPLACEMENT
                   SET RVD-CAT-REPLACEMENT TO TRUE
               WHEN DMV-RENEWAL = 'Y'
                   SET RVD-CAT-RENEWAL TO TRUE
               WHEN OTHER
                   SET RVD-CAT-NEW TO TRUE
           END-EVALUATE
           MOVE WS-RCPT-NUM-FOUND TO RVD-RECEIPT-NO
           MOVE WS-FEE-EXPECTED TO RVD-EXPECTED-AMT
           MOVE WS-RCPT-AMT-FOUND TO RVD-COLLECTED-AMT
           WRITE REVD-OUT-REC FROM REVENUE-DETAIL-REC
           MOVE WS-REVD-STATUS TO WS-IO-STATUS
           MOVE 'REVD-FILE' TO WS-IO-FILE-ID
           PERFORM 9000-CHECK-FILE-STATUS.

       3400-WRITE-AUDIT-RECORD.
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           IF WS-WAS-OVERRIDDEN
               SET AUD-WAS-OVERRIDDEN TO TRUE
               MOVE WS-CURR-SUPV TO AUD-OVERRIDE-BY
               MOVE WS-CURR-APPEAL-CASE TO AUD-APPEAL-CASE
           END-IF
           WRITE AUD-OUT-REC FROM AUDIT-TRAIL-REC
           MOVE WS-AUD-STATUS TO WS-IO-STATUS
           MOVE DMV-ROAD-RETEST-CNT TO MST-ROAD-RETEST-CNT
           MOVE DMV-WRITTEN-SCORE TO MST-WRITTEN-SCORE
           MOVE DMV-WRITTEN-RETEST-CNT TO MST-WRITTEN-RETEST-CNT
           MOVE DMV-EXAMINER-ID TO MST-EXAMINER-ID
           MOVE DMV-TEST-OFFICE TO MST-TEST-OFFICE
           IF WS-IS-PROVISIONAL
               MOVE 'Y' TO MST-PROVISIONAL-FLAG
           ELSE
      * A FRESH TRANSACTION CARRIES A FRESHLY EDITED ADDRESS, SO ANY
      * BAD-ADDRESS FLAG LICRMAIL SET ON THE OLD RECORD IS CLEARED.
           MOVE 'N' TO MST-BAD-ADDR-FLAG
      * THE DECISION DATE, THE AGE AT DECISION, THE DATE OF BIRTH,
      * AND THE CARD'S PHYSICAL DESCRIPTORS RIDE THE MASTER SO THE
      * LICPUPGR UPGRADE RUN CAN TELL A PROVISIONAL HOLDER'S AGE
      * TODAY AND RE-ISSUE THE CARD WITHOUT THE ORIGINAL
      * TRANSACTION.
           MOVE WS-RUN-DATE-NUM TO MST-DECISION-DATE
           MOVE DMV-AGE TO MST-AGE
           MOVE DMV-BIRTH-DATE TO MST-BIRTH-DATE
           MOVE DMV-EYE-COLOR TO MST-EYE-COLOR
           MOVE DMV-HAIR-COLOR TO MST-HAIR-COLOR
           MOVE DMV-CORRECTIVE-LENS TO MST-CORRECTIVE-LENS
           MOVE WS-REFUND-CAND-CNT TO CTL-VALUE
           WRITE CTL-OUT-REC FROM CONTROL-RPT-LINE

      * KEYED EXPIRATION DATES THE TERM RULES OVERRODE - THE COUNT,
      * THEN ONE LINE PER TRANSACTION FOR THE OFFICES TO CHASE.
           MOVE 'KEYED EXPIRE DATES NOT MATCHING TERM RULES'
               TO CTL-LABEL
           MOVE WS-EXPIRE-MISMATCH-CNT TO CTL-VALUE
           WRITE CTL-OUT-REC FROM CONTROL-RPT-LINE
           SET WS-EXPM-IDX TO 1
           PERFORM 7300-WRITE-EXPIRE-LINE
               VARYING WS-EXPM-IDX FROM 1 BY 1
               UNTIL WS-EXPM-IDX > WS-EXPM-CNT

           SET WS-REASON-IDX TO 1
           PERFORM 7100-WRITE-REASON-LINE
               VARYING WS-REASON-IDX FROM 1 BY 1
           MOVE WS-OFC-SUSP (WS-OFC-IDX) TO CTL-OFC-SUSP
           WRITE CTL-OUT-REC FROM CTL-OFFICE-LINE.

       7300-WRITE-EXPIRE-LINE.
           MOVE WS-EXPM-APPID (WS-EXPM-IDX) TO CTL-EXM-APPID
           MOVE WS-EXPM-KEYED (WS-EXPM-IDX) TO CTL-EXM-KEYED
           MOVE WS-EXPM-COMP-YY (WS-EXPM-IDX) TO CTL-EXM-COMP-YY
           MOVE WS-EXPM-COMP-MM (WS-EXPM-IDX) TO CTL-EXM-COMP-MM
           MOVE WS-EXPM-COMP-DD (WS-EXPM-IDX) TO CTL-EXM-COMP-DD
           WRITE CTL-OUT-REC FROM CTL-EXPIRE-LINE.

      ******************************************************************
      * 7500 - DAILY REVENUE BALANCING SUMMARY - PER-TYPE TOTALS AND   *
      *        GRAND TOTALS AFTER THE EXCEPTION LINES WRITTEN DURING   *
           WRITE CARD-OUT-REC FROM CARD-TRAILER-REC
           MOVE WS-TEMPS-ISSUED TO TMP-TOT-VAL
           WRITE TEMP-OUT-REC FROM TMP-TOT-LINE
           MOVE WS-HAZMAT-HELD-CNT TO HZP-TOT-VAL
           WRITE HAZP-OUT-REC FROM HZP-TOT-LINE
           CLOSE LIC-IN-FILE
           CLOSE RCPT-FILE DRVH-FILE COMM-FILE MEDC-FILE INSP-FILE
           CLOSE HAZC-FILE HAZP-FILE
           CLOSE RPRT-FILE ERR-FILE SUSP-FILE REAL-FILE CARD-FILE
           CLOSE AUD-FILE MSTR-FILE SUSW-FILE CTL-FILE REVN-FILE
           CLOSE TEMP-FILE REFD-FILE REVD-FILE
           OPEN OUTPUT CKPT-FILE
           MOVE SPACES TO CHECKPOINT-REC
           MOVE WS-RUN-DATE-NUM TO CKP-RUN-DATE
           DISPLAY 'LICEDIT - RECORDS READ:  ' WS-RECS-READ
           DISPLAY 'LICEDIT - APPROVED:      ' WS-APPROVED-CNT
           DISPLAY 'LICEDIT - DENIED:        ' WS-DENIED-CNT
           DISPLAY 'LICEDIT - SUSPENSE:      ' WS-SUSPENSE-CNT
           DISPLAY 'LICEDIT - HAZMAT HELD:   ' WS-HAZMAT-HELD-CNT
           DISPLAY 'LICEDIT - EXPIRE MISMATCH: '
                   WS-EXPIRE-MISMATCH-CNT.

      ******************************************************************
      * 9000 - FATAL I/O ERROR CHECK - CALLED WITH WS-IO-STATUS AND     *
