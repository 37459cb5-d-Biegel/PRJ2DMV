      ******************************************************************
      * PROGRAM-ID: LICDEATH                                          *
      * AUTHOR:     J. B. RUIZ - DMV APPLICATIONS GROUP                *
      * INSTALLATION: STATE DMV DATA CENTER                           *
      * DATE-WRITTEN: 2026-09-12                                      *
      *                                                                *
      * REMARKS.                                                      *
      *   MONTHLY DECEASED HOLDER MATCH. NOTHING ON THE MASTER EVER    *
      *   LEARNED THAT A HOLDER HAD DIED - LICXPIRE KEPT MAILING       *
      *   RENEWAL NOTICES TO THE FAMILY, AND LICDONOR AND LICVOTER     *
      *   KEPT SENDING THE HOLDER TO THE DONOR REGISTRY AND THE        *
      *   ELECTION BOARD. THIS RUN LOADS THE VITAL RECORDS OFFICE'S    *
      *   MONTHLY DEATH FILE (DEATHFIL.DAT) INTO A TABLE AND MAKES ONE *
      *   PASS OVER THE MASTER, COMPARING EVERY CURRENT HOLDER         *
      *   (APPROVED, OR WITHDRAWN BY COURT ORDER) AGAINST IT - A       *
      *   DENIED OR SUSPENSE APPLICANT HOLDS NO LICENSE TO CLOSE AND   *
      *   IS ONLY COUNTED. THE OFFICE HAS NO APPLICANT ID, SO A MATCH  *
      *   IS SCORED ON THREE THINGS:                                   *
      *     - NAME, EXACTLY AS KEYED                                   *
      *     - ADDRESS - STREET LINE AND ZIP CODE                       *
      *     - AGE - THE HOLDER'S EXACT AGE ON THE DATE OF DEATH, FROM  *
      *       THE DATE OF BIRTH ON THE MASTER, MUST EQUAL THE AGE THE  *
      *       CERTIFICATE GIVES. A HOLDER DECIDED BEFORE THE BIRTH     *
      *       DATE WAS CAPTURED IS MATCHED THE OLD WAY: THE AGE AT     *
      *       DECISION CARRIED FORWARD MUST BE WITHIN A YEAR, SINCE A  *
      *       BIRTHDAY FALLING BETWEEN THE TWO DATES CANNOT BE SEEN    *
      *   ALL THREE AGREEING IS A CONFIDENT MATCH: THE MASTER IS       *
      *   REWRITTEN IN PLACE AS DECEASED ('X', THE DATE OF DEATH AS    *
      *   THE EFFECTIVE DATE), AN AUDIT RECORD (DECISION 'X') IS       *
      *   WRITTEN, AND A HOLDER WHO DESIGNATED DONOR OR CONSENTED TO   *
      *   VOTER REGISTRATION GOES OUT ON A REMOVAL RECORD TO           *
      *   DONRREMV.DAT OR VOTRREMV.DAT. EVERY READER THAT SELECTS      *
      *   APPROVED HOLDERS - LICXPIRE, LICPUPGR, LICDONOR, LICVOTER    *
      *   AND THE REST - SKIPS A DECEASED MASTER FROM THEN ON, AND     *
      *   LICEDIT REFUSES ANY FURTHER TRANSACTION AGAINST IT. A NAME   *
      *   MATCH WITH THE ADDRESS OR AGE DISAGREEING (OR AN AGE THE     *
      *   MASTER CANNOT PROVE) IS ONLY A PARTIAL MATCH AND GOES ON THE *
      *   RECORDS UNIT'S REVIEW LIST (DEATHRVW.DAT) WITHOUT TOUCHING   *
      *   THE MASTER - SO DOES A SECOND MASTER CONFIDENTLY MATCHING A  *
      *   CERTIFICATE ALREADY APPLIED THIS RUN. COUNTS BALANCE: MASTER *
      *   RECORDS READ = ALREADY DECEASED + NOT A CURRENT HOLDER +     *
      *   MARKED DECEASED + REVIEW + NO MATCH, AND DEATH RECORDS READ  *
      *   = APPLIED + NOT APPLIED + REJECTED.                          *
      *                                                                *
      * MODIFICATION HISTORY.                                         *
      *   2026-09-12 JBR  INITIAL VERSION.                             *
      *   2026-09-13 JBR  RECOMPILED FOR THE 213-BYTE MASTER (EXAMINER *
      *                   ID AND TEST OFFICE ADDED FOR THE LICEXAM     *
      *                   EXAMINER REPORT).                            *
      *   2026-09-19 JBR  222-BYTE MASTER (DATE OF BIRTH ADDED). THE   *
      *                   AGE TEST USES THE EXACT AGE AT DEATH FROM    *
      *                   THE DATE OF BIRTH WHEN THE MASTER HAS ONE;   *
      *                   OLDER MASTERS KEEP THE AGE-AT-DECISION       *
      *                   COMPARISON WITHIN A YEAR.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICDEATH.
       AUTHOR. J. B. RUIZ.
       INSTALLATION. STATE DMV DATA CENTER.
       DATE-WRITTEN. 2026-09-12.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTR-FILE ASSIGN TO 'LICMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSTR-IO-KEY
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT DTH-FILE ASSIGN TO 'DEATHFIL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTH-STATUS.

           SELECT DONR-FILE ASSIGN TO 'DONRREMV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONR-STATUS.

           SELECT VOTR-FILE ASSIGN TO 'VOTRREMV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOTR-STATUS.

           SELECT AUD-FILE ASSIGN TO 'AUDCOPY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT RPT-FILE ASSIGN TO 'DEATHRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RVW-FILE ASSIGN TO 'DEATHRVW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVW-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-IO-REC.
           05  MSTR-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(213).

       FD  DTH-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  DTH-IN-REC                  PIC X(100).

       FD  DONR-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  DONR-OUT-REC                PIC X(60).

       FD  VOTR-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  VOTR-OUT-REC                PIC X(90).

       FD  AUD-FILE
           RECORD CONTAINS 122 CHARACTERS.
       01  AUD-OUT-REC                 PIC X(122).

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-OUT-REC                 PIC X(80).

       FD  RVW-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RVW-OUT-REC                 PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  PARM-IN-REC                 PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-MSTR-STATUS               PIC XX.
           88 WS-MSTR-OK                VALUE '00'.
           88 WS-MSTR-EOF               VALUE '10'.
       01  WS-DTH-STATUS                PIC XX.
           88 WS-DTH-OK                 VALUE '00'.
           88 WS-DTH-EOF                VALUE '10'.
       01  WS-DONR-STATUS               PIC XX.
           88 WS-DONR-OK                VALUE '00'.
       01  WS-VOTR-STATUS               PIC XX.
           88 WS-VOTR-OK                VALUE '00'.
       01  WS-AUD-STATUS                PIC XX.
           88 WS-AUD-OK                 VALUE '00'.
       01  WS-RPT-STATUS                PIC XX.
           88 WS-RPT-OK                 VALUE '00'.
       01  WS-RVW-STATUS                PIC XX.
           88 WS-RVW-OK                 VALUE '00'.
       01  WS-PARM-STATUS               PIC XX.
           88 WS-PARM-OK                VALUE '00'.
           88 WS-PARM-EOF               VALUE '10'.

           COPY MSTRCOPY.
           COPY DTHCOPY.
           COPY DONRCOPY.
           COPY VOTRCOPY.
           COPY AUDCOPY.
           COPY DTRPCOPY.
           COPY PARMCOPY.

      * THE MONTH'S DEATH RECORDS, IN FILE ORDER. WS-DTH-APPLIED
      * ('N' = NOT YET APPLIED, 'Y' = MARKED ON A MASTER THIS RUN)
      * KEEPS ONE CERTIFICATE FROM BEING APPLIED TO TWO MASTERS AND
      * LETS THE NOT-APPLIED COUNT BE PROVED AT END OF RUN - THE SAME
      * MATCHED-FLAG APPROACH AS LICDHUPD'S DISPOSITION TABLE. AN
      * OVERFLOW ABANDONS THE RUN BEFORE THE MASTER IS OPENED.
       01  WS-DTH-TABLE.
           05  WS-DTH-MAX              PIC 9(5)  VALUE 05000 COMP.
           05  WS-DTH-CNT              PIC 9(5)  VALUE ZEROS COMP.
           05  WS-DTH-ENTRY OCCURS 5000 TIMES
                                       INDEXED BY WS-DTH-IDX.
               10 WS-DTH-CERT          PIC X(12).
               10 WS-DTH-NAME          PIC X(19).
               10 WS-DTH-LINE1         PIC X(20).
               10 WS-DTH-ZIP           PIC X(9).
               10 WS-DTH-DATE          PIC 9(8).
               10 WS-DTH-AGE           PIC 9(3).
               10 WS-DTH-APPLIED       PIC X.

       01  WS-SWITCHES.
           05  WS-CONFIDENT-SW         PIC X     VALUE 'N'.
               88 WS-IS-CONFIDENT      VALUE 'Y'.
           05  WS-PARTIAL-SW           PIC X     VALUE 'N'.
               88 WS-IS-PARTIAL        VALUE 'Y'.
           05  WS-ADDR-SW              PIC X     VALUE 'N'.
               88 WS-ADDR-MATCHES      VALUE 'Y'.
           05  WS-AGE-SW               PIC X     VALUE 'N'.
               88 WS-AGE-MATCHES       VALUE 'Y'.
               88 WS-AGE-UNKNOWN       VALUE 'U'.

       01  WS-RUN-DATE-NUM              PIC 9(8)  VALUE ZEROS.
       01  WS-CURR-TIME                 PIC 9(8)  VALUE ZEROS.
       01  WS-MATCH-SUB                 PIC 9(5)  VALUE ZEROS COMP.
       01  WS-PART-SUB                  PIC 9(5)  VALUE ZEROS COMP.
       01  WS-PART-REASON               PIC X(37) VALUE SPACES.
       01  WS-PART-AGE                  PIC 9(3)  VALUE ZEROS.

      * AGE ARITHMETIC - THE EXACT AGE FROM THE DATE OF BIRTH, OR
      * FOR AN OLDER MASTER THE AGE AT DECISION PLUS THE WHOLE
      * YEARS BETWEEN THE DECISION AND THE DATE OF DEATH, COMPARED
      * TO THE CERTIFICATE'S AGE. SIGNED SO A DEATH DATED BEFORE THE
      * DECISION SIMPLY FAILS THE COMPARISON.
       01  WS-AGE-WORK.
           05  WS-DEATH-DATE-WORK.
               10 WS-DEATH-YY           PIC 9(4).
               10 WS-DEATH-MM           PIC 9(2).
               10 WS-DEATH-DD           PIC 9(2).
           05  WS-DEATH-MMDD            PIC 9(4)  VALUE ZEROS.
           05  WS-DECN-MMDD             PIC 9(4)  VALUE ZEROS.
           05  WS-BIRTH-MMDD            PIC 9(4)  VALUE ZEROS.
           05  WS-YEARS-SINCE           PIC S9(4) VALUE ZEROS.
           05  WS-AGE-AT-DEATH          PIC S9(4) VALUE ZEROS.
           05  WS-AGE-DIFF              PIC S9(4) VALUE ZEROS.

       01  WS-COUNTS.
           05  WS-DTH-READ              PIC 9(7)  VALUE ZEROS.
           05  WS-DTH-REJECTED          PIC 9(7)  VALUE ZEROS.
           05  WS-DTH-APPLIED-CNT       PIC 9(7)  VALUE ZEROS.
           05  WS-DTH-NOT-APPLIED       PIC 9(7)  VALUE ZEROS.
           05  WS-RECS-READ             PIC 9(7)  VALUE ZEROS.
           05  WS-ALREADY-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-NOT-HOLDER-CNT        PIC 9(7)  VALUE ZEROS.
           05  WS-DECEASED-CNT          PIC 9(7)  VALUE ZEROS.
           05  WS-REVIEW-CNT            PIC 9(7)  VALUE ZEROS.
           05  WS-NO-MATCH-CNT          PIC 9(7)  VALUE ZEROS.
           05  WS-DONR-CNT              PIC 9(7)  VALUE ZEROS.
           05  WS-VOTR-CNT              PIC 9(7)  VALUE ZEROS.
           05  WS-AUDIT-CNT             PIC 9(7)  VALUE ZEROS.
           05  WS-BALANCE-CHECK         PIC 9(7)  VALUE ZEROS.
           05  WS-DTH-CHECK             PIC 9(7)  VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-DTH-TABLE THRU 1200-LOAD-DTH-TABLE-EXIT
               UNTIL WS-DTH-EOF
           CLOSE DTH-FILE
           PERFORM 1300-OPEN-MASTER-AND-OUTPUTS
           PERFORM 2000-CHECK-ONE-MASTER
                   THRU 2000-CHECK-ONE-MASTER-EXIT
               UNTIL WS-MSTR-EOF
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-PARMS
           OPEN INPUT DTH-FILE
           IF NOT WS-DTH-OK
               DISPLAY 'LICDEATH - VITAL RECORDS DEATH FILE '
                       'DEATHFIL.DAT NOT AVAILABLE - FILE STATUS '
                       WS-DTH-STATUS
               DISPLAY 'LICDEATH - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ DTH-FILE INTO DTH-IN-REC
               AT END SET WS-DTH-EOF TO TRUE
           END-READ.

      * A MISSING OR EMPTY PARAMETER FILE ABANDONS THE RUN - THE
      * BUSINESS DATE HEADS BOTH REPORTS AND STAMPS THE AUDIT TRAIL.
       1050-READ-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'LICDEATH - RUN-CONTROL PARAMETER FILE '
                       'RUNPARM.DAT NOT AVAILABLE - FILE STATUS '
                       WS-PARM-STATUS
               DISPLAY 'LICDEATH - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE INTO PARM-IN-REC
               AT END SET WS-PARM-EOF TO TRUE
           END-READ
           IF WS-PARM-EOF
               DISPLAY 'LICDEATH - RUNPARM.DAT IS EMPTY - RUN '
                       'ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-IN-REC TO RUN-CONTROL-REC
           IF PRM-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'LICDEATH - RUNPARM.DAT PARAMETERS NOT '
                       'NUMERIC - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PARM-FILE
           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE-NUM.

      * A CERTIFICATE WITH A NON-NUMERIC DATE OF DEATH OR AGE CANNOT
      * BE SCORED - IT IS COUNTED AS REJECTED AND LEFT FOR THE VITAL
      * RECORDS OFFICE TO RESEND, NEVER GUESSED AT.
       1200-LOAD-DTH-TABLE.
           ADD 1 TO WS-DTH-READ
           MOVE DTH-IN-REC TO DEATH-RECORD-REC
           IF DTH-DEATH-DATE NOT NUMERIC
              OR DTH-AGE NOT NUMERIC
               ADD 1 TO WS-DTH-REJECTED
               DISPLAY 'LICDEATH - CERTIFICATE ' DTH-CERT-NUMBER
                       ' REJECTED - DATE OF DEATH OR AGE NOT NUMERIC'
               GO TO 1200-READ-NEXT
           END-IF
           IF WS-DTH-CNT < WS-DTH-MAX
               ADD 1 TO WS-DTH-CNT
               MOVE DTH-CERT-NUMBER TO WS-DTH-CERT (WS-DTH-CNT)
               MOVE DTH-NAME TO WS-DTH-NAME (WS-DTH-CNT)
               MOVE DTH-ADDR-LINE1 TO WS-DTH-LINE1 (WS-DTH-CNT)
               MOVE DTH-ADDR-ZIP TO WS-DTH-ZIP (WS-DTH-CNT)
               MOVE DTH-DEATH-DATE TO WS-DTH-DATE (WS-DTH-CNT)
               MOVE DTH-AGE TO WS-DTH-AGE (WS-DTH-CNT)
               MOVE 'N' TO WS-DTH-APPLIED (WS-DTH-CNT)
           ELSE
               DISPLAY 'LICDEATH - FATAL: DEATH RECORD TABLE FULL AT '
                       WS-DTH-MAX ' ENTRIES - RUN ABANDONED'
               DISPLAY 'LICDEATH - LICENSE MASTER NOT DISTURBED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1200-READ-NEXT.
           READ DTH-FILE INTO DTH-IN-REC
               AT END SET WS-DTH-EOF TO TRUE
           END-READ.
       1200-LOAD-DTH-TABLE-EXIT.
           EXIT.

       1300-OPEN-MASTER-AND-OUTPUTS.
           OPEN I-O MSTR-FILE
           IF NOT WS-MSTR-OK
               DISPLAY 'LICDEATH - CANNOT OPEN LICENSE MASTER - FILE '
                       'STATUS ' WS-MSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DONR-FILE
           OPEN OUTPUT VOTR-FILE
           OPEN EXTEND AUD-FILE
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT RVW-FILE
           MOVE WS-RUN-DATE-NUM TO DTR-HDR1-DATE
           WRITE RPT-OUT-REC FROM DTR-HDR1
           MOVE WS-RUN-DATE-NUM TO DTV-HDR1-DATE
           WRITE RVW-OUT-REC FROM DTV-HDR1
           READ MSTR-FILE INTO MSTR-IO-REC
               AT END SET WS-MSTR-EOF TO TRUE
           END-READ.

      ******************************************************************
      * 2000 - ONE PASS OVER THE MASTER: EVERY CURRENT HOLDER IS       *
      *        SCORED AGAINST THE WHOLE DEATH TABLE. THE               *
      *        SCAN STOPS AT THE FIRST CONFIDENT MATCH; OTHERWISE THE  *
      *        FIRST PARTIAL MATCH FOUND IS THE ONE REVIEWED.          *
      ******************************************************************
       2000-CHECK-ONE-MASTER.
           ADD 1 TO WS-RECS-READ
           MOVE MSTR-IO-REC TO LICENSE-MASTER-REC
           IF MST-OUTC-DECEASED
               ADD 1 TO WS-ALREADY-CNT
               GO TO 2090-READ-NEXT
           END-IF
           IF NOT MST-OUTC-APPROVED AND NOT MST-OUTC-WITHDRAWN
               ADD 1 TO WS-NOT-HOLDER-CNT
               GO TO 2090-READ-NEXT
           END-IF
           SET WS-CONFIDENT-SW TO 'N'
           SET WS-PARTIAL-SW TO 'N'
           MOVE SPACES TO WS-PART-REASON
           PERFORM 2100-SCAN-DEATH-ENTRY
               VARYING WS-DTH-IDX FROM 1 BY 1
               UNTIL WS-DTH-IDX > WS-DTH-CNT
                  OR WS-IS-CONFIDENT
           IF WS-IS-CONFIDENT
               ADD 1 TO WS-DECEASED-CNT
               PERFORM 3000-MARK-DECEASED
           ELSE
               IF WS-IS-PARTIAL
                   ADD 1 TO WS-REVIEW-CNT
                   PERFORM 4000-WRITE-REVIEW
               ELSE
                   ADD 1 TO WS-NO-MATCH-CNT
               END-IF
           END-IF.
       2090-READ-NEXT.
           READ MSTR-FILE INTO MSTR-IO-REC
               AT END SET WS-MSTR-EOF TO TRUE
           END-READ.
       2000-CHECK-ONE-MASTER-EXIT.
           EXIT.

       2100-SCAN-DEATH-ENTRY.
           IF WS-DTH-NAME (WS-DTH-IDX) = MST-NAME
               PERFORM 2200-SCORE-CANDIDATE
                   THRU 2200-SCORE-CANDIDATE-EXIT
           END-IF.

      * THE NAME HAS ALREADY MATCHED - ADDRESS AND AGE DECIDE
      * BETWEEN A CONFIDENT MATCH AND ONE FOR THE RECORDS UNIT.
       2200-SCORE-CANDIDATE.
           SET WS-ADDR-SW TO 'N'
           IF WS-DTH-LINE1 (WS-DTH-IDX) = MST-ADDR-LINE1
              AND WS-DTH-ZIP (WS-DTH-IDX) = MST-ADDR-ZIP
               SET WS-ADDR-MATCHES TO TRUE
           END-IF
           PERFORM 2300-CHECK-AGE THRU 2300-CHECK-AGE-EXIT
           IF WS-ADDR-MATCHES AND WS-AGE-MATCHES
              AND WS-DTH-APPLIED (WS-DTH-IDX) = 'N'
               SET WS-IS-CONFIDENT TO TRUE
               SET WS-MATCH-SUB TO WS-DTH-IDX
               GO TO 2200-SCORE-CANDIDATE-EXIT
           END-IF
           IF WS-IS-PARTIAL
               GO TO 2200-SCORE-CANDIDATE-EXIT
           END-IF
           SET WS-IS-PARTIAL TO TRUE
           SET WS-PART-SUB TO WS-DTH-IDX
           MOVE ZEROS TO WS-PART-AGE
           IF NOT WS-AGE-UNKNOWN AND WS-AGE-AT-DEATH > ZERO
               MOVE WS-AGE-AT-DEATH TO WS-PART-AGE
           END-IF
           EVALUATE TRUE
               WHEN WS-ADDR-MATCHES AND WS-AGE-MATCHES
                   MOVE 'CERTIFICATE ALREADY MATCHED THIS RUN'
                       TO WS-PART-REASON
               WHEN WS-AGE-UNKNOWN AND WS-ADDR-MATCHES
                   MOVE 'NO AGE ON MASTER TO CONFIRM'
                       TO WS-PART-REASON
               WHEN WS-AGE-UNKNOWN
                   MOVE 'ADDRESS DIFFERS - NO AGE ON MASTER'
                       TO WS-PART-REASON
               WHEN WS-ADDR-MATCHES
                   MOVE 'AGE DIFFERS' TO WS-PART-REASON
               WHEN WS-AGE-MATCHES
                   MOVE 'ADDRESS DIFFERS' TO WS-PART-REASON
               WHEN OTHER
                   MOVE 'ADDRESS AND AGE DIFFER' TO WS-PART-REASON
           END-EVALUATE.
       2200-SCORE-CANDIDATE-EXIT.
           EXIT.

      * WITH A DATE OF BIRTH ON THE MASTER THE AGE AT DEATH IS EXACT
      * AND MUST AGREE WITH THE CERTIFICATE TO THE YEAR. WITHOUT ONE,
      * THE AGE AT DECISION IS CARRIED FORWARD WITH A YEAR EITHER
      * WAY ALLOWED. A MASTER FROM BEFORE THE DECISION DATE AND AGE
      * WERE STAMPED CARRIES SPACES THERE - ITS AGE IS UNKNOWN, NOT
      * A MISMATCH.
       2300-CHECK-AGE.
           SET WS-AGE-SW TO 'N'
           MOVE ZEROS TO WS-AGE-AT-DEATH
           MOVE WS-DTH-DATE (WS-DTH-IDX) TO WS-DEATH-DATE-WORK
           COMPUTE WS-DEATH-MMDD = WS-DEATH-MM * 100 + WS-DEATH-DD
           IF MST-BIRTH-DATE NUMERIC AND MST-BIRTH-DATE NOT = ZEROS
               COMPUTE WS-BIRTH-MMDD =
                   MST-BIRTH-MM * 100 + MST-BIRTH-DD
               COMPUTE WS-AGE-AT-DEATH = WS-DEATH-YY - MST-BIRTH-YY
               IF WS-DEATH-MMDD < WS-BIRTH-MMDD
                   SUBTRACT 1 FROM WS-AGE-AT-DEATH
               END-IF
               IF WS-AGE-AT-DEATH = WS-DTH-AGE (WS-DTH-IDX)
                   SET WS-AGE-MATCHES TO TRUE
               END-IF
               GO TO 2300-CHECK-AGE-EXIT
           END-IF
           IF MST-AGE NOT NUMERIC
              OR MST-DECISION-DATE NOT NUMERIC
              OR MST-DECN-YY = ZEROS
               SET WS-AGE-UNKNOWN TO TRUE
               GO TO 2300-CHECK-AGE-EXIT
           END-IF
           COMPUTE WS-DECN-MMDD = MST-DECN-MM * 100 + MST-DECN-DD
           COMPUTE WS-YEARS-SINCE = WS-DEATH-YY - MST-DECN-YY
           IF WS-DEATH-MMDD < WS-DECN-MMDD
               SUBTRACT 1 FROM WS-YEARS-SINCE
           END-IF
           COMPUTE WS-AGE-AT-DEATH = MST-AGE + WS-YEARS-SINCE
           COMPUTE WS-AGE-DIFF =
               WS-AGE-AT-DEATH - WS-DTH-AGE (WS-DTH-IDX)
           IF WS-AGE-DIFF >= -1 AND WS-AGE-DIFF <= 1
               SET WS-AGE-MATCHES TO TRUE
           END-IF.
       2300-CHECK-AGE-EXIT.
           EXIT.

      ******************************************************************
      * 3000 - MARK THE HOLDER DECEASED IN PLACE, EFFECTIVE THE DATE   *
      *        OF DEATH, THEN SEND THE REMOVALS AND LOG IT             *
      ******************************************************************
       3000-MARK-DECEASED.
           SET MST-OUTC-DECEASED TO TRUE
           MOVE 'DECEASED - VITAL RECORDS DEATH MATCH' TO MST-REASON
           MOVE WS-DTH-DATE (WS-MATCH-SUB) TO MST-STANDING-DATE
           PERFORM 5000-REWRITE-MASTER
           MOVE 'Y' TO WS-DTH-APPLIED (WS-MATCH-SUB)
           MOVE 'NO REMOVALS - NOT ON EXTRACTS' TO DTR-DET-NOTE
           PERFORM 6000-WRITE-REMOVALS
           PERFORM 7000-WRITE-AUDIT-RECORD
           PERFORM 7100-WRITE-REPORT-LINE.

       5000-REWRITE-MASTER.
           REWRITE MSTR-IO-REC FROM LICENSE-MASTER-REC
           IF NOT WS-MSTR-OK
               DISPLAY 'LICDEATH - FATAL REWRITE ERROR - FILE '
                       'STATUS ' WS-MSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * THE DONOR AND VOTER FLAGS ARE READ OFF THE MASTER AS IT STOOD
      * - A HOLDER WHO NEVER DESIGNATED OR CONSENTED WAS NEVER ON THE
      * LICDONOR OR LICVOTER EXTRACT, SO THERE IS NOTHING TO REMOVE.
       6000-WRITE-REMOVALS.
           IF MST-ORGAN-DONOR = 'Y'
               MOVE SPACES TO DONOR-EXTRACT-REC
               MOVE MST-APPLICANT-ID TO DNR-APPLICANT-ID
               MOVE MST-NAME TO DNR-NAME
               MOVE WS-DTH-DATE (WS-MATCH-SUB) TO DNR-DESIGNATION-DATE
               SET DNR-IS-REMOVED TO TRUE
               WRITE DONR-OUT-REC FROM DONOR-EXTRACT-REC
               IF NOT WS-DONR-OK
                   DISPLAY 'LICDEATH - FATAL WRITE ERROR ON '
                           'DONRREMV.DAT - FILE STATUS '
                           WS-DONR-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-DONR-CNT
               MOVE 'DONOR REMOVAL SENT' TO DTR-DET-NOTE
           END-IF
           IF MST-VOTER-CONSENTED
               MOVE SPACES TO VOTER-EXTRACT-REC
               MOVE MST-APPLICANT-ID TO VTR-APPLICANT-ID
               MOVE MST-NAME TO VTR-NAME
               MOVE MST-ADDRESS TO VTR-ADDRESS
               MOVE WS-DTH-DATE (WS-MATCH-SUB) TO VTR-CONSENT-DATE
               SET VTR-IS-REMOVED TO TRUE
               WRITE VOTR-OUT-REC FROM VOTER-EXTRACT-REC
               IF NOT WS-VOTR-OK
                   DISPLAY 'LICDEATH - FATAL WRITE ERROR ON '
                           'VOTRREMV.DAT - FILE STATUS '
                           WS-VOTR-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-VOTR-CNT
               IF MST-ORGAN-DONOR = 'Y'
                   MOVE 'DONOR AND VOTER REMOVALS SENT'
                       TO DTR-DET-NOTE
               ELSE
                   MOVE 'VOTER REMOVAL SENT' TO DTR-DET-NOTE
               END-IF
           END-IF.

      * THE CERTIFICATE NUMBER RIDES IN THE FAILED-EDITS TEXT SO THE
      * TRAIL ANSWERS FOR WHICH DEATH RECORD CLOSED THE LICENSE.
       7000-WRITE-AUDIT-RECORD.
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           SET AUD-DECN-DECEASED TO TRUE
           MOVE WS-RUN-DATE-NUM TO AUD-DATE
           MOVE WS-CURR-TIME(1:6) TO AUD-TIME
           MOVE MST-APPLICANT-ID TO AUD-APPLICANT-ID
           MOVE MST-NAME TO AUD-NAME
           STRING 'DECEASED - DEATH CERTIFICATE '
                  WS-DTH-CERT (WS-MATCH-SUB)
                  DELIMITED BY SIZE INTO AUD-FAILED-EDITS
           WRITE AUD-OUT-REC FROM AUDIT-TRAIL-REC
           IF NOT WS-AUD-OK
               DISPLAY 'LICDEATH - FATAL WRITE ERROR ON AUDIT '
                       'TRAIL - FILE STATUS ' WS-AUD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-AUDIT-CNT.

       7100-WRITE-REPORT-LINE.
           MOVE MST-APPLICANT-ID TO DTR-DET-APPID
           MOVE MST-NAME TO DTR-DET-NAME
           MOVE WS-DTH-CERT (WS-MATCH-SUB) TO DTR-DET-CERT
           MOVE WS-DTH-DATE (WS-MATCH-SUB) TO DTR-DET-DEATH-DATE
           WRITE RPT-OUT-REC FROM DTR-DETAIL.

      ******************************************************************
      * 4000 - ONE PARTIAL MATCH ON THE REVIEW LIST: THE REASON, THEN  *
      *        THE MASTER'S AND THE CERTIFICATE'S ADDRESS AND AGE SIDE *
      *        BY SIDE SO THE RECORDS UNIT CAN DECIDE WITHOUT PULLING  *
      *        EITHER FILE. THE MASTER'S AGE SHOWN IS ITS AGE CARRIED  *
      *        FORWARD TO THE DATE OF DEATH (ZERO WHEN UNKNOWN).       *
      ******************************************************************
       4000-WRITE-REVIEW.
           MOVE MST-APPLICANT-ID TO DTV-DET-APPID
           MOVE MST-NAME TO DTV-DET-NAME
           MOVE WS-DTH-CERT (WS-PART-SUB) TO DTV-DET-CERT
           MOVE WS-PART-REASON TO DTV-DET-REASON
           WRITE RVW-OUT-REC FROM DTV-DETAIL
           MOVE 'MASTER' TO DTV-ADDR-LABEL
           MOVE MST-ADDR-LINE1 TO DTV-ADDR-LINE1
           MOVE MST-ADDR-ZIP TO DTV-ADDR-ZIP
           MOVE WS-PART-AGE TO DTV-ADDR-AGE
           WRITE RVW-OUT-REC FROM DTV-ADDR-LINE
           MOVE 'DEATH' TO DTV-ADDR-LABEL
           MOVE WS-DTH-LINE1 (WS-PART-SUB) TO DTV-ADDR-LINE1
           MOVE WS-DTH-ZIP (WS-PART-SUB) TO DTV-ADDR-ZIP
           MOVE WS-DTH-AGE (WS-PART-SUB) TO DTV-ADDR-AGE
           WRITE RVW-OUT-REC FROM DTV-ADDR-LINE
           IF NOT WS-RVW-OK
               DISPLAY 'LICDEATH - FATAL WRITE ERROR ON '
                       'DEATHRVW.DAT - FILE STATUS ' WS-RVW-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       8000-TERMINATE.
           PERFORM 8100-COUNT-ONE-DEATH-ENTRY
               VARYING WS-DTH-IDX FROM 1 BY 1
               UNTIL WS-DTH-IDX > WS-DTH-CNT
           MOVE 'DEATH RECORDS READ' TO DTR-TOT-LABEL
           MOVE WS-DTH-READ TO DTR-TOT-VALUE
           WRITE RPT-OUT-REC FROM DTR-TOT-LINE
           MOVE 'DEATH RECORDS APPLIED TO A MASTER' TO DTR-TOT-LABEL
           MOVE WS-DTH-APPLIED-CNT TO DTR-TOT-VALUE
           WRITE RPT-OUT-REC FROM DTR-TOT-LINE
           MOVE 'DEATH RECORDS NOT APPLIED' TO DTR-TOT-LABEL
           MOVE WS-DTH-NOT-APPLIED TO DTR-TOT-VALUE
           WRITE RPT-OUT-REC FROM DTR-TOT-LINE
           MOVE 'DEATH RECORDS REJECTED - NOT NUMERIC'
               TO DTR-TOT-LABEL
           MOVE WS-DTH-REJECTED TO DTR-TOT-VALUE
           WRITE RPT-OUT-REC FROM DTR-TOT-LINE
           MOVE 'MASTER RECORDS READ' TO DTR-TOT-LABEL
           MOVE WS-RECS-READ TO DTR-TOT-VALUE
           WRITE RPT-OUT-REC FROM DTR-TOT-LINE
           MOVE 'ALREADY MARKED DECEASED' TO DTR-TOT-LABEL
           MOVE WS-ALREADY-CNT TO DTR-TOT-VALUE
           WRITE RPT-OUT-REC FROM DTR-TOT-LINE
           MOVE 'NOT A CURRENT HOLDER' TO DTR-TOT-LABEL
           MOVE WS-NOT-HOLDER-CNT TO DTR-TOT-VALUE
           WRITE RPT-OUT-REC FROM DTR-TOT-LINE
           MOVE 'MARKED DECEASED THIS RUN' TO DTR-TOT-LABEL
           MOVE WS-DECEASED-CNT TO DTR-TOT-VALUE
           WRITE RPT-OUT-REC FROM DTR-TOT-LINE
           MOVE 'PARTIAL MATCHES SENT FOR REVIEW' TO DTR-TOT-LABEL
           MOVE WS-REVIEW-CNT TO DTR-TOT-VALUE
           WRITE RPT-OUT-REC FROM DTR-TOT-LINE
           MOVE 'NO MATCH' TO DTR-TOT-LABEL
           MOVE WS-NO-MATCH-CNT TO DTR-TOT-VALUE
           WRITE RPT-OUT-REC FROM DTR-TOT-LINE
           MOVE 'DONOR REGISTRY REMOVALS' TO DTR-TOT-LABEL
           MOVE WS-DONR-CNT TO DTR-TOT-VALUE
           WRITE RPT-OUT-REC FROM DTR-TOT-LINE
           MOVE 'ELECTION BOARD REMOVALS' TO DTR-TOT-LABEL
           MOVE WS-VOTR-CNT TO DTR-TOT-VALUE
           WRITE RPT-OUT-REC FROM DTR-TOT-LINE
           MOVE 'AUDIT RECORDS WRITTEN' TO DTR-TOT-LABEL
           MOVE WS-AUDIT-CNT TO DTR-TOT-VALUE
           WRITE RPT-OUT-REC FROM DTR-TOT-LINE
           MOVE 'PARTIAL MATCHES FOR REVIEW' TO DTV-TOT-LABEL
           MOVE WS-REVIEW-CNT TO DTV-TOT-VALUE
           WRITE RVW-OUT-REC FROM DTV-TOT-LINE
           COMPUTE WS-BALANCE-CHECK =
               WS-ALREADY-CNT + WS-NOT-HOLDER-CNT + WS-DECEASED-CNT
               + WS-REVIEW-CNT + WS-NO-MATCH-CNT
           COMPUTE WS-DTH-CHECK =
               WS-DTH-APPLIED-CNT + WS-DTH-NOT-APPLIED
               + WS-DTH-REJECTED
           IF WS-BALANCE-CHECK = WS-RECS-READ
              AND WS-DTH-CHECK = WS-DTH-READ
              AND WS-DTH-APPLIED-CNT = WS-DECEASED-CNT
              AND WS-AUDIT-CNT = WS-DECEASED-CNT
               MOVE 'RUN IS IN BALANCE' TO DTR-TOT-LABEL
           ELSE
               MOVE 'RUN IS OUT OF BALANCE - INVESTIGATE'
                   TO DTR-TOT-LABEL
           END-IF
           MOVE ZEROS TO DTR-TOT-VALUE
           WRITE RPT-OUT-REC FROM DTR-TOT-LINE
           CLOSE MSTR-FILE DONR-FILE VOTR-FILE AUD-FILE RPT-FILE
                 RVW-FILE
           DISPLAY 'LICDEATH - DEATH RECORDS READ:    ' WS-DTH-READ
           DISPLAY 'LICDEATH - DEATH RECORDS APPLIED: '
                   WS-DTH-APPLIED-CNT
           DISPLAY 'LICDEATH - DEATH RECORDS REJECTED:'
                   WS-DTH-REJECTED
           DISPLAY 'LICDEATH - MASTER RECORDS READ:   ' WS-RECS-READ
           DISPLAY 'LICDEATH - MARKED DECEASED:       '
                   WS-DECEASED-CNT
           DISPLAY 'LICDEATH - SENT FOR REVIEW:       ' WS-REVIEW-CNT
           DISPLAY 'LICDEATH - DONOR REMOVALS:        ' WS-DONR-CNT
           DISPLAY 'LICDEATH - VOTER REMOVALS:        ' WS-VOTR-CNT
           IF WS-BALANCE-CHECK = WS-RECS-READ
              AND WS-DTH-CHECK = WS-DTH-READ
              AND WS-DTH-APPLIED-CNT = WS-DECEASED-CNT
              AND WS-AUDIT-CNT = WS-DECEASED-CNT
               DISPLAY 'LICDEATH - RUN IS IN BALANCE - REMOVAL FILES '
                       'MAY BE SENT'
           ELSE
               DISPLAY 'LICDEATH - RUN IS OUT OF BALANCE - HOLD THE '
                       'REMOVAL FILES - INVESTIGATE'
           END-IF.

       8100-COUNT-ONE-DEATH-ENTRY.
           IF WS-DTH-APPLIED (WS-DTH-IDX) = 'Y'
               ADD 1 TO WS-DTH-APPLIED-CNT
           ELSE
               ADD 1 TO WS-DTH-NOT-APPLIED
           END-IF.
