      ******************************************************************
      * PROGRAM-ID: LICINLPS                                          *
      * AUTHOR:     J. B. RUIZ - DMV APPLICATIONS GROUP                *
      * INSTALLATION: STATE DMV DATA CENTER                           *
      * DATE-WRITTEN: 2026-09-08                                      *
      *                                                                *
      * REMARKS.                                                      *
      *   INSURANCE COVERAGE LAPSE RUN. LICEDIT NOW CONFIRMS AN        *
      *   ACTIVE LIABILITY POLICY AT APPLICATION TIME, BUT A HOLDER    *
      *   WHO DROPS THE POLICY THE WEEK AFTER APPROVAL WAS INVISIBLE   *
      *   UNTIL THE NEXT RENEWAL. THIS NIGHTLY RUN, AFTER LICRLOAD     *
      *   HAS REBUILT THE POLICY SIDE FILE (INSPIDX.DAT), READS THE    *
      *   INSURERS' CANCELLATION/NON-RENEWAL FEED (INSCANC.DAT) INTO   *
      *   A TABLE AND:                                                 *
      *     - AGES EVERY LAPSE ALREADY PENDING FROM PRIOR RUNS         *
      *       (INSLAPSE.DAT) - A HOLDER NOW SHOWING A REPLACEMENT      *
      *       POLICY IN FORCE IS CURED AND DROPPED, A HOLDER NO        *
      *       LONGER APPROVED ON THE MASTER IS DROPPED, AND A HOLDER   *
      *       STILL UNINSURED PAST WS-LAPSE-GRACE-DAYS FROM THE LAPSE  *
      *       DATE GOES ON THE ENFORCEMENT LIST (INSENFC.DAT) ONCE     *
      *     - MATCHES EACH NEW FEED RECORD TO THE LICENSE MASTER -     *
      *       AN APPROVED HOLDER WITH NO REPLACEMENT POLICY GETS A     *
      *       LAPSE NOTICE RECORD (INSNOTC.DAT) TO THE MASTER ADDRESS  *
      *       AND JOINS THE PENDING FILE; A FEED RECORD FOR SOMEONE    *
      *       NOT ON THE MASTER, OR NOT A CURRENT APPROVED HOLDER, IS  *
      *       LISTED, NOT DROPPED                                      *
      *   THE PENDING FILE IS WRITTEN FRESH TO INSLAPSN.DAT. AFTER     *
      *   THE COUNTS BALANCE (FEED READ = NOTICED + ALREADY PENDING +  *
      *   COVERED + NO MASTER + NOT A HOLDER + NO KEY + BAD DATE;      *
      *   PENDING READ = CARRIED + CURED + DROPPED) THE OPERATOR       *
      *   SWAPS INSLAPSN.DAT IN AS INSLAPSE.DAT, THE SAME PROCEDURE    *
      *   AS THE LICDHUPD DRIVER HISTORY UPDATE. THE GRACE-PERIOD      *
      *   CALENDAR IS THE SAME DAY-AT-A-TIME ADVANCE LICEDIT USES FOR  *
      *   THE TEMPORARY LICENSE VALID-THROUGH DATE.                    *
      *                                                                *
      * MODIFICATION HISTORY.                                         *
      *   2026-09-08 JBR  INITIAL VERSION.                             *
      *   2026-09-09 JBR  RECOMPILED FOR THE 202-BYTE MASTER           *
      *                   (WITHDRAWN STATUS, SANCTION CODE AND         *
      *                   STANDING DATE ADDED FOR THE LICSANCT COURT   *
      *                   SANCTION RUN).                               *
      *   2026-09-13 JBR  RECOMPILED FOR THE 213-BYTE MASTER (EXAMINER *
      *                   ID AND TEST OFFICE ADDED FOR THE LICEXAM     *
      *                   EXAMINER REPORT).                            *
      *   2026-09-19 JBR  RECOMPILED FOR THE 222-BYTE MASTER (DATE OF  *
      *                   BIRTH ADDED).                                *
      *   2026-10-15 JBR  A NEW CANCELLATION IS ANSWERED BY A PENDING  *
      *                   LAPSE ONLY WHEN THAT LAPSE IS CARRIED        *
      *                   FORWARD - ONE CURED OR DROPPED TODAY LOST    *
      *                   THE NEW ONE.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICINLPS.
       AUTHOR. J. B. RUIZ.
       INSTALLATION. STATE DMV DATA CENTER.
       DATE-WRITTEN. 2026-09-08.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL SO A NIGHT THE INSURERS SEND NO CANCELLATIONS STILL
      * AGES THE PENDING LAPSES INSTEAD OF FAILING THE OPEN.
           SELECT OPTIONAL CANC-FILE ASSIGN TO 'INSCANC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANC-STATUS.

      * OPTIONAL SO THE FIRST LAPSE RUN EVER, WITH NO PENDING FILE
      * ON DISK YET, STARTS FROM AN EMPTY ONE.
           SELECT OPTIONAL LAPS-FILE ASSIGN TO 'INSLAPSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPS-STATUS.

           SELECT NEWL-FILE ASSIGN TO 'INSLAPSN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWL-STATUS.

           SELECT MSTR-FILE ASSIGN TO 'LICMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSTR-IO-KEY
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT INSP-FILE ASSIGN TO 'INSPIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INSP-IO-KEY
               FILE STATUS IS WS-INSP-STATUS.

           SELECT NOTC-FILE ASSIGN TO 'INSNOTC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTC-STATUS.

           SELECT ENFC-FILE ASSIGN TO 'INSENFC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENFC-STATUS.

           SELECT RPT-FILE ASSIGN TO 'INSLRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CANC-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CANC-IN-REC                 PIC X(60).

       FD  LAPS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LAPS-IN-REC                 PIC X(80).

       FD  NEWL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NEWL-OUT-REC                PIC X(80).

       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-IO-REC.
           05  MSTR-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(213).

       FD  INSP-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  INSP-IO-REC.
           05  INSP-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(51).

       FD  NOTC-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  NOTC-OUT-REC                PIC X(120).

       FD  ENFC-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ENFC-OUT-REC                PIC X(80).

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-OUT-REC                 PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  PARM-IN-REC                 PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-CANC-STATUS               PIC XX.
           88 WS-CANC-OK                VALUE '00'.
           88 WS-CANC-EOF               VALUE '10'.
       01  WS-LAPS-STATUS               PIC XX.
           88 WS-LAPS-OK                VALUE '00'.
           88 WS-LAPS-EOF               VALUE '10'.
       01  WS-NEWL-STATUS               PIC XX.
           88 WS-NEWL-OK                VALUE '00'.
       01  WS-MSTR-STATUS               PIC XX.
           88 WS-MSTR-OK                VALUE '00'.
           88 WS-MSTR-NOTFND            VALUE '23'.
       01  WS-INSP-STATUS               PIC XX.
           88 WS-INSP-OK                VALUE '00'.
           88 WS-INSP-NOTFND            VALUE '23'.
       01  WS-NOTC-STATUS               PIC XX.
           88 WS-NOTC-OK                VALUE '00'.
       01  WS-ENFC-STATUS               PIC XX.
           88 WS-ENFC-OK                VALUE '00'.
       01  WS-RPT-STATUS                PIC XX.
           88 WS-RPT-OK                 VALUE '00'.
       01  WS-PARM-STATUS               PIC XX.
           88 WS-PARM-OK                VALUE '00'.
           88 WS-PARM-EOF               VALUE '10'.

           COPY MSTRCOPY.
           COPY INSPCOPY.
           COPY INSCCOPY.
           COPY INLPCOPY.
           COPY INNTCOPY.
           COPY INLRCOPY.
           COPY PARMCOPY.

      * THE NIGHT'S CANCELLATION FEED HELD IN STORAGE, WITH A STATE
      * FLAG PER ENTRY ('N' = NOT YET ACTED ON, 'P' = HOLDER ALREADY
      * PENDING - NO SECOND NOTICE, 'Y' = ACTED ON) SO EVERY FEED
      * RECORD IS ACCOUNTED FOR EXACTLY ONCE - THE SAME MATCHED-FLAG
      * APPROACH AS LICDHUPD'S DISPOSITION TABLE. AN OVERFLOW
      * ABANDONS THE RUN WITH THE LIVE PENDING FILE UNTOUCHED.
       01  WS-CANC-TABLE.
           05  WS-CANC-MAX             PIC 9(5)  VALUE 02000 COMP.
           05  WS-CANC-CNT             PIC 9(5)  VALUE ZEROS COMP.
           05  WS-CANC-ENTRY OCCURS 2000 TIMES
                                       INDEXED BY WS-CANC-IDX
                                                  WS-SCAN-IDX.
               10 WS-CANC-APPID        PIC X(9).
               10 WS-CANC-INSURER      PIC X(5).
               10 WS-CANC-POLICY       PIC X(15).
               10 WS-CANC-LAPSE        PIC X(8).
               10 WS-CANC-STATE        PIC X.

       01  WS-SWITCHES.
           05  WS-COVERAGE-SW          PIC X     VALUE 'N'.
               88 WS-HAS-COVERAGE      VALUE 'Y'.

      * STATUTORY GRACE PERIOD - A HOLDER STILL SHOWING NO POLICY
      * IN FORCE THIS MANY CALENDAR DAYS AFTER THE LAPSE DATE IS
      * REFERRED FOR ENFORCEMENT.
       01  WS-LAPSE-GRACE-DAYS          PIC 9(3)  VALUE 030.

       01  WS-RUN-DATE-NUM              PIC 9(8)  VALUE ZEROS.
       01  WS-MARK-APPID                PIC X(9)  VALUE SPACES.
       01  WS-LAPSE-POLICY-NO           PIC X(15) VALUE SPACES.
       01  WS-LAPSE-DATE-NUM            PIC 9(8)  VALUE ZEROS.
       01  WS-INS-EFF-NUM               PIC 9(8)  VALUE ZEROS.
       01  WS-INS-EXP-NUM               PIC 9(8)  VALUE ZEROS.
       01  WS-GRACE-END-NUM             PIC 9(8)  VALUE ZEROS.

      * GRACE-END CALENDAR - THE LAPSE DATE ADVANCED ONE DAY AT A
      * TIME, FULL GREGORIAN LEAP RULE, THE SAME TABLE AND RULE AS
      * LICEDIT'S 1090-ADVANCE-ONE-DAY.
       01  WS-MONTH-DAYS-DEF            PIC X(24)
             VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-DEF.
           05  WS-DIM OCCURS 12 TIMES
                                        PIC 9(2).
       01  WS-GRACE-END-DATE.
           05  WS-GRC-YY                PIC 9(4).
           05  WS-GRC-MM                PIC 9(2).
           05  WS-GRC-DD                PIC 9(2).
       01  WS-DIM-WORK                  PIC 9(2)  VALUE ZEROS.
       01  WS-LEAP-QUOT                 PIC 9(5)  VALUE ZEROS.
       01  WS-LEAP-REM                  PIC 9(5)  VALUE ZEROS.
       01  WS-CENT-REM                  PIC 9(5)  VALUE ZEROS.
       01  WS-QUAD-REM                  PIC 9(5)  VALUE ZEROS.

       01  WS-COUNTS.
           05  WS-CANC-READ             PIC 9(7)  VALUE ZEROS.
           05  WS-NOTICED-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-ALREADY-PEND-CNT      PIC 9(7)  VALUE ZEROS.
           05  WS-COVERED-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-NO-MASTER-CNT         PIC 9(7)  VALUE ZEROS.
           05  WS-NOT-HOLDER-CNT        PIC 9(7)  VALUE ZEROS.
           05  WS-NOKEY-CNT             PIC 9(7)  VALUE ZEROS.
           05  WS-BAD-DATE-CNT          PIC 9(7)  VALUE ZEROS.
           05  WS-PEND-READ             PIC 9(7)  VALUE ZEROS.
           05  WS-CARRIED-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-CURED-CNT             PIC 9(7)  VALUE ZEROS.
           05  WS-DROPPED-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-PEND-WRITTEN          PIC 9(7)  VALUE ZEROS.
           05  WS-REFERRED-CNT          PIC 9(7)  VALUE ZEROS.
           05  WS-BALANCE-CHECK         PIC 9(7)  VALUE ZEROS.
           05  WS-PEND-BALANCE          PIC 9(7)  VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-CANC-TABLE THRU 1200-LOAD-CANC-TABLE-EXIT
               UNTIL WS-CANC-EOF
           CLOSE CANC-FILE
           PERFORM 2000-AGE-ONE-PENDING THRU 2000-AGE-ONE-PENDING-EXIT
               UNTIL WS-LAPS-EOF
           SET WS-CANC-IDX TO 1
           PERFORM 3000-APPLY-ONE-CANCEL THRU 3000-APPLY-ONE-CANCEL-EXIT
               VARYING WS-CANC-IDX FROM 1 BY 1
               UNTIL WS-CANC-IDX > WS-CANC-CNT
           PERFORM 8000-TERMINATE
           GOBACK.

      ******************************************************************
      * 1000 - INITIALIZATION - THE MASTER AND THE POLICY SIDE FILE    *
      *        MUST BOTH OPEN, OR THE RUN IS ABANDONED                 *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-PARMS
           OPEN INPUT CANC-FILE
           IF WS-CANC-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'LICINLPS - CANCELLATION FEED INSCANC.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-CANC-STATUS
               DISPLAY 'LICINLPS - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LAPS-FILE
           IF WS-LAPS-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'LICINLPS - PENDING LAPSE FILE INSLAPSE.DAT '
                       'NOT AVAILABLE - FILE STATUS ' WS-LAPS-STATUS
               DISPLAY 'LICINLPS - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MSTR-FILE
           IF NOT WS-MSTR-OK
               DISPLAY 'LICINLPS - CANNOT OPEN LICENSE MASTER - FILE '
                       'STATUS ' WS-MSTR-STATUS
               DISPLAY 'LICINLPS - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT INSP-FILE
           IF NOT WS-INSP-OK
               DISPLAY 'LICINLPS - POLICY SIDE FILE INSPIDX.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-INSP-STATUS
               DISPLAY 'LICINLPS - RUN LICRLOAD FIRST - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT NEWL-FILE
           OPEN OUTPUT NOTC-FILE
           OPEN OUTPUT ENFC-FILE
           OPEN OUTPUT RPT-FILE
           IF NOT WS-NEWL-OK OR NOT WS-NOTC-OK
              OR NOT WS-ENFC-OK OR NOT WS-RPT-OK
               DISPLAY 'LICINLPS - CANNOT OPEN OUTPUT FILES - NEWL '
                       WS-NEWL-STATUS ' NOTC ' WS-NOTC-STATUS
                       ' ENFC ' WS-ENFC-STATUS ' RPT ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-DATE-NUM TO ILR-HDR1-DATE
           WRITE RPT-OUT-REC FROM ILR-HDR1
           MOVE WS-RUN-DATE-NUM TO ENF-HDR1-DATE
           WRITE ENFC-OUT-REC FROM ENF-HDR1
           WRITE ENFC-OUT-REC FROM ENF-HDR2
           READ CANC-FILE INTO CANC-IN-REC
               AT END SET WS-CANC-EOF TO TRUE
           END-READ
           READ LAPS-FILE INTO LAPS-IN-REC
               AT END SET WS-LAPS-EOF TO TRUE
           END-READ.

      * A MISSING OR EMPTY PARAMETER FILE ABANDONS THE RUN - THE
      * GRACE PERIOD IS MEASURED TO THE BUSINESS DATE, AND REFERRING
      * A HOLDER FOR ENFORCEMENT A DAY EARLY IS NOT A QUIET ERROR.
       1050-READ-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'LICINLPS - RUN-CONTROL PARAMETER FILE '
                       'RUNPARM.DAT NOT AVAILABLE - FILE STATUS '
                       WS-PARM-STATUS
               DISPLAY 'LICINLPS - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE INTO PARM-IN-REC
               AT END SET WS-PARM-EOF TO TRUE
           END-READ
           IF WS-PARM-EOF
               DISPLAY 'LICINLPS - RUNPARM.DAT IS EMPTY - RUN '
                       'ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-IN-REC TO RUN-CONTROL-REC
           IF PRM-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'LICINLPS - RUNPARM.DAT PARAMETERS NOT '
                       'NUMERIC - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PARM-FILE
           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE-NUM.

       1200-LOAD-CANC-TABLE.
           ADD 1 TO WS-CANC-READ
           MOVE CANC-IN-REC TO INSURANCE-CANCEL-REC
           IF WS-CANC-CNT < WS-CANC-MAX
               ADD 1 TO WS-CANC-CNT
               MOVE ICN-APPLICANT-ID TO WS-CANC-APPID (WS-CANC-CNT)
               MOVE ICN-INSURER-CODE TO WS-CANC-INSURER (WS-CANC-CNT)
               MOVE ICN-POLICY-NO TO WS-CANC-POLICY (WS-CANC-CNT)
               MOVE ICN-LAPSE-DATE TO WS-CANC-LAPSE (WS-CANC-CNT)
               MOVE 'N' TO WS-CANC-STATE (WS-CANC-CNT)
           ELSE
               DISPLAY 'LICINLPS - FATAL: CANCELLATION TABLE FULL AT '
                       WS-CANC-MAX ' ENTRIES - RUN ABANDONED'
               DISPLAY 'LICINLPS - LIVE PENDING FILE NOT DISTURBED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ CANC-FILE INTO CANC-IN-REC
               AT END SET WS-CANC-EOF TO TRUE
           END-READ.
       1200-LOAD-CANC-TABLE-EXIT.
           EXIT.

      ******************************************************************
      * 2000 - AGE ONE LAPSE CARRIED FROM A PRIOR RUN: CURED, DROPPED, *
      *        OR CARRIED FORWARD (AND REFERRED FOR ENFORCEMENT THE    *
      *        FIRST RUN PAST THE GRACE PERIOD)                        *
      ******************************************************************
       2000-AGE-ONE-PENDING.
           ADD 1 TO WS-PEND-READ
           MOVE LAPS-IN-REC TO INSURANCE-LAPSE-REC
           MOVE ILP-APPLICANT-ID TO MSTR-IO-KEY
           READ MSTR-FILE INTO LICENSE-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-DROPPED-CNT
                   MOVE 'DROPPED' TO ILR-DET-ACTION
                   MOVE 'NO LONGER ON LICENSE MASTER' TO ILR-DET-NOTE
                   PERFORM 2300-WRITE-PENDING-LINE
                   GO TO 2000-READ-NEXT
           END-READ
           IF NOT MST-OUTC-APPROVED
               ADD 1 TO WS-DROPPED-CNT
               MOVE 'DROPPED' TO ILR-DET-ACTION
               MOVE 'NO LONGER AN APPROVED HOLDER' TO ILR-DET-NOTE
               PERFORM 2300-WRITE-PENDING-LINE
               GO TO 2000-READ-NEXT
           END-IF
           MOVE ILP-POLICY-NO TO WS-LAPSE-POLICY-NO
           MOVE ILP-LAPSE-DATE TO WS-LAPSE-DATE-NUM
           PERFORM 4000-CHECK-COVERAGE
           IF WS-HAS-COVERAGE
               ADD 1 TO WS-CURED-CNT
               MOVE 'CURED' TO ILR-DET-ACTION
               MOVE 'REPLACEMENT POLICY IN FORCE' TO ILR-DET-NOTE
               PERFORM 2300-WRITE-PENDING-LINE
               GO TO 2000-READ-NEXT
           END-IF
           ADD 1 TO WS-CARRIED-CNT
           PERFORM 4100-COMPUTE-GRACE-END
           IF WS-RUN-DATE-NUM > WS-GRACE-END-NUM
              AND NOT ILP-SENT-TO-ENFORCEMENT
               PERFORM 5000-WRITE-ENFORCE-LINE
           END-IF
      * A FRESH CANCELLATION FOR A HOLDER WHOSE LAPSE IS CARRIED IS
      * ANSWERED BY THE LAPSE ALREADY ON FILE - NO SECOND NOTICE. ONE
      * CURED OR DROPPED ABOVE LEAVES THE FRESH CANCELLATION TO 3000.
           MOVE ILP-APPLICANT-ID TO WS-MARK-APPID
           PERFORM 2100-MARK-FEED-PENDING
           PERFORM 6000-WRITE-PENDING-RECORD.
       2000-READ-NEXT.
           READ LAPS-FILE INTO LAPS-IN-REC
               AT END SET WS-LAPS-EOF TO TRUE
           END-READ.
       2000-AGE-ONE-PENDING-EXIT.
           EXIT.

       2100-MARK-FEED-PENDING.
           SET WS-SCAN-IDX TO 1
           PERFORM 2110-MARK-ONE-ENTRY
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-CANC-CNT.

       2110-MARK-ONE-ENTRY.
           IF WS-CANC-APPID (WS-SCAN-IDX) = WS-MARK-APPID
              AND WS-CANC-STATE (WS-SCAN-IDX) = 'N'
               MOVE 'P' TO WS-CANC-STATE (WS-SCAN-IDX)
               ADD 1 TO WS-ALREADY-PEND-CNT
           END-IF.

       2300-WRITE-PENDING-LINE.
           MOVE ILP-APPLICANT-ID TO ILR-DET-APPID
           MOVE ILP-NAME TO ILR-DET-NAME
           MOVE ILP-LAPSE-DATE TO ILR-DET-LAPSE
           WRITE RPT-OUT-REC FROM ILR-DETAIL.

      ******************************************************************
      * 3000 - ACT ON ONE NEW FEED RECORD: NOTICE AN APPROVED HOLDER   *
      *        WITH NO REPLACEMENT POLICY, LIST EVERYTHING ELSE        *
      ******************************************************************
       3000-APPLY-ONE-CANCEL.
           IF WS-CANC-STATE (WS-CANC-IDX) NOT = 'N'
               GO TO 3000-APPLY-ONE-CANCEL-EXIT
           END-IF
           MOVE 'Y' TO WS-CANC-STATE (WS-CANC-IDX)
           MOVE WS-CANC-APPID (WS-CANC-IDX) TO ILR-DET-APPID
           MOVE SPACES TO ILR-DET-NAME
           MOVE WS-CANC-LAPSE (WS-CANC-IDX) TO ILR-DET-LAPSE
           IF WS-CANC-APPID (WS-CANC-IDX) = SPACES
               ADD 1 TO WS-NOKEY-CNT
               MOVE 'NO KEY' TO ILR-DET-ACTION
               MOVE 'FEED RECORD HAS NO APPLICANT ID' TO ILR-DET-NOTE
               WRITE RPT-OUT-REC FROM ILR-DETAIL
               GO TO 3000-APPLY-ONE-CANCEL-EXIT
           END-IF
      * A GARBLED LAPSE DATE WOULD DRIVE THE GRACE CALENDAR OFF THE
      * END OF THE MONTH TABLE - LISTED FOR THE INSURER TO RESEND.
           MOVE WS-CANC-LAPSE (WS-CANC-IDX) TO WS-GRACE-END-DATE
           IF WS-CANC-LAPSE (WS-CANC-IDX) NOT NUMERIC
              OR WS-GRC-MM < 01 OR WS-GRC-MM > 12
              OR WS-GRC-DD < 01 OR WS-GRC-DD > 31
               ADD 1 TO WS-BAD-DATE-CNT
               MOVE 'BAD DATE' TO ILR-DET-ACTION
               MOVE 'LAPSE DATE NOT A VALID DATE' TO ILR-DET-NOTE
               WRITE RPT-OUT-REC FROM ILR-DETAIL
               GO TO 3000-APPLY-ONE-CANCEL-EXIT
           END-IF
           MOVE WS-CANC-APPID (WS-CANC-IDX) TO MSTR-IO-KEY
           READ MSTR-FILE INTO LICENSE-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-NO-MASTER-CNT
                   MOVE 'NO MASTER' TO ILR-DET-ACTION
                   MOVE 'APPLICANT NOT ON LICENSE MASTER'
                       TO ILR-DET-NOTE
                   WRITE RPT-OUT-REC FROM ILR-DETAIL
                   GO TO 3000-APPLY-ONE-CANCEL-EXIT
           END-READ
           MOVE MST-NAME TO ILR-DET-NAME
           IF NOT MST-OUTC-APPROVED
               ADD 1 TO WS-NOT-HOLDER-CNT
               MOVE 'SKIPPED' TO ILR-DET-ACTION
               MOVE 'NOT A CURRENT APPROVED HOLDER' TO ILR-DET-NOTE
               WRITE RPT-OUT-REC FROM ILR-DETAIL
               GO TO 3000-APPLY-ONE-CANCEL-EXIT
           END-IF
           MOVE WS-CANC-POLICY (WS-CANC-IDX) TO WS-LAPSE-POLICY-NO
           MOVE WS-CANC-LAPSE (WS-CANC-IDX) TO WS-LAPSE-DATE-NUM
           PERFORM 4000-CHECK-COVERAGE
           IF WS-HAS-COVERAGE
               ADD 1 TO WS-COVERED-CNT
               MOVE 'COVERED' TO ILR-DET-ACTION
               MOVE 'REPLACEMENT POLICY IN FORCE' TO ILR-DET-NOTE
               WRITE RPT-OUT-REC FROM ILR-DETAIL
               GO TO 3000-APPLY-ONE-CANCEL-EXIT
           END-IF
           ADD 1 TO WS-NOTICED-CNT
           MOVE SPACES TO INSURANCE-LAPSE-REC
           MOVE MST-APPLICANT-ID TO ILP-APPLICANT-ID
           MOVE MST-NAME TO ILP-NAME
           MOVE WS-CANC-INSURER (WS-CANC-IDX) TO ILP-INSURER-CODE
           MOVE WS-CANC-POLICY (WS-CANC-IDX) TO ILP-POLICY-NO
           MOVE WS-CANC-LAPSE (WS-CANC-IDX) TO ILP-LAPSE-DATE
           MOVE WS-RUN-DATE-NUM TO ILP-NOTICE-DATE
           MOVE 'N' TO ILP-ENFORCE-FLAG
           PERFORM 4100-COMPUTE-GRACE-END
           PERFORM 3100-WRITE-NOTICE
           MOVE 'NOTICE' TO ILR-DET-ACTION
           MOVE 'LAPSE NOTICE TO MASTER ADDRESS' TO ILR-DET-NOTE
           WRITE RPT-OUT-REC FROM ILR-DETAIL
      * A FEED RECORD THAT ARRIVES LATE, ALREADY PAST THE GRACE
      * PERIOD, IS REFERRED ON THE SAME RUN RATHER THAN WAITING A
      * NIGHT.
           IF WS-RUN-DATE-NUM > WS-GRACE-END-NUM
               PERFORM 5000-WRITE-ENFORCE-LINE
           END-IF
           PERFORM 6000-WRITE-PENDING-RECORD
      * A SECOND FEED RECORD FOR THE SAME HOLDER (BOTH THE AUTO AND
      * THE UMBRELLA CARRIER, SAY) RIDES ON THIS ONE NOTICE.
           MOVE MST-APPLICANT-ID TO WS-MARK-APPID
           PERFORM 2100-MARK-FEED-PENDING.
       3000-APPLY-ONE-CANCEL-EXIT.
           EXIT.

       3100-WRITE-NOTICE.
           MOVE SPACES TO INSURANCE-NOTICE-REC
           MOVE MST-APPLICANT-ID TO LPN-APPLICANT-ID
           MOVE MST-NAME TO LPN-NAME
           MOVE MST-ADDRESS TO LPN-ADDRESS
           MOVE ILP-INSURER-CODE TO LPN-INSURER-CODE
           MOVE ILP-POLICY-NO TO LPN-POLICY-NO
           MOVE WS-LAPSE-DATE-NUM TO LPN-LAPSE-DATE
           MOVE WS-GRACE-END-NUM TO LPN-GRACE-END-DATE
           WRITE NOTC-OUT-REC FROM INSURANCE-NOTICE-REC
           IF NOT WS-NOTC-OK
               DISPLAY 'LICINLPS - FATAL WRITE ERROR ON INSNOTC.DAT '
                       '- FILE STATUS ' WS-NOTC-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * 4000 - IS A POLICY IN FORCE TODAY THAT IS NOT THE ONE THAT     *
      *        LAPSED? THE SIDE FILE MAY STILL SHOW THE CANCELLED      *
      *        POLICY ACTIVE UNTIL ITS LAPSE DATE, SO ONLY A           *
      *        DIFFERENT POLICY NUMBER, OR THE SAME POLICY REINSTATED  *
      *        WITH A LATER EFFECTIVE DATE, COUNTS AS COVERAGE.        *
      ******************************************************************
       4000-CHECK-COVERAGE.
           SET WS-COVERAGE-SW TO 'N'
           MOVE MST-APPLICANT-ID TO INSP-IO-KEY
           READ INSP-FILE INTO INSURANCE-POLICY-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 4010-TEST-POLICY
           END-READ.

       4010-TEST-POLICY.
           IF INS-POLICY-ACTIVE
              AND INS-EFFECTIVE-DATE NUMERIC
              AND INS-EXPIRE-DATE NUMERIC
               MOVE INS-EFFECTIVE-DATE TO WS-INS-EFF-NUM
               MOVE INS-EXPIRE-DATE TO WS-INS-EXP-NUM
               IF WS-INS-EFF-NUM <= WS-RUN-DATE-NUM
                  AND WS-INS-EXP-NUM >= WS-RUN-DATE-NUM
                  AND (INS-POLICY-NO NOT = WS-LAPSE-POLICY-NO
                       OR WS-INS-EFF-NUM > WS-LAPSE-DATE-NUM)
                   SET WS-COVERAGE-SW TO 'Y'
               END-IF
           END-IF.

       4100-COMPUTE-GRACE-END.
           MOVE ILP-LAPSE-DATE TO WS-GRACE-END-DATE
           PERFORM 4110-ADVANCE-ONE-DAY WS-LAPSE-GRACE-DAYS TIMES
           MOVE WS-GRACE-END-DATE TO WS-GRACE-END-NUM.

       4110-ADVANCE-ONE-DAY.
           MOVE WS-DIM (WS-GRC-MM) TO WS-DIM-WORK
           IF WS-GRC-MM = 02
               DIVIDE WS-GRC-YY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               DIVIDE WS-GRC-YY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-CENT-REM
               DIVIDE WS-GRC-YY BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-QUAD-REM
               IF WS-LEAP-REM = 0
                  AND (WS-CENT-REM NOT = 0
                       OR WS-QUAD-REM = 0)
                   MOVE 29 TO WS-DIM-WORK
               END-IF
           END-IF
           IF WS-GRC-DD < WS-DIM-WORK
               ADD 1 TO WS-GRC-DD
           ELSE
               MOVE 01 TO WS-GRC-DD
               IF WS-GRC-MM < 12
                   ADD 1 TO WS-GRC-MM
               ELSE
                   MOVE 01 TO WS-GRC-MM
                   ADD 1 TO WS-GRC-YY
               END-IF
           END-IF.

       5000-WRITE-ENFORCE-LINE.
           ADD 1 TO WS-REFERRED-CNT
           SET ILP-SENT-TO-ENFORCEMENT TO TRUE
           MOVE ILP-APPLICANT-ID TO ENF-DET-APPID
           MOVE ILP-NAME TO ENF-DET-NAME
           MOVE ILP-LAPSE-DATE TO ENF-DET-LAPSE
           MOVE WS-GRACE-END-NUM TO ENF-DET-GRACE-END
           MOVE ILP-INSURER-CODE TO ENF-DET-INSURER
           MOVE ILP-POLICY-NO TO ENF-DET-POLICY
           WRITE ENFC-OUT-REC FROM ENF-DETAIL
           IF NOT WS-ENFC-OK
               DISPLAY 'LICINLPS - FATAL WRITE ERROR ON INSENFC.DAT '
                       '- FILE STATUS ' WS-ENFC-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       6000-WRITE-PENDING-RECORD.
           WRITE NEWL-OUT-REC FROM INSURANCE-LAPSE-REC
           IF NOT WS-NEWL-OK
               DISPLAY 'LICINLPS - FATAL WRITE ERROR ON INSLAPSN.DAT '
                       '- FILE STATUS ' WS-NEWL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-PEND-WRITTEN.

       8000-TERMINATE.
           MOVE 'CANCELLATION FEED RECORDS READ' TO ILR-TOT-LABEL
           MOVE WS-CANC-READ TO ILR-TOT-VALUE
           WRITE RPT-OUT-REC FROM ILR-TOT-LINE
           MOVE 'LAPSE NOTICES WRITTEN' TO ILR-TOT-LABEL
           MOVE WS-NOTICED-CNT TO ILR-TOT-VALUE
           WRITE RPT-OUT-REC FROM ILR-TOT-LINE
           MOVE 'HOLDER ALREADY PENDING - NO NEW NOTICE'
               TO ILR-TOT-LABEL
           MOVE WS-ALREADY-PEND-CNT TO ILR-TOT-VALUE
           WRITE RPT-OUT-REC FROM ILR-TOT-LINE
           MOVE 'REPLACEMENT POLICY ALREADY IN FORCE' TO ILR-TOT-LABEL
           MOVE WS-COVERED-CNT TO ILR-TOT-VALUE
           WRITE RPT-OUT-REC FROM ILR-TOT-LINE
           MOVE 'NOT ON LICENSE MASTER' TO ILR-TOT-LABEL
           MOVE WS-NO-MASTER-CNT TO ILR-TOT-VALUE
           WRITE RPT-OUT-REC FROM ILR-TOT-LINE
           MOVE 'NOT A CURRENT APPROVED HOLDER' TO ILR-TOT-LABEL
           MOVE WS-NOT-HOLDER-CNT TO ILR-TOT-VALUE
           WRITE RPT-OUT-REC FROM ILR-TOT-LINE
           MOVE 'FEED RECORDS WITH NO APPLICANT ID' TO ILR-TOT-LABEL
           MOVE WS-NOKEY-CNT TO ILR-TOT-VALUE
           WRITE RPT-OUT-REC FROM ILR-TOT-LINE
           MOVE 'FEED RECORDS WITH A BAD LAPSE DATE' TO ILR-TOT-LABEL
           MOVE WS-BAD-DATE-CNT TO ILR-TOT-VALUE
           WRITE RPT-OUT-REC FROM ILR-TOT-LINE
           MOVE 'PENDING LAPSES READ' TO ILR-TOT-LABEL
           MOVE WS-PEND-READ TO ILR-TOT-VALUE
           WRITE RPT-OUT-REC FROM ILR-TOT-LINE
           MOVE 'PENDING LAPSES CARRIED FORWARD' TO ILR-TOT-LABEL
           MOVE WS-CARRIED-CNT TO ILR-TOT-VALUE
           WRITE RPT-OUT-REC FROM ILR-TOT-LINE
           MOVE 'PENDING LAPSES CURED' TO ILR-TOT-LABEL
           MOVE WS-CURED-CNT TO ILR-TOT-VALUE
           WRITE RPT-OUT-REC FROM ILR-TOT-LINE
           MOVE 'PENDING LAPSES DROPPED' TO ILR-TOT-LABEL
           MOVE WS-DROPPED-CNT TO ILR-TOT-VALUE
           WRITE RPT-OUT-REC FROM ILR-TOT-LINE
           MOVE 'HOLDERS REFERRED FOR ENFORCEMENT' TO ILR-TOT-LABEL
           MOVE WS-REFERRED-CNT TO ILR-TOT-VALUE
           WRITE RPT-OUT-REC FROM ILR-TOT-LINE
           MOVE 'PENDING LAPSES WRITTEN TO INSLAPSN.DAT'
               TO ILR-TOT-LABEL
           MOVE WS-PEND-WRITTEN TO ILR-TOT-VALUE
           WRITE RPT-OUT-REC FROM ILR-TOT-LINE
           COMPUTE WS-BALANCE-CHECK =
               WS-NOTICED-CNT + WS-ALREADY-PEND-CNT + WS-COVERED-CNT
               + WS-NO-MASTER-CNT + WS-NOT-HOLDER-CNT + WS-NOKEY-CNT
               + WS-BAD-DATE-CNT
           COMPUTE WS-PEND-BALANCE =
               WS-CARRIED-CNT + WS-CURED-CNT + WS-DROPPED-CNT
           IF WS-BALANCE-CHECK = WS-CANC-READ
              AND WS-PEND-BALANCE = WS-PEND-READ
              AND WS-PEND-WRITTEN = WS-CARRIED-CNT + WS-NOTICED-CNT
               MOVE 'RUN IS IN BALANCE' TO ILR-TOT-LABEL
           ELSE
               MOVE 'RUN IS OUT OF BALANCE - INVESTIGATE'
                   TO ILR-TOT-LABEL
           END-IF
           MOVE ZEROS TO ILR-TOT-VALUE
           WRITE RPT-OUT-REC FROM ILR-TOT-LINE
           MOVE WS-REFERRED-CNT TO ENF-TOTAL-VAL
           WRITE ENFC-OUT-REC FROM ENF-TOTAL
           CLOSE LAPS-FILE NEWL-FILE MSTR-FILE INSP-FILE
                 NOTC-FILE ENFC-FILE RPT-FILE
           DISPLAY 'LICINLPS - FEED RECORDS READ:    ' WS-CANC-READ
           DISPLAY 'LICINLPS - LAPSE NOTICES:        ' WS-NOTICED-CNT
           DISPLAY 'LICINLPS - ALREADY PENDING:      '
                   WS-ALREADY-PEND-CNT
           DISPLAY 'LICINLPS - ALREADY COVERED:      ' WS-COVERED-CNT
           DISPLAY 'LICINLPS - NOT ON MASTER:        ' WS-NO-MASTER-CNT
           DISPLAY 'LICINLPS - NOT A HOLDER:         '
                   WS-NOT-HOLDER-CNT
           DISPLAY 'LICINLPS - NO APPLICANT ID:      ' WS-NOKEY-CNT
           DISPLAY 'LICINLPS - BAD LAPSE DATE:       ' WS-BAD-DATE-CNT
           DISPLAY 'LICINLPS - PENDING READ:         ' WS-PEND-READ
           DISPLAY 'LICINLPS - CARRIED FORWARD:      ' WS-CARRIED-CNT
           DISPLAY 'LICINLPS - CURED:                ' WS-CURED-CNT
           DISPLAY 'LICINLPS - DROPPED:              ' WS-DROPPED-CNT
           DISPLAY 'LICINLPS - REFERRED TO ENFORCE:  ' WS-REFERRED-CNT
           IF WS-BALANCE-CHECK = WS-CANC-READ
              AND WS-PEND-BALANCE = WS-PEND-READ
              AND WS-PEND-WRITTEN = WS-CARRIED-CNT + WS-NOTICED-CNT
               DISPLAY 'LICINLPS - RUN IS IN BALANCE - INSLAPSN.DAT '
                       'MAY REPLACE INSLAPSE.DAT'
           ELSE
               DISPLAY 'LICINLPS - RUN IS OUT OF BALANCE - DO NOT '
                       'REPLACE THE PENDING FILE - INVESTIGATE'
               MOVE 16 TO RETURN-CODE
           END-IF.
