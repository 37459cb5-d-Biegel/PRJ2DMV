      ******************************************************************
      * PROGRAM-ID: LICEXAM                                            *
      * AUTHOR:     J. B. RUIZ - DMV APPLICATIONS GROUP                *
      * INSTALLATION: STATE DMV DATA CENTER                            *
      * DATE-WRITTEN: 2026-09-13                                       *
      *                                                                *
      * REMARKS.                                                       *
      *   EXAMINER PASS-RATE REVIEW. THE SCORES ON THE MASTER NOW      *
      *   CARRY THE EXAMINER WHO GAVE THE TESTS AND THE OFFICE THEY    *
      *   WERE GIVEN AT (MST-EXAMINER-ID, MST-TEST-OFFICE, CARRIED     *
      *   FROM THE TRANSACTION BY LICEDIT), SO THE INTEGRITY UNIT      *
      *   CAN SEE WHO IS PASSING WHOM. ONE PASS OVER LICMSTR.DAT       *
      *   TAKES EVERY RECORD DECIDED IN THE LAST WS-WINDOW-DAYS        *
      *   CALENDAR DAYS (THROUGH THE BUSINESS DATE ON RUNPARM.DAT)     *
      *   THAT NAMES AN EXAMINER AND CARRIES NUMERIC SCORES, AND       *
      *   TALLIES IT UNDER THE EXAMINER AND OFFICE AND UNDER THE       *
      *   OFFICE ALONE. A TEST PASSES WHEN BOTH SCORES MEET THE        *
      *   RUNPARM.DAT MINIMUMS - THE SAME TEST LICEDIT APPLIES.        *
      *   EXAMRPT.DAT GIVES, PER EXAMINER AND OFFICE, THE TESTS,       *
      *   PASS RATE, AVERAGE ROAD AND WRITTEN SCORES, ROAD SCORES      *
      *   EXACTLY AT THE MINIMUM, RETESTS, AND THE ROAD SCORE          *
      *   DISTRIBUTION, THEN EACH OFFICE'S NORM. AN EXAMINER IS        *
      *   FLAGGED FOR REVIEW WHEN:                                     *
      *     - PASS-RATE: THE PASS RATE IS WS-PASS-RATE-MARGIN POINTS   *
      *       OR MORE ABOVE THE REST OF THE SAME OFFICE                *
      *     - AVG-SCORE: THE AVERAGE ROAD SCORE IS                     *
      *       WS-AVG-SCORE-MARGIN POINTS OR MORE ABOVE THE REST OF     *
      *       THE SAME OFFICE                                          *
      *     - AT-MIN: WS-AT-MIN-FLOOR OR MORE ROAD SCORES SIT          *
      *       EXACTLY AT THE MINIMUM AND THEY ARE WS-AT-MIN-PCT        *
      *       PERCENT OR MORE OF THE EXAMINER'S TESTS                  *
      *   THE OFFICE COMPARISONS NEED WS-MIN-SAMPLE TESTS BOTH FROM    *
      *   THE EXAMINER AND FROM THE REST OF THE OFFICE - A SMALL       *
      *   SAMPLE OR A ONE-EXAMINER OFFICE IS NOT COMPARED. A FLAG      *
      *   IS A REASON TO PULL THE TEST SHEETS, NOT A FINDING. THE      *
      *   MASTER HOLDS ONE CURRENT RECORD PER APPLICANT, SO A TEST     *
      *   SUPERSEDED BY A LATER DECISION IS NOT COUNTED. READ-ONLY     *
      *   AGAINST THE MASTER - RUN MONTHLY, AFTER THE EDIT RUN.        *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-09-13 JBR  INITIAL VERSION.                             *
      *   2026-09-19 JBR  RECOMPILED FOR THE 222-BYTE MASTER (DATE OF  *
      *                   BIRTH ADDED).                                *
      *   2026-10-15 JBR  OFFICE COMPARISON PERFORMED THRU ITS EXIT -  *
      *                   IT RAN ON PAST THE PERFORM RANGE.            *
      *   2026-10-15 JBR  EXAMINER AND OFFICE LOOKUPS REWRITTEN AS     *
      *                   SCAN PARAGRAPHS; A NEW ENTRY IS CLEARED      *
      *                   FIELD BY FIELD.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICEXAM.
       AUTHOR. J. B. RUIZ.
       INSTALLATION. STATE DMV DATA CENTER.
       DATE-WRITTEN. 2026-09-13.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTR-FILE ASSIGN TO 'LICMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSTR-IN-KEY
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT RPT-FILE ASSIGN TO 'EXAMRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-IN-REC.
           05  MSTR-IN-KEY             PIC X(9).
           05  FILLER                  PIC X(213).

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-OUT-REC                 PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  PARM-IN-REC                 PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-MSTR-STATUS               PIC XX.
           88 WS-MSTR-OK                VALUE '00'.
           88 WS-MSTR-EOF               VALUE '10'.
       01  WS-RPT-STATUS                PIC XX.
           88 WS-RPT-OK                 VALUE '00'.
       01  WS-PARM-STATUS               PIC XX.
           88 WS-PARM-OK                VALUE '00'.
           88 WS-PARM-EOF               VALUE '10'.

           COPY MSTRCOPY.
           COPY PARMCOPY.
           COPY EXRPCOPY.

      * ONE ENTRY PER EXAMINER AND OFFICE, KEPT IN KEY ORDER AS IT
      * LOADS SO THE REPORT PRINTS BY EXAMINER WITHOUT A SORT STEP.
      * UNUSED ENTRIES CARRY HIGH-VALUES IN THE KEY SO THE ORDERED
      * SCAN STOPS AT THE FIRST FREE SLOT. AN OVERFLOW ABANDONS
      * THE RUN - A PARTIAL REVIEW WOULD MISSTATE THE OFFICE NORMS.
      * BANDS: 1 = UNDER 60, 2 = 60-69, 3 = 70-79, 4 = 80-89,
      * 5 = 90 AND UP (THE LICSTATS BANDS).
       01  WS-EXM-TABLE.
           05  WS-EXM-MAX              PIC 9(5)  VALUE 00500 COMP.
           05  WS-EXM-CNT              PIC 9(5)  VALUE ZEROS COMP.
           05  WS-EXM-ENTRY OCCURS 500 TIMES
                                       INDEXED BY WS-EXM-IDX.
               10 WS-EXM-KEY.
                  15 WS-EXM-ID         PIC X(6).
                  15 WS-EXM-OFFICE     PIC X(3).
               10 WS-EXM-TESTS         PIC 9(7).
               10 WS-EXM-PASSES        PIC 9(7).
               10 WS-EXM-ROAD-SUM      PIC 9(9).
               10 WS-EXM-WRIT-SUM      PIC 9(9).
               10 WS-EXM-AT-MIN        PIC 9(7).
               10 WS-EXM-RETESTS       PIC 9(7).
               10 WS-EXM-BANDS.
                  15 WS-EXM-BAND       PIC 9(7) OCCURS 5 TIMES.

      * ONE ENTRY PER TEST OFFICE, SAME ORDERED-LOAD APPROACH.
       01  WS-OFC-TABLE.
           05  WS-OFC-MAX              PIC 9(5)  VALUE 00200 COMP.
           05  WS-OFC-CNT              PIC 9(5)  VALUE ZEROS COMP.
           05  WS-OFC-ENTRY OCCURS 200 TIMES
                                       INDEXED BY WS-OFC-IDX.
               10 WS-OFC-CODE          PIC X(3).
               10 WS-OFC-EXAMINERS     PIC 9(5).
               10 WS-OFC-TESTS         PIC 9(7).
               10 WS-OFC-PASSES        PIC 9(7).
               10 WS-OFC-ROAD-SUM      PIC 9(9).
               10 WS-OFC-WRIT-SUM      PIC 9(9).
               10 WS-OFC-AT-MIN        PIC 9(7).

       01  WS-EXM-KEY-WORK.
           05  WS-KEY-EXAMINER          PIC X(6).
           05  WS-KEY-OFFICE            PIC X(3).

       01  WS-INS-SUB                   PIC 9(5)  VALUE ZEROS COMP.
       01  WS-SHIFT-SUB                 PIC 9(5)  VALUE ZEROS COMP.
       01  WS-NEXT-SUB                  PIC 9(5)  VALUE ZEROS COMP.
       01  WS-BAND-SUB                  PIC 9(1)  VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-PASS-SW              PIC X     VALUE 'N'.
               88 WS-TEST-PASSED       VALUE 'Y'.
           05  WS-NEW-EXM-SW           PIC X     VALUE 'N'.
               88 WS-NEW-EXAMINER      VALUE 'Y'.
           05  WS-FOUND-SW             PIC X     VALUE 'N'.
               88 WS-WAS-FOUND         VALUE 'Y'.

      * REVIEW WINDOW AND FLAG THRESHOLDS. MARGINS ARE PERCENTAGE
      * POINTS (PASS RATE) AND SCORE POINTS (AVERAGE ROAD SCORE)
      * ABOVE THE REST OF THE EXAMINER'S OFFICE.
       01  WS-WINDOW-DAYS               PIC 9(3)  VALUE 090.
       01  WS-MIN-SAMPLE                PIC 9(3)  VALUE 020.
       01  WS-PASS-RATE-MARGIN          PIC 9(3)V9 VALUE 015.0.
       01  WS-AVG-SCORE-MARGIN          PIC 9(3)V9 VALUE 010.0.
       01  WS-AT-MIN-FLOOR              PIC 9(3)  VALUE 005.
       01  WS-AT-MIN-PCT                PIC 9(3)V9 VALUE 020.0.

       01  WS-RUN-DATE-NUM              PIC 9(8)  VALUE ZEROS.
       01  WS-MIN-ROAD-SCORE            PIC 9(3)  VALUE ZEROS.
       01  WS-MIN-WRITTEN-SCORE         PIC 9(3)  VALUE ZEROS.

      * CUMULATIVE DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH,
      * NON-LEAP - THE SERIAL-DAY COMPUTATION BELOW ADJUSTS A LEAP
      * YEAR FROM MARCH ON BY ONE (THE SAME TABLE AS LICSAGE).
       01  WS-MONTH-DAYS-DEF            PIC X(36)
             VALUE '000031059090120151181212243273304334'.
       01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-DEF.
           05  WS-CUM-DAYS OCCURS 12 TIMES
                                        PIC 9(3).

       01  WS-DATE-WORK.
           05  WS-SER-YY                PIC 9(4).
           05  WS-SER-MM                PIC 9(2).
           05  WS-SER-DD                PIC 9(2).
           05  WS-LEAP-DAYS             PIC 9(7).
           05  WS-LEAP-QUOT             PIC 9(5).
           05  WS-LEAP-REM              PIC 9(5).
           05  WS-CENT-QUOT             PIC 9(5).
           05  WS-CENT-REM              PIC 9(5).
           05  WS-QUAD-QUOT             PIC 9(5).
           05  WS-QUAD-REM              PIC 9(5).
           05  WS-PRIOR-YY              PIC 9(4).
           05  WS-SERIAL-DAY            PIC 9(7).
           05  WS-RUN-SERIAL            PIC 9(7).
           05  WS-DAYS-BACK             PIC S9(7).

       01  WS-WORK.
           05  WS-PASS-PCT              PIC 9(3)V9 VALUE ZEROS.
           05  WS-AVG-ROAD              PIC 9(3)V9 VALUE ZEROS.
           05  WS-AVG-WRIT              PIC 9(3)V9 VALUE ZEROS.
           05  WS-AT-MIN-SHARE          PIC 9(3)V9 VALUE ZEROS.
           05  WS-REST-TESTS            PIC 9(7)   VALUE ZEROS.
           05  WS-REST-PASS-PCT         PIC 9(3)V9 VALUE ZEROS.
           05  WS-REST-AVG-ROAD         PIC 9(3)V9 VALUE ZEROS.

       01  WS-COUNTS.
           05  WS-RECS-READ             PIC 9(7)  VALUE ZEROS.
           05  WS-TESTED-CNT            PIC 9(7)  VALUE ZEROS.
           05  WS-OUTSIDE-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-NO-EXAMINER-CNT       PIC 9(7)  VALUE ZEROS.
           05  WS-NOT-SCORED-CNT        PIC 9(7)  VALUE ZEROS.
           05  WS-FLAGGED-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-EXM-TEST-CHECK        PIC 9(7)  VALUE ZEROS.
           05  WS-RECS-CHECK            PIC 9(7)  VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-ONE-RECORD
                   THRU 2000-TALLY-ONE-RECORD-EXIT
               UNTIL WS-MSTR-EOF
           PERFORM 5000-REPORT-EXAMINERS
           PERFORM 6000-REPORT-OFFICES
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-PARMS
           OPEN INPUT MSTR-FILE
           IF NOT WS-MSTR-OK
               DISPLAY 'LICEXAM - CANNOT OPEN LICENSE MASTER - FILE '
                       'STATUS ' WS-MSTR-STATUS
               DISPLAY 'LICEXAM - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-DATE-NUM TO EXR-HDR1-DATE
           WRITE RPT-OUT-REC FROM EXR-HDR1
           MOVE WS-WINDOW-DAYS TO EXR-HDR2-DAYS
           MOVE WS-MIN-ROAD-SCORE TO EXR-HDR2-MIN-ROAD
           MOVE WS-MIN-WRITTEN-SCORE TO EXR-HDR2-MIN-WRIT
           WRITE RPT-OUT-REC FROM EXR-HDR2
           MOVE WS-RUN-DATE-NUM TO WS-DATE-WORK (1:8)
           PERFORM 4200-COMPUTE-SERIAL-DAY
           MOVE WS-SERIAL-DAY TO WS-RUN-SERIAL
           PERFORM 1100-CLEAR-EXM-ENTRY
               VARYING WS-EXM-IDX FROM 1 BY 1
               UNTIL WS-EXM-IDX > WS-EXM-MAX
           PERFORM 1150-CLEAR-OFC-ENTRY
               VARYING WS-OFC-IDX FROM 1 BY 1
               UNTIL WS-OFC-IDX > WS-OFC-MAX
           READ MSTR-FILE INTO MSTR-IN-REC
               AT END SET WS-MSTR-EOF TO TRUE
           END-READ.

      * A MISSING OR EMPTY PARAMETER FILE ABANDONS THE RUN - THE
      * BUSINESS DATE ENDS THE REVIEW WINDOW AND THE MINIMUM SCORES
      * DECIDE WHAT COUNTS AS A PASS AND AS A SCORE AT THE MINIMUM.
       1050-READ-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'LICEXAM - RUN-CONTROL PARAMETER FILE '
                       'RUNPARM.DAT NOT AVAILABLE - FILE STATUS '
                       WS-PARM-STATUS
               DISPLAY 'LICEXAM - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE INTO PARM-IN-REC
               AT END SET WS-PARM-EOF TO TRUE
           END-READ
           IF WS-PARM-EOF
               DISPLAY 'LICEXAM - RUNPARM.DAT IS EMPTY - RUN '
                       'ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-IN-REC TO RUN-CONTROL-REC
           IF PRM-BUSINESS-DATE NOT NUMERIC
              OR PRM-MIN-ROAD-SCORE NOT NUMERIC
              OR PRM-MIN-WRITTEN-SCORE NOT NUMERIC
               DISPLAY 'LICEXAM - RUNPARM.DAT PARAMETERS NOT '
                       'NUMERIC - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PARM-FILE
           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE-NUM
           MOVE PRM-MIN-ROAD-SCORE TO WS-MIN-ROAD-SCORE
           MOVE PRM-MIN-WRITTEN-SCORE TO WS-MIN-WRITTEN-SCORE.

       1100-CLEAR-EXM-ENTRY.
           MOVE HIGH-VALUES TO WS-EXM-KEY (WS-EXM-IDX).

       1150-CLEAR-OFC-ENTRY.
           MOVE HIGH-VALUES TO WS-OFC-CODE (WS-OFC-IDX).

      ******************************************************************
      * 2000 - ONE MASTER RECORD. A RECORD WITH NO USABLE DECISION     *
      *        DATE, DECIDED OUTSIDE THE WINDOW, NAMING NO EXAMINER,   *
      *        OR WITHOUT NUMERIC SCORES IS COUNTED AND PASSED OVER.   *
      ******************************************************************
       2000-TALLY-ONE-RECORD.
           ADD 1 TO WS-RECS-READ
           MOVE MSTR-IN-REC TO LICENSE-MASTER-REC
           IF MST-DECISION-DATE NOT NUMERIC
              OR MST-DECN-MM < 1 OR MST-DECN-MM > 12
               ADD 1 TO WS-OUTSIDE-CNT
               GO TO 2000-READ-NEXT
           END-IF
           MOVE MST-DECISION-DATE TO WS-DATE-WORK (1:8)
           PERFORM 4200-COMPUTE-SERIAL-DAY
           COMPUTE WS-DAYS-BACK = WS-RUN-SERIAL - WS-SERIAL-DAY
           IF WS-DAYS-BACK < 0 OR WS-DAYS-BACK > WS-WINDOW-DAYS
               ADD 1 TO WS-OUTSIDE-CNT
               GO TO 2000-READ-NEXT
           END-IF
           IF MST-EXAMINER-ID = SPACES
               ADD 1 TO WS-NO-EXAMINER-CNT
               GO TO 2000-READ-NEXT
           END-IF
           IF MST-ROAD-SCORE NOT NUMERIC
              OR MST-WRITTEN-SCORE NOT NUMERIC
               ADD 1 TO WS-NOT-SCORED-CNT
               GO TO 2000-READ-NEXT
           END-IF
           ADD 1 TO WS-TESTED-CNT
           PERFORM 2100-TALLY-ONE-TEST.
       2000-READ-NEXT.
           READ MSTR-FILE INTO MSTR-IN-REC
               AT END SET WS-MSTR-EOF TO TRUE
           END-READ.
       2000-TALLY-ONE-RECORD-EXIT.
           EXIT.

       2100-TALLY-ONE-TEST.
           PERFORM 2200-FIND-EXAMINER
           PERFORM 2300-FIND-OFFICE
           IF WS-NEW-EXAMINER
               ADD 1 TO WS-OFC-EXAMINERS (WS-OFC-IDX)
           END-IF
           MOVE 'N' TO WS-PASS-SW
           IF MST-ROAD-SCORE NOT < WS-MIN-ROAD-SCORE
              AND MST-WRITTEN-SCORE NOT < WS-MIN-WRITTEN-SCORE
               SET WS-TEST-PASSED TO TRUE
           END-IF
           ADD 1 TO WS-EXM-TESTS (WS-EXM-IDX)
                    WS-OFC-TESTS (WS-OFC-IDX)
           ADD MST-ROAD-SCORE TO WS-EXM-ROAD-SUM (WS-EXM-IDX)
                                 WS-OFC-ROAD-SUM (WS-OFC-IDX)
           ADD MST-WRITTEN-SCORE TO WS-EXM-WRIT-SUM (WS-EXM-IDX)
                                    WS-OFC-WRIT-SUM (WS-OFC-IDX)
           IF WS-TEST-PASSED
               ADD 1 TO WS-EXM-PASSES (WS-EXM-IDX)
                        WS-OFC-PASSES (WS-OFC-IDX)
           END-IF
           IF MST-ROAD-SCORE = WS-MIN-ROAD-SCORE
               ADD 1 TO WS-EXM-AT-MIN (WS-EXM-IDX)
                        WS-OFC-AT-MIN (WS-OFC-IDX)
           END-IF
           IF MST-ROAD-RETEST-CNT NUMERIC
               ADD MST-ROAD-RETEST-CNT TO WS-EXM-RETESTS (WS-EXM-IDX)
           END-IF
           IF MST-WRITTEN-RETEST-CNT NUMERIC
               ADD MST-WRITTEN-RETEST-CNT
                   TO WS-EXM-RETESTS (WS-EXM-IDX)
           END-IF
           EVALUATE TRUE
               WHEN MST-ROAD-SCORE < 60
                   MOVE 1 TO WS-BAND-SUB
               WHEN MST-ROAD-SCORE < 70
                   MOVE 2 TO WS-BAND-SUB
               WHEN MST-ROAD-SCORE < 80
                   MOVE 3 TO WS-BAND-SUB
               WHEN MST-ROAD-SCORE < 90
                   MOVE 4 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 5 TO WS-BAND-SUB
           END-EVALUATE
           ADD 1 TO WS-EXM-BAND (WS-EXM-IDX, WS-BAND-SUB).

      * FIND THE EXAMINER AND OFFICE ENTRY, OR OPEN ONE AT ITS PLACE
      * IN KEY ORDER. THE SCAN STOPS AT THE FIRST KEY NOT BELOW THE
      * ONE WANTED - EITHER THE ENTRY ITSELF OR WHERE IT BELONGS. AN
      * UNUSED ENTRY HOLDS HIGH-VALUES, SO ONLY A FULL TABLE RUNS OFF
      * THE END.
       2200-FIND-EXAMINER.
           MOVE 'N' TO WS-NEW-EXM-SW
           MOVE MST-EXAMINER-ID TO WS-KEY-EXAMINER
           MOVE MST-TEST-OFFICE TO WS-KEY-OFFICE
           SET WS-FOUND-SW TO 'N'
           SET WS-EXM-IDX TO 1
           PERFORM 2205-SCAN-EXM-ENTRY
               VARYING WS-EXM-IDX FROM 1 BY 1
               UNTIL WS-EXM-IDX > WS-EXM-MAX
                  OR WS-WAS-FOUND
           IF NOT WS-WAS-FOUND
               PERFORM 9100-EXM-TABLE-FULL
           END-IF
           SET WS-EXM-IDX DOWN BY 1
           IF WS-EXM-KEY (WS-EXM-IDX) NOT = WS-EXM-KEY-WORK
               PERFORM 2210-INSERT-EXAMINER
           END-IF.

       2205-SCAN-EXM-ENTRY.
           IF WS-EXM-KEY (WS-EXM-IDX) NOT < WS-EXM-KEY-WORK
               SET WS-FOUND-SW TO 'Y'
           END-IF.

       2210-INSERT-EXAMINER.
           IF WS-EXM-CNT NOT < WS-EXM-MAX
               PERFORM 9100-EXM-TABLE-FULL
           END-IF
           SET WS-INS-SUB TO WS-EXM-IDX
           PERFORM 2220-SHIFT-EXAMINER
               VARYING WS-SHIFT-SUB FROM WS-EXM-CNT BY -1
               UNTIL WS-SHIFT-SUB < WS-INS-SUB
           ADD 1 TO WS-EXM-CNT
           MOVE WS-EXM-KEY-WORK TO WS-EXM-KEY (WS-INS-SUB)
           MOVE ZEROS TO WS-EXM-TESTS (WS-INS-SUB)
           MOVE ZEROS TO WS-EXM-PASSES (WS-INS-SUB)
           MOVE ZEROS TO WS-EXM-ROAD-SUM (WS-INS-SUB)
           MOVE ZEROS TO WS-EXM-WRIT-SUM (WS-INS-SUB)
           MOVE ZEROS TO WS-EXM-AT-MIN (WS-INS-SUB)
           MOVE ZEROS TO WS-EXM-RETESTS (WS-INS-SUB)
           MOVE ZEROS TO WS-EXM-BANDS (WS-INS-SUB)
           SET WS-NEW-EXAMINER TO TRUE.

       2220-SHIFT-EXAMINER.
           COMPUTE WS-NEXT-SUB = WS-SHIFT-SUB + 1
           MOVE WS-EXM-ENTRY (WS-SHIFT-SUB)
               TO WS-EXM-ENTRY (WS-NEXT-SUB).

       2300-FIND-OFFICE.
           SET WS-FOUND-SW TO 'N'
           SET WS-OFC-IDX TO 1
           PERFORM 2305-SCAN-OFC-ENTRY
               VARYING WS-OFC-IDX FROM 1 BY 1
               UNTIL WS-OFC-IDX > WS-OFC-MAX
                  OR WS-WAS-FOUND
           IF NOT WS-WAS-FOUND
               PERFORM 9200-OFC-TABLE-FULL
           END-IF
           SET WS-OFC-IDX DOWN BY 1
           IF WS-OFC-CODE (WS-OFC-IDX) NOT = MST-TEST-OFFICE
               PERFORM 2310-INSERT-OFFICE
           END-IF.

       2305-SCAN-OFC-ENTRY.
           IF WS-OFC-CODE (WS-OFC-IDX) NOT < MST-TEST-OFFICE
               SET WS-FOUND-SW TO 'Y'
           END-IF.

       2310-INSERT-OFFICE.
           IF WS-OFC-CNT NOT < WS-OFC-MAX
               PERFORM 9200-OFC-TABLE-FULL
           END-IF
           SET WS-INS-SUB TO WS-OFC-IDX
           PERFORM 2320-SHIFT-OFFICE
               VARYING WS-SHIFT-SUB FROM WS-OFC-CNT BY -1
               UNTIL WS-SHIFT-SUB < WS-INS-SUB
           ADD 1 TO WS-OFC-CNT
           MOVE MST-TEST-OFFICE TO WS-OFC-CODE (WS-INS-SUB)
           MOVE ZEROS TO WS-OFC-EXAMINERS (WS-INS-SUB)
           MOVE ZEROS TO WS-OFC-TESTS (WS-INS-SUB)
           MOVE ZEROS TO WS-OFC-PASSES (WS-INS-SUB)
           MOVE ZEROS TO WS-OFC-ROAD-SUM (WS-INS-SUB)
           MOVE ZEROS TO WS-OFC-WRIT-SUM (WS-INS-SUB)
           MOVE ZEROS TO WS-OFC-AT-MIN (WS-INS-SUB).

       2320-SHIFT-OFFICE.
           COMPUTE WS-NEXT-SUB = WS-SHIFT-SUB + 1
           MOVE WS-OFC-ENTRY (WS-SHIFT-SUB)
               TO WS-OFC-ENTRY (WS-NEXT-SUB).

       4200-COMPUTE-SERIAL-DAY.
           DIVIDE WS-SER-YY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM
           DIVIDE WS-SER-YY BY 100 GIVING WS-CENT-QUOT
               REMAINDER WS-CENT-REM
           DIVIDE WS-SER-YY BY 400 GIVING WS-QUAD-QUOT
               REMAINDER WS-QUAD-REM
           SUBTRACT 1 FROM WS-SER-YY GIVING WS-PRIOR-YY
           DIVIDE WS-PRIOR-YY BY 4 GIVING WS-LEAP-DAYS
           DIVIDE WS-PRIOR-YY BY 100 GIVING WS-CENT-QUOT
           SUBTRACT WS-CENT-QUOT FROM WS-LEAP-DAYS
           DIVIDE WS-PRIOR-YY BY 400 GIVING WS-QUAD-QUOT
           ADD WS-QUAD-QUOT TO WS-LEAP-DAYS
           COMPUTE WS-SERIAL-DAY =
               WS-SER-YY * 365 + WS-LEAP-DAYS
               + WS-CUM-DAYS (WS-SER-MM) + WS-SER-DD
           IF WS-SER-MM > 2
              AND WS-LEAP-REM = 0
              AND (WS-CENT-REM NOT = 0 OR WS-QUAD-REM = 0)
               ADD 1 TO WS-SERIAL-DAY
           END-IF.

      ******************************************************************
      * 5000 - ONE DETAIL LINE AND ONE SCORE BAND LINE PER EXAMINER    *
      *        AND OFFICE, WITH THE REVIEW FLAGS.                      *
      ******************************************************************
       5000-REPORT-EXAMINERS.
           MOVE SPACES TO EXR-SECTION-TEXT
           WRITE RPT-OUT-REC FROM EXR-SECTION-LINE
           MOVE 'EXAMINERS - BY EXAMINER AND TEST OFFICE'
               TO EXR-SECTION-TEXT
           WRITE RPT-OUT-REC FROM EXR-SECTION-LINE
           WRITE RPT-OUT-REC FROM EXR-HDR3
           SET WS-EXM-IDX TO 1
           PERFORM 5100-REPORT-ONE-EXAMINER
               VARYING WS-EXM-IDX FROM 1 BY 1
               UNTIL WS-EXM-IDX > WS-EXM-CNT.

       5100-REPORT-ONE-EXAMINER.
           ADD WS-EXM-TESTS (WS-EXM-IDX) TO WS-EXM-TEST-CHECK
           COMPUTE WS-PASS-PCT ROUNDED =
               WS-EXM-PASSES (WS-EXM-IDX) * 100
               / WS-EXM-TESTS (WS-EXM-IDX)
           COMPUTE WS-AVG-ROAD ROUNDED =
               WS-EXM-ROAD-SUM (WS-EXM-IDX) / WS-EXM-TESTS (WS-EXM-IDX)
           COMPUTE WS-AVG-WRIT ROUNDED =
               WS-EXM-WRIT-SUM (WS-EXM-IDX) / WS-EXM-TESTS (WS-EXM-IDX)
           COMPUTE WS-AT-MIN-SHARE ROUNDED =
               WS-EXM-AT-MIN (WS-EXM-IDX) * 100
               / WS-EXM-TESTS (WS-EXM-IDX)
           MOVE SPACES TO EXR-DET-FLAGS
           PERFORM 5200-COMPARE-TO-OFFICE
               THRU 5200-COMPARE-TO-OFFICE-EXIT
           IF WS-EXM-AT-MIN (WS-EXM-IDX) NOT < WS-AT-MIN-FLOOR
              AND WS-AT-MIN-SHARE NOT < WS-AT-MIN-PCT
               MOVE 'AT-MIN' TO EXR-FLG-MIN
           END-IF
           IF EXR-DET-FLAGS NOT = SPACES
               ADD 1 TO WS-FLAGGED-CNT
           END-IF
           MOVE WS-EXM-ID (WS-EXM-IDX) TO EXR-DET-EXAMINER
           MOVE WS-EXM-OFFICE (WS-EXM-IDX) TO EXR-DET-OFFICE
           MOVE WS-EXM-TESTS (WS-EXM-IDX) TO EXR-DET-TESTS
           MOVE WS-PASS-PCT TO EXR-DET-PASS-PCT
           MOVE WS-AVG-ROAD TO EXR-DET-AVG-ROAD
           MOVE WS-AVG-WRIT TO EXR-DET-AVG-WRIT
           MOVE WS-EXM-AT-MIN (WS-EXM-IDX) TO EXR-DET-AT-MIN
           MOVE WS-EXM-RETESTS (WS-EXM-IDX) TO EXR-DET-RETESTS
           WRITE RPT-OUT-REC FROM EXR-DETAIL
           MOVE WS-EXM-BAND (WS-EXM-IDX, 1) TO EXR-BND-UNDER-60
           MOVE WS-EXM-BAND (WS-EXM-IDX, 2) TO EXR-BND-60S
           MOVE WS-EXM-BAND (WS-EXM-IDX, 3) TO EXR-BND-70S
           MOVE WS-EXM-BAND (WS-EXM-IDX, 4) TO EXR-BND-80S
           MOVE WS-EXM-BAND (WS-EXM-IDX, 5) TO EXR-BND-90-UP
           WRITE RPT-OUT-REC FROM EXR-BAND-LINE.

      * THE NORM IS THE REST OF THE OFFICE - THE OFFICE TOTALS LESS
      * THE EXAMINER'S OWN TESTS - SO ONE BUSY EXAMINER CANNOT SET
      * THE STANDARD THEY ARE MEASURED AGAINST.
       5200-COMPARE-TO-OFFICE.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-OFC-IDX TO 1
           PERFORM 5210-SCAN-OFC-ENTRY
               VARYING WS-OFC-IDX FROM 1 BY 1
               UNTIL WS-OFC-IDX > WS-OFC-CNT
                  OR WS-WAS-FOUND
           IF NOT WS-WAS-FOUND
               GO TO 5200-COMPARE-TO-OFFICE-EXIT
           END-IF
           SET WS-OFC-IDX DOWN BY 1
           COMPUTE WS-REST-TESTS =
               WS-OFC-TESTS (WS-OFC-IDX) - WS-EXM-TESTS (WS-EXM-IDX)
           IF WS-EXM-TESTS (WS-EXM-IDX) < WS-MIN-SAMPLE
              OR WS-REST-TESTS < WS-MIN-SAMPLE
               GO TO 5200-COMPARE-TO-OFFICE-EXIT
           END-IF
           COMPUTE WS-REST-PASS-PCT ROUNDED =
               (WS-OFC-PASSES (WS-OFC-IDX)
                - WS-EXM-PASSES (WS-EXM-IDX)) * 100 / WS-REST-TESTS
           COMPUTE WS-REST-AVG-ROAD ROUNDED =
               (WS-OFC-ROAD-SUM (WS-OFC-IDX)
                - WS-EXM-ROAD-SUM (WS-EXM-IDX)) / WS-REST-TESTS
           IF WS-PASS-PCT NOT < WS-REST-PASS-PCT + WS-PASS-RATE-MARGIN
               MOVE 'PASS-RATE' TO EXR-FLG-PASS
           END-IF
           IF WS-AVG-ROAD NOT < WS-REST-AVG-ROAD + WS-AVG-SCORE-MARGIN
               MOVE 'AVG-SCORE' TO EXR-FLG-AVG
           END-IF.
       5200-COMPARE-TO-OFFICE-EXIT.
           EXIT.

       5210-SCAN-OFC-ENTRY.
           IF WS-OFC-CODE (WS-OFC-IDX) = WS-EXM-OFFICE (WS-EXM-IDX)
               SET WS-FOUND-SW TO 'Y'
           END-IF.

      ******************************************************************
      * 6000 - THE OFFICE NORMS, ALL EXAMINERS AT EACH OFFICE.         *
      ******************************************************************
       6000-REPORT-OFFICES.
           MOVE SPACES TO EXR-SECTION-TEXT
           WRITE RPT-OUT-REC FROM EXR-SECTION-LINE
           MOVE 'TEST OFFICES - ALL EXAMINERS AT THE OFFICE'
               TO EXR-SECTION-TEXT
           WRITE RPT-OUT-REC FROM EXR-SECTION-LINE
           WRITE RPT-OUT-REC FROM EXR-OFC-HDR
           SET WS-OFC-IDX TO 1
           PERFORM 6100-REPORT-ONE-OFFICE
               VARYING WS-OFC-IDX FROM 1 BY 1
               UNTIL WS-OFC-IDX > WS-OFC-CNT.

       6100-REPORT-ONE-OFFICE.
           MOVE WS-OFC-CODE (WS-OFC-IDX) TO EXR-OFC-CODE
           MOVE WS-OFC-EXAMINERS (WS-OFC-IDX) TO EXR-OFC-EXAMINERS
           MOVE WS-OFC-TESTS (WS-OFC-IDX) TO EXR-OFC-TESTS
           COMPUTE WS-PASS-PCT ROUNDED =
               WS-OFC-PASSES (WS-OFC-IDX) * 100
               / WS-OFC-TESTS (WS-OFC-IDX)
           COMPUTE WS-AVG-ROAD ROUNDED =
               WS-OFC-ROAD-SUM (WS-OFC-IDX) / WS-OFC-TESTS (WS-OFC-IDX)
           COMPUTE WS-AVG-WRIT ROUNDED =
               WS-OFC-WRIT-SUM (WS-OFC-IDX) / WS-OFC-TESTS (WS-OFC-IDX)
           COMPUTE WS-AT-MIN-SHARE ROUNDED =
               WS-OFC-AT-MIN (WS-OFC-IDX) * 100
               / WS-OFC-TESTS (WS-OFC-IDX)
           MOVE WS-PASS-PCT TO EXR-OFC-PASS-PCT
           MOVE WS-AVG-ROAD TO EXR-OFC-AVG-ROAD
           MOVE WS-AVG-WRIT TO EXR-OFC-AVG-WRIT
           MOVE WS-AT-MIN-SHARE TO EXR-OFC-AT-MIN-PCT
           WRITE RPT-OUT-REC FROM EXR-OFC-DETAIL.

      ******************************************************************
      * 8000 - TOTALS AND BALANCING. EVERY MASTER RECORD READ FALLS    *
      *        INTO EXACTLY ONE COUNT, AND THE EXAMINER LINES ADD UP   *
      *        TO THE TESTS TALLIED.                                   *
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES TO EXR-SECTION-TEXT
           WRITE RPT-OUT-REC FROM EXR-SECTION-LINE
           MOVE 'MASTER RECORDS READ' TO EXR-TOT-LABEL
           MOVE WS-RECS-READ TO EXR-TOT-VALUE
           WRITE RPT-OUT-REC FROM EXR-TOT-LINE
           MOVE 'TESTS IN THE REVIEW WINDOW' TO EXR-TOT-LABEL
           MOVE WS-TESTED-CNT TO EXR-TOT-VALUE
           WRITE RPT-OUT-REC FROM EXR-TOT-LINE
           MOVE 'DECIDED OUTSIDE THE WINDOW OR UNDATED'
               TO EXR-TOT-LABEL
           MOVE WS-OUTSIDE-CNT TO EXR-TOT-VALUE
           WRITE RPT-OUT-REC FROM EXR-TOT-LINE
           MOVE 'NO EXAMINER ON RECORD' TO EXR-TOT-LABEL
           MOVE WS-NO-EXAMINER-CNT TO EXR-TOT-VALUE
           WRITE RPT-OUT-REC FROM EXR-TOT-LINE
           MOVE 'SCORES NOT NUMERIC' TO EXR-TOT-LABEL
           MOVE WS-NOT-SCORED-CNT TO EXR-TOT-VALUE
           WRITE RPT-OUT-REC FROM EXR-TOT-LINE
           MOVE 'EXAMINER AND OFFICE LINES REPORTED' TO EXR-TOT-LABEL
           MOVE WS-EXM-CNT TO EXR-TOT-VALUE
           WRITE RPT-OUT-REC FROM EXR-TOT-LINE
           MOVE 'TEST OFFICES REPORTED' TO EXR-TOT-LABEL
           MOVE WS-OFC-CNT TO EXR-TOT-VALUE
           WRITE RPT-OUT-REC FROM EXR-TOT-LINE
           MOVE 'EXAMINER LINES FLAGGED FOR REVIEW' TO EXR-TOT-LABEL
           MOVE WS-FLAGGED-CNT TO EXR-TOT-VALUE
           WRITE RPT-OUT-REC FROM EXR-TOT-LINE
           COMPUTE WS-RECS-CHECK =
               WS-TESTED-CNT + WS-OUTSIDE-CNT + WS-NO-EXAMINER-CNT
               + WS-NOT-SCORED-CNT
           IF WS-RECS-CHECK = WS-RECS-READ
              AND WS-EXM-TEST-CHECK = WS-TESTED-CNT
               MOVE 'RUN IS IN BALANCE' TO EXR-TOT-LABEL
           ELSE
               MOVE 'RUN IS OUT OF BALANCE - INVESTIGATE'
                   TO EXR-TOT-LABEL
           END-IF
           MOVE ZEROS TO EXR-TOT-VALUE
           WRITE RPT-OUT-REC FROM EXR-TOT-LINE
           CLOSE MSTR-FILE RPT-FILE
           DISPLAY 'LICEXAM - MASTER RECORDS READ:    ' WS-RECS-READ
           DISPLAY 'LICEXAM - TESTS IN WINDOW:        ' WS-TESTED-CNT
           DISPLAY 'LICEXAM - EXAMINER LINES:         ' WS-EXM-CNT
           DISPLAY 'LICEXAM - FLAGGED FOR REVIEW:     ' WS-FLAGGED-CNT
           IF WS-RECS-CHECK = WS-RECS-READ
              AND WS-EXM-TEST-CHECK = WS-TESTED-CNT
               DISPLAY 'LICEXAM - RUN IS IN BALANCE'
           ELSE
               DISPLAY 'LICEXAM - RUN IS OUT OF BALANCE - INVESTIGATE'
           END-IF.

       9100-EXM-TABLE-FULL.
           DISPLAY 'LICEXAM - EXAMINER TABLE FULL AT ' WS-EXM-MAX
                   ' ENTRIES - RUN ABANDONED'
           CLOSE MSTR-FILE RPT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.

       9200-OFC-TABLE-FULL.
           DISPLAY 'LICEXAM - OFFICE TABLE FULL AT ' WS-OFC-MAX
                   ' ENTRIES - RUN ABANDONED'
           CLOSE MSTR-FILE RPT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.
