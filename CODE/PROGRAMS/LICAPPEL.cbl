      ******************************************************************
      * PROGRAM-ID: LICAPPEL                                          *
      * AUTHOR:     J. B. RUIZ - DMV APPLICATIONS GROUP                *
      * INSTALLATION: STATE DMV DATA CENTER                           *
      * DATE-WRITTEN: 2026-09-10                                      *
      *                                                                *
      * REMARKS.                                                      *
      *   DENIAL APPEAL AND HEARING CASE TRACKING. AN APPLICANT THE    *
      *   EDIT RUN DENIES HAS A STATUTORY RIGHT TO A HEARING, BUT THE  *
      *   HEARINGS DESK KEPT ITS CASES ON PAPER AND A SUPERVISOR HAD   *
      *   TO KEY AN OVERRIDE BY HAND WHEN AN APPEAL WAS UPHELD - WITH  *
      *   NOTHING ON THE AUDIT TRAIL TO SAY WHY. THIS RUN KEEPS THE    *
      *   CASE FILE (APPLCASE.DAT) AND APPLIES THE DAY'S APPEAL        *
      *   TRANSACTIONS (APPLTRAN.DAT) IN ONE PASS, WRITING THE         *
      *   UPDATED FILE TO APPLCASN.DAT:                                *
      *     - 'O' OPENS A CASE FOR AN APPLICANT WHOSE MASTER RECORD    *
      *       IS DENIED, CARRYING THE MASTER'S DENIAL REASON. ONE      *
      *       OPEN CASE PER APPLICANT AT A TIME                        *
      *     - 'H' SETS (OR RESETS) THE HEARING DATE AND OFFICER        *
      *     - 'D' RECORDS THE OUTCOME AND CLOSES THE CASE. AN UPHELD   *
      *       APPEAL WRITES THE OVERRIDE RECORD TO OVRDFILE.DAT        *
      *       ITSELF, UNDER THE HEARING OFFICER'S ID AND CARRYING THE  *
      *       CASE NUMBER, SO THE NEXT EDIT RUN APPROVES THE           *
      *       RESUBMITTED APPLICATION AND THE AUDIT RECORD NAMES THE   *
      *       CASE. A CASE WHOSE OVERRIDE IS ALREADY ON OVRDFILE.DAT   *
      *       (A RERUN BEFORE THE CASE FILE WAS SWAPPED IN) IS NOT     *
      *       WRITTEN A SECOND ONE. A SUSTAINED OR WITHDRAWN APPEAL    *
      *       CLOSES WITH NO OVERRIDE                                  *
      *   EVERY TRANSACTION PRINTS ON THE RUN REPORT (APPLRPT.DAT),    *
      *   APPLIED OR REJECTED WITH THE REASON - NONE IS DROPPED. THE   *
      *   AGING REPORT (APPLAGE.DAT) LISTS EVERY CASE STILL OPEN OR    *
      *   SCHEDULED WITH CALENDAR DAYS SINCE FILING, FLAGGING A CASE   *
      *   PAST THE STATUTORY DEADLINE OR WITHIN TEN DAYS OF IT, AND A  *
      *   HEARING HELD WITH NO OUTCOME YET RECORDED. AFTER THE COUNTS  *
      *   BALANCE (TRANSACTIONS READ = OPENED + HEARINGS + OUTCOMES +  *
      *   REJECTED, CASES READ + OPENED = CASES WRITTEN) THE OPERATOR  *
      *   SWAPS APPLCASN.DAT IN AS APPLCASE.DAT, THE SAME PROCEDURE    *
      *   AS THE LICDHUPD DRIVER HISTORY UPDATE.                       *
      *                                                                *
      * MODIFICATION HISTORY.                                         *
      *   2026-09-10 JBR  INITIAL VERSION.                             *
      *   2026-09-13 JBR  RECOMPILED FOR THE 213-BYTE MASTER (EXAMINER *
      *                   ID AND TEST OFFICE ADDED FOR THE LICEXAM     *
      *                   EXAMINER REPORT).                            *
      *   2026-09-19 JBR  RECOMPILED FOR THE 222-BYTE MASTER (DATE OF  *
      *                   BIRTH ADDED).                                *
      *   2026-10-15 JBR  AN UPHELD CASE WHOSE OVERRIDE IS ALREADY ON  *
      *                   OVRDFILE.DAT IS NOT WRITTEN AGAIN - A RERUN  *
      *                   BEFORE THE SWAP DUPLICATED IT.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICAPPEL.
       AUTHOR. J. B. RUIZ.
       INSTALLATION. STATE DMV DATA CENTER.
       DATE-WRITTEN. 2026-09-10.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL SO THE FIRST RUN EVER, WITH NO CASE FILE ON DISK
      * YET, READS AS AN EMPTY FILE INSTEAD OF FAILING THE OPEN.
           SELECT OPTIONAL CASE-FILE ASSIGN TO 'APPLCASE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT NEWC-FILE ASSIGN TO 'APPLCASN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWC-STATUS.

      * OPTIONAL SO A DAY WITH NO APPEAL ACTIVITY STILL PRODUCES THE
      * AGING REPORT - THE DEADLINE RUNS WHETHER THE DESK KEYED
      * ANYTHING OR NOT.
           SELECT OPTIONAL TRAN-FILE ASSIGN TO 'APPLTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT MSTR-FILE ASSIGN TO 'LICMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSTR-IO-KEY
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT OVRD-FILE ASSIGN TO 'OVRDFILE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-STATUS.

           SELECT RPT-FILE ASSIGN TO 'APPLRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT AGE-FILE ASSIGN TO 'APPLAGE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  CASE-IN-REC                 PIC X(150).

       FD  NEWC-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  NEWC-OUT-REC                PIC X(150).

       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-IN-REC                 PIC X(80).

       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-IO-REC.
           05  MSTR-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(213).

       FD  OVRD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  OVRD-OUT-REC                PIC X(40).

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-OUT-REC                 PIC X(80).

       FD  AGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AGE-OUT-REC                 PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  PARM-IN-REC                 PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS               PIC XX.
           88 WS-CASE-OK                VALUE '00'.
           88 WS-CASE-EOF               VALUE '10'.
       01  WS-NEWC-STATUS               PIC XX.
           88 WS-NEWC-OK                VALUE '00'.
       01  WS-TRAN-STATUS               PIC XX.
           88 WS-TRAN-OK                VALUE '00'.
           88 WS-TRAN-EOF               VALUE '10'.
       01  WS-MSTR-STATUS               PIC XX.
           88 WS-MSTR-OK                VALUE '00'.
           88 WS-MSTR-NOTFND            VALUE '23'.
       01  WS-OVRD-STATUS               PIC XX.
           88 WS-OVRD-OK                VALUE '00'.
           88 WS-OVRD-EOF               VALUE '10'.
       01  WS-RPT-STATUS                PIC XX.
           88 WS-RPT-OK                 VALUE '00'.
       01  WS-AGE-STATUS                PIC XX.
           88 WS-AGE-OK                 VALUE '00'.
       01  WS-PARM-STATUS               PIC XX.
           88 WS-PARM-OK                VALUE '00'.
           88 WS-PARM-EOF               VALUE '10'.

           COPY APLCCOPY.
           COPY APTRCOPY.
           COPY APRPCOPY.
           COPY MSTRCOPY.
           COPY OVRDCOPY.
           COPY PARMCOPY.

      * THE DAY'S APPEAL TRANSACTIONS HELD IN STORAGE WITH A STATE
      * PER ENTRY ('N' = NOT YET MATCHED, 'Y' = APPLIED, 'R' =
      * REJECTED) AND THE ACTION, CASE, NAME AND NOTE FOR THE RUN
      * REPORT, WHICH PRINTS IN FEED ORDER AT END OF RUN - THE SAME
      * MATCHED-FLAG APPROACH AS LICDHUPD'S COURT FEED TABLE. AN
      * OVERFLOW ABANDONS THE RUN WITH THE LIVE CASE FILE UNTOUCHED.
       01  WS-TRN-TABLE.
           05  WS-TRN-MAX              PIC 9(5)  VALUE 01000 COMP.
           05  WS-TRN-CNT              PIC 9(5)  VALUE ZEROS COMP.
           05  WS-TRN-ENTRY OCCURS 1000 TIMES
                                       INDEXED BY WS-TRN-IDX
                                                  WS-DUP-IDX.
               10 WS-TRN-CODE          PIC X.
               10 WS-TRN-CASE          PIC X(12).
               10 WS-TRN-APPID         PIC X(9).
               10 WS-TRN-DATE          PIC X(8).
               10 WS-TRN-OFFICER       PIC X(8).
               10 WS-TRN-OUTCOME       PIC X.
               10 WS-TRN-STATE         PIC X.
               10 WS-TRN-ACTION        PIC X(10).
               10 WS-TRN-NAME          PIC X(19).
               10 WS-TRN-NOTE          PIC X(26).

      * CASE NUMBERS OF THE OVERRIDES ALREADY ON OVRDFILE.DAT, LOADED
      * BEFORE THE FILE IS OPENED FOR EXTEND. A RERUN BEFORE THE CASE
      * FILE IS SWAPPED IN RECORDS THE SAME UPHELD OUTCOME AGAIN - THE
      * OVERRIDE ALREADY WRITTEN FOR THE CASE ANSWERS IT, SO NO SECOND
      * ONE IS APPENDED. A HAND-KEYED OVERRIDE (NO CASE NUMBER) IS NOT
      * LOADED. AN OVERFLOW ABANDONS THE RUN WITH THE LIVE CASE FILE
      * UNTOUCHED.
       01  WS-OVC-TABLE.
           05  WS-OVC-MAX              PIC 9(4)  VALUE 0500 COMP.
           05  WS-OVC-CNT              PIC 9(4)  VALUE ZEROS COMP.
           05  WS-OVC-ENTRY OCCURS 500 TIMES
                                       INDEXED BY WS-OVC-IDX.
               10 WS-OVC-CASE          PIC X(12).

       01  WS-SWITCHES.
           05  WS-FOUND-SW             PIC X     VALUE 'N'.
               88 WS-WAS-FOUND         VALUE 'Y'.
           05  WS-DATE-SW              PIC X     VALUE 'N'.
               88 WS-DATE-VALID        VALUE 'Y'.

      * STATUTORY DEADLINE - A HEARING DECISION IS DUE WITHIN THIS
      * MANY CALENDAR DAYS OF THE APPEAL BEING FILED. A CASE WITHIN
      * WS-APPEAL-WARN-DAYS OF THE DEADLINE IS FLAGGED DUE SOON.
       01  WS-APPEAL-DEADLINE-DAYS      PIC 9(3)  VALUE 060.
       01  WS-APPEAL-WARN-DAYS          PIC 9(3)  VALUE 010.

       01  WS-RUN-DATE-NUM              PIC 9(8)  VALUE ZEROS.
       01  WS-LAST-SEQ                  PIC 9(4)  VALUE ZEROS.
       01  WS-HEAR-DATE-NUM             PIC 9(8)  VALUE ZEROS.
       01  WS-FILED-DATE-NUM            PIC 9(8)  VALUE ZEROS.
       01  WS-REJECT-NOTE               PIC X(26) VALUE SPACES.

       01  WS-CHK-DATE                  PIC X(8)  VALUE SPACES.
       01  WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
           05  WS-CHK-YY                PIC 9(4).
           05  WS-CHK-MM                PIC 9(2).
           05  WS-CHK-DD                PIC 9(2).
       01  WS-CHK-DATE-NUM REDEFINES WS-CHK-DATE
                                        PIC 9(8).

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
           05  WS-FILED-SERIAL          PIC 9(7).
           05  WS-DAYS-OPEN             PIC S9(5).

       01  WS-COUNTS.
           05  WS-TRAN-READ             PIC 9(7)  VALUE ZEROS.
           05  WS-OPENED-CNT            PIC 9(7)  VALUE ZEROS.
           05  WS-HEARING-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-OUTCOME-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-UPHELD-CNT            PIC 9(7)  VALUE ZEROS.
           05  WS-SUSTAINED-CNT         PIC 9(7)  VALUE ZEROS.
           05  WS-WITHDRAWN-CNT         PIC 9(7)  VALUE ZEROS.
           05  WS-REJECT-CNT            PIC 9(7)  VALUE ZEROS.
           05  WS-OVRD-WRITTEN          PIC 9(7)  VALUE ZEROS.
           05  WS-OVRD-ON-FILE          PIC 9(7)  VALUE ZEROS.
           05  WS-OVRD-CHECK            PIC 9(7)  VALUE ZEROS.
           05  WS-CASES-READ            PIC 9(7)  VALUE ZEROS.
           05  WS-CASES-WRITTEN         PIC 9(7)  VALUE ZEROS.
           05  WS-OPEN-CASE-CNT         PIC 9(7)  VALUE ZEROS.
           05  WS-PAST-DUE-CNT          PIC 9(7)  VALUE ZEROS.
           05  WS-DUE-SOON-CNT          PIC 9(7)  VALUE ZEROS.
           05  WS-TRAN-CHECK            PIC 9(7)  VALUE ZEROS.
           05  WS-CASE-CHECK            PIC 9(7)  VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-TRAN-TABLE THRU 1200-LOAD-TRAN-TABLE-EXIT
               UNTIL WS-TRAN-EOF
           CLOSE TRAN-FILE
           PERFORM 2000-UPDATE-ONE-CASE THRU 2000-UPDATE-ONE-CASE-EXIT
               UNTIL WS-CASE-EOF
           CLOSE CASE-FILE
           SET WS-TRN-IDX TO 1
           PERFORM 3000-OPEN-ONE-CASE THRU 3000-OPEN-ONE-CASE-EXIT
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-CNT
           PERFORM 5000-REPORT-TRANSACTIONS
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-PARMS
           OPEN INPUT MSTR-FILE
           IF NOT WS-MSTR-OK
               DISPLAY 'LICAPPEL - CANNOT OPEN LICENSE MASTER - FILE '
                       'STATUS ' WS-MSTR-STATUS
               DISPLAY 'LICAPPEL - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT OVRD-FILE
           IF NOT WS-OVRD-OK
               DISPLAY 'LICAPPEL - CANNOT OPEN OVERRIDE FILE '
                       'OVRDFILE.DAT - FILE STATUS ' WS-OVRD-STATUS
               DISPLAY 'LICAPPEL - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ OVRD-FILE INTO OVRD-OUT-REC
               AT END SET WS-OVRD-EOF TO TRUE
           END-READ
           PERFORM 1300-LOAD-OVRD-CASE THRU 1300-LOAD-OVRD-CASE-EXIT
               UNTIL WS-OVRD-EOF
           CLOSE OVRD-FILE
           OPEN EXTEND OVRD-FILE
           IF NOT WS-OVRD-OK
               DISPLAY 'LICAPPEL - CANNOT OPEN OVERRIDE FILE '
                       'OVRDFILE.DAT - FILE STATUS ' WS-OVRD-STATUS
               DISPLAY 'LICAPPEL - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TRAN-FILE
           OPEN INPUT CASE-FILE
           OPEN OUTPUT NEWC-FILE
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT AGE-FILE
           MOVE WS-RUN-DATE-NUM TO APR-HDR1-DATE
           WRITE RPT-OUT-REC FROM APR-HDR1
           MOVE WS-RUN-DATE-NUM TO APA-HDR1-DATE
           WRITE AGE-OUT-REC FROM APA-HDR1
           WRITE AGE-OUT-REC FROM APA-HDR2
           MOVE WS-RUN-DATE-NUM TO WS-DATE-WORK (1:8)
           PERFORM 4200-COMPUTE-SERIAL-DAY
           MOVE WS-SERIAL-DAY TO WS-RUN-SERIAL
           READ TRAN-FILE INTO TRAN-IN-REC
               AT END SET WS-TRAN-EOF TO TRUE
           END-READ
           READ CASE-FILE INTO CASE-IN-REC
               AT END SET WS-CASE-EOF TO TRUE
           END-READ.

      * A MISSING OR EMPTY PARAMETER FILE ABANDONS THE RUN - THE
      * BUSINESS DATE NUMBERS EVERY NEW CASE, CLOSES EVERY DECIDED
      * ONE, AND IS THE DATE THE STATUTORY DEADLINE IS MEASURED TO.
       1050-READ-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'LICAPPEL - RUN-CONTROL PARAMETER FILE '
                       'RUNPARM.DAT NOT AVAILABLE - FILE STATUS '
                       WS-PARM-STATUS
               DISPLAY 'LICAPPEL - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE INTO PARM-IN-REC
               AT END SET WS-PARM-EOF TO TRUE
           END-READ
           IF WS-PARM-EOF
               DISPLAY 'LICAPPEL - RUNPARM.DAT IS EMPTY - RUN '
                       'ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-IN-REC TO RUN-CONTROL-REC
           IF PRM-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'LICAPPEL - RUNPARM.DAT PARAMETERS NOT '
                       'NUMERIC - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PARM-FILE
           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE-NUM.

      * A TRANSACTION CODE THE DESK DOES NOT USE IS REJECTED AS IT
      * LOADS - IT CAN MATCH NOTHING, AND LEFT 'N' IT WOULD PRINT
      * AS A CASE-NUMBER MISS.
       1200-LOAD-TRAN-TABLE.
           ADD 1 TO WS-TRAN-READ
           MOVE TRAN-IN-REC TO APPEAL-TRAN-REC
           IF WS-TRN-CNT < WS-TRN-MAX
               ADD 1 TO WS-TRN-CNT
               SET WS-TRN-IDX TO WS-TRN-CNT
               MOVE APT-TRAN-CODE TO WS-TRN-CODE (WS-TRN-IDX)
               MOVE APT-CASE-NUMBER TO WS-TRN-CASE (WS-TRN-IDX)
               MOVE APT-APPLICANT-ID TO WS-TRN-APPID (WS-TRN-IDX)
               MOVE APT-TRAN-DATE TO WS-TRN-DATE (WS-TRN-IDX)
               MOVE APT-OFFICER-ID TO WS-TRN-OFFICER (WS-TRN-IDX)
               MOVE APT-OUTCOME TO WS-TRN-OUTCOME (WS-TRN-IDX)
               MOVE 'N' TO WS-TRN-STATE (WS-TRN-IDX)
               MOVE SPACES TO WS-TRN-ACTION (WS-TRN-IDX)
               MOVE SPACES TO WS-TRN-NAME (WS-TRN-IDX)
               MOVE SPACES TO WS-TRN-NOTE (WS-TRN-IDX)
               IF NOT APT-OPEN-CASE
                  AND NOT APT-SET-HEARING
                  AND NOT APT-RECORD-OUTCOME
                   MOVE 'INVALID TRANSACTION CODE' TO WS-REJECT-NOTE
                   PERFORM 2900-REJECT-TRAN
               END-IF
           ELSE
               DISPLAY 'LICAPPEL - FATAL: TRANSACTION TABLE FULL AT '
                       WS-TRN-MAX ' ENTRIES - RUN ABANDONED'
               DISPLAY 'LICAPPEL - LIVE CASE FILE NOT DISTURBED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ TRAN-FILE INTO TRAN-IN-REC
               AT END SET WS-TRAN-EOF TO TRUE
           END-READ.
       1200-LOAD-TRAN-TABLE-EXIT.
           EXIT.

       1300-LOAD-OVRD-CASE.
           MOVE OVRD-OUT-REC TO OVERRIDE-REC
           IF OVR-CASE-NUMBER = SPACES
               GO TO 1300-READ-NEXT
           END-IF
           IF WS-OVC-CNT NOT < WS-OVC-MAX
               DISPLAY 'LICAPPEL - FATAL: OVERRIDE CASE TABLE FULL AT '
                       WS-OVC-MAX ' ENTRIES - RUN ABANDONED'
               DISPLAY 'LICAPPEL - LIVE CASE FILE NOT DISTURBED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-OVC-CNT
           MOVE OVR-CASE-NUMBER TO WS-OVC-CASE (WS-OVC-CNT).
       1300-READ-NEXT.
           READ OVRD-FILE INTO OVRD-OUT-REC
               AT END SET WS-OVRD-EOF TO TRUE
           END-READ.
       1300-LOAD-OVRD-CASE-EXIT.
           EXIT.

      ******************************************************************
      * 2000 - ONE PASS OVER THE CASE FILE: EVERY PENDING HEARING OR   *
      *        OUTCOME FOR THE CASE IS APPLIED IN FEED ORDER, A NEW    *
      *        APPEAL FOR AN APPLICANT WHO ALREADY HAS ONE OPEN IS     *
      *        TURNED AWAY, THEN THE CASE (CHANGED OR NOT) IS WRITTEN  *
      *        TO THE NEW FILE. THE HIGHEST SEQUENCE ALREADY USED      *
      *        TODAY IS KEPT SO A RERUN NEVER REISSUES A CASE NUMBER.  *
      ******************************************************************
       2000-UPDATE-ONE-CASE.
           ADD 1 TO WS-CASES-READ
           MOVE CASE-IN-REC TO APPEAL-CASE-REC
           IF APL-CASE-DATE = WS-RUN-DATE-NUM
              AND APL-CASE-SEQ > WS-LAST-SEQ
               MOVE APL-CASE-SEQ TO WS-LAST-SEQ
           END-IF
           SET WS-TRN-IDX TO 1
           PERFORM 2100-APPLY-ONE-TRAN THRU 2100-APPLY-ONE-TRAN-EXIT
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-CNT
           PERFORM 4000-WRITE-CASE
           READ CASE-FILE INTO CASE-IN-REC
               AT END SET WS-CASE-EOF TO TRUE
           END-READ.
       2000-UPDATE-ONE-CASE-EXIT.
           EXIT.

       2100-APPLY-ONE-TRAN.
           IF WS-TRN-STATE (WS-TRN-IDX) NOT = 'N'
               GO TO 2100-APPLY-ONE-TRAN-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-TRN-CODE (WS-TRN-IDX) = 'O'
                AND WS-TRN-APPID (WS-TRN-IDX) = APL-APPLICANT-ID
                AND NOT APL-STAT-CLOSED
                   MOVE APL-CASE-NUMBER TO WS-TRN-CASE (WS-TRN-IDX)
                   MOVE APL-NAME TO WS-TRN-NAME (WS-TRN-IDX)
                   MOVE 'APPEAL ALREADY OPEN' TO WS-REJECT-NOTE
                   PERFORM 2900-REJECT-TRAN
               WHEN WS-TRN-CODE (WS-TRN-IDX) = 'H'
                AND WS-TRN-CASE (WS-TRN-IDX) = APL-CASE-NUMBER
                   PERFORM 2150-NOTE-CASE
                   PERFORM 2200-SET-HEARING THRU 2200-SET-HEARING-EXIT
               WHEN WS-TRN-CODE (WS-TRN-IDX) = 'D'
                AND WS-TRN-CASE (WS-TRN-IDX) = APL-CASE-NUMBER
                   PERFORM 2150-NOTE-CASE
                   PERFORM 2300-RECORD-OUTCOME
                           THRU 2300-RECORD-OUTCOME-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-APPLY-ONE-TRAN-EXIT.
           EXIT.

      * THE DESK KEYS ONLY THE CASE NUMBER ON A HEARING OR OUTCOME -
      * THE REPORT LINE TAKES THE APPLICANT FROM THE CASE ITSELF.
       2150-NOTE-CASE.
           MOVE APL-APPLICANT-ID TO WS-TRN-APPID (WS-TRN-IDX)
           MOVE APL-NAME TO WS-TRN-NAME (WS-TRN-IDX).

      * A HEARING CAN BE SET ON AN OPEN CASE OR RESET ON A SCHEDULED
      * ONE, BUT NEEDS AN OFFICER AND A REAL DATE NO EARLIER THAN
      * THE DAY THE APPEAL WAS FILED.
       2200-SET-HEARING.
           IF APL-STAT-CLOSED
               MOVE 'CASE ALREADY CLOSED' TO WS-REJECT-NOTE
               PERFORM 2900-REJECT-TRAN
               GO TO 2200-SET-HEARING-EXIT
           END-IF
           IF WS-TRN-OFFICER (WS-TRN-IDX) = SPACES
               MOVE 'NO HEARING OFFICER' TO WS-REJECT-NOTE
               PERFORM 2900-REJECT-TRAN
               GO TO 2200-SET-HEARING-EXIT
           END-IF
           MOVE WS-TRN-DATE (WS-TRN-IDX) TO WS-CHK-DATE
           PERFORM 2950-CHECK-DATE
           IF NOT WS-DATE-VALID
               MOVE 'INVALID HEARING DATE' TO WS-REJECT-NOTE
               PERFORM 2900-REJECT-TRAN
               GO TO 2200-SET-HEARING-EXIT
           END-IF
           MOVE APL-FILED-DATE TO WS-FILED-DATE-NUM
           IF WS-CHK-DATE-NUM < WS-FILED-DATE-NUM
               MOVE 'HEARING BEFORE FILING DATE' TO WS-REJECT-NOTE
               PERFORM 2900-REJECT-TRAN
               GO TO 2200-SET-HEARING-EXIT
           END-IF
           IF APL-STAT-SCHEDULED
               MOVE 'RESCHEDULE' TO WS-TRN-ACTION (WS-TRN-IDX)
           ELSE
               MOVE 'HEARING' TO WS-TRN-ACTION (WS-TRN-IDX)
           END-IF
           SET APL-STAT-SCHEDULED TO TRUE
           MOVE WS-CHK-DATE TO APL-HEARING-DATE
           MOVE WS-TRN-OFFICER (WS-TRN-IDX) TO APL-OFFICER-ID
           MOVE 'Y' TO WS-TRN-STATE (WS-TRN-IDX)
           MOVE WS-CHK-DATE TO WS-TRN-NOTE (WS-TRN-IDX)
           ADD 1 TO WS-HEARING-CNT.
       2200-SET-HEARING-EXIT.
           EXIT.

      * AN UPHELD OR SUSTAINED OUTCOME NEEDS A HEARING THAT HAS
      * ACTUALLY BEEN HELD; THE APPLICANT MAY WITHDRAW AT ANY TIME
      * BEFORE THE CASE CLOSES. AN OFFICER KEYED ON THE OUTCOME (A
      * SUBSTITUTE WHO SAT THE HEARING) REPLACES THE ONE SCHEDULED.
       2300-RECORD-OUTCOME.
           IF APL-STAT-CLOSED
               MOVE 'CASE ALREADY CLOSED' TO WS-REJECT-NOTE
               PERFORM 2900-REJECT-TRAN
               GO TO 2300-RECORD-OUTCOME-EXIT
           END-IF
           MOVE APL-HEARING-DATE TO WS-HEAR-DATE-NUM
           EVALUATE WS-TRN-OUTCOME (WS-TRN-IDX)
               WHEN 'W'
                   CONTINUE
               WHEN 'U'
               WHEN 'S'
                   IF NOT APL-STAT-SCHEDULED
                       MOVE 'NO HEARING SCHEDULED' TO WS-REJECT-NOTE
                       PERFORM 2900-REJECT-TRAN
                       GO TO 2300-RECORD-OUTCOME-EXIT
                   END-IF
                   IF WS-HEAR-DATE-NUM > WS-RUN-DATE-NUM
                       MOVE 'HEARING NOT YET HELD' TO WS-REJECT-NOTE
                       PERFORM 2900-REJECT-TRAN
                       GO TO 2300-RECORD-OUTCOME-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID OUTCOME CODE' TO WS-REJECT-NOTE
                   PERFORM 2900-REJECT-TRAN
                   GO TO 2300-RECORD-OUTCOME-EXIT
           END-EVALUATE
           IF WS-TRN-OFFICER (WS-TRN-IDX) NOT = SPACES
               MOVE WS-TRN-OFFICER (WS-TRN-IDX) TO APL-OFFICER-ID
           END-IF
           MOVE WS-TRN-OUTCOME (WS-TRN-IDX) TO APL-OUTCOME
           SET APL-STAT-CLOSED TO TRUE
           MOVE WS-RUN-DATE-NUM TO APL-CLOSED-DATE
           EVALUATE TRUE
               WHEN APL-OUTC-UPHELD
                   ADD 1 TO WS-UPHELD-CNT
                   MOVE 'UPHELD' TO WS-TRN-ACTION (WS-TRN-IDX)
                   PERFORM 2400-WRITE-OVERRIDE
                           THRU 2400-WRITE-OVERRIDE-EXIT
               WHEN APL-OUTC-SUSTAINED
                   ADD 1 TO WS-SUSTAINED-CNT
                   MOVE 'SUSTAINED' TO WS-TRN-ACTION (WS-TRN-IDX)
                   MOVE 'DENIAL STANDS' TO WS-TRN-NOTE (WS-TRN-IDX)
               WHEN OTHER
                   ADD 1 TO WS-WITHDRAWN-CNT
                   MOVE 'WITHDRAWN' TO WS-TRN-ACTION (WS-TRN-IDX)
                   MOVE 'DENIAL STANDS' TO WS-TRN-NOTE (WS-TRN-IDX)
           END-EVALUATE
           MOVE 'Y' TO WS-TRN-STATE (WS-TRN-IDX)
           ADD 1 TO WS-OUTCOME-CNT.
       2300-RECORD-OUTCOME-EXIT.
           EXIT.

      * THE HEARING OFFICER STANDS IN FOR THE SUPERVISOR ON THE
      * OVERRIDE, AND THE CASE NUMBER GOES WITH IT SO THE EDIT RUN'S
      * AUDIT RECORD CAN SAY WHICH APPEAL OVERTURNED THE DENIAL.
       2400-WRITE-OVERRIDE.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-OVC-IDX TO 1
           PERFORM 2410-SCAN-OVRD-CASE
               VARYING WS-OVC-IDX FROM 1 BY 1
               UNTIL WS-OVC-IDX > WS-OVC-CNT
           IF WS-WAS-FOUND
               ADD 1 TO WS-OVRD-ON-FILE
               MOVE 'OVERRIDE ALREADY ON FILE'
                   TO WS-TRN-NOTE (WS-TRN-IDX)
               GO TO 2400-WRITE-OVERRIDE-EXIT
           END-IF
           MOVE 'OVERRIDE WRITTEN' TO WS-TRN-NOTE (WS-TRN-IDX)
           MOVE SPACES TO OVERRIDE-REC
           MOVE APL-APPLICANT-ID TO OVR-APPLICANT-ID
           MOVE APL-OFFICER-ID TO OVR-SUPERVISOR-ID
           MOVE APL-CASE-NUMBER TO OVR-CASE-NUMBER
           WRITE OVRD-OUT-REC FROM OVERRIDE-REC
           IF NOT WS-OVRD-OK
               DISPLAY 'LICAPPEL - FATAL WRITE ERROR ON OVRDFILE.DAT '
                       '- FILE STATUS ' WS-OVRD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-OVRD-WRITTEN.
       2400-WRITE-OVERRIDE-EXIT.
           EXIT.

       2410-SCAN-OVRD-CASE.
           IF WS-OVC-CASE (WS-OVC-IDX) = APL-CASE-NUMBER
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       2900-REJECT-TRAN.
           MOVE 'R' TO WS-TRN-STATE (WS-TRN-IDX)
           MOVE 'REJECTED' TO WS-TRN-ACTION (WS-TRN-IDX)
           MOVE WS-REJECT-NOTE TO WS-TRN-NOTE (WS-TRN-IDX)
           ADD 1 TO WS-REJECT-CNT.

      * A KEYED DATE IS ACCEPTED WHEN IT IS ALL DIGITS WITH A MONTH
      * AND DAY IN RANGE - THE DESK WORKS FROM A CALENDAR, SO A DAY
      * 31 IN A 30-DAY MONTH IS LEFT TO THE HEARINGS SUPERVISOR.
       2950-CHECK-DATE.
           SET WS-DATE-SW TO 'N'
           IF WS-CHK-DATE NUMERIC
               IF WS-CHK-YY > 1900
                  AND WS-CHK-MM > 0 AND WS-CHK-MM < 13
                  AND WS-CHK-DD > 0 AND WS-CHK-DD < 32
                   SET WS-DATE-SW TO 'Y'
               END-IF
           END-IF.

      ******************************************************************
      * 3000 - NEW APPEALS, AFTER THE CASE FILE PASS HAS TURNED AWAY   *
      *        ANY APPLICANT WITH A CASE ALREADY OPEN: THE MASTER      *
      *        RECORD MUST BE ON FILE AND DENIED, AND ONLY THE FIRST   *
      *        APPEAL FOR AN APPLICANT IN THE BATCH OPENS A CASE. THE  *
      *        NEW CASE TAKES THE NEXT SEQUENCE FOR THE BUSINESS DATE  *
      *        AND IS ADDED AT THE END OF THE NEW FILE.                *
      ******************************************************************
       3000-OPEN-ONE-CASE.
           IF WS-TRN-STATE (WS-TRN-IDX) NOT = 'N'
              OR WS-TRN-CODE (WS-TRN-IDX) NOT = 'O'
               GO TO 3000-OPEN-ONE-CASE-EXIT
           END-IF
           SET WS-FOUND-SW TO 'N'
           SET WS-DUP-IDX TO 1
           PERFORM 3050-CHECK-EARLIER-OPEN
               VARYING WS-DUP-IDX FROM 1 BY 1
               UNTIL WS-DUP-IDX NOT < WS-TRN-IDX
                  OR WS-WAS-FOUND
           IF WS-WAS-FOUND
               MOVE 'DUPLICATE IN THIS BATCH' TO WS-REJECT-NOTE
               PERFORM 2900-REJECT-TRAN
               GO TO 3000-OPEN-ONE-CASE-EXIT
           END-IF
           SET WS-FOUND-SW TO 'N'
           MOVE WS-TRN-APPID (WS-TRN-IDX) TO MSTR-IO-KEY
           READ MSTR-FILE INTO LICENSE-MASTER-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-FOUND-SW TO 'Y'
           END-READ
           IF NOT WS-WAS-FOUND
               MOVE 'NOT ON LICENSE MASTER' TO WS-REJECT-NOTE
               PERFORM 2900-REJECT-TRAN
               GO TO 3000-OPEN-ONE-CASE-EXIT
           END-IF
           MOVE MST-NAME TO WS-TRN-NAME (WS-TRN-IDX)
           IF NOT MST-OUTC-DENIED
               MOVE 'APPLICANT NOT DENIED' TO WS-REJECT-NOTE
               PERFORM 2900-REJECT-TRAN
               GO TO 3000-OPEN-ONE-CASE-EXIT
           END-IF
           IF WS-TRN-DATE (WS-TRN-IDX) = SPACES
              OR WS-TRN-DATE (WS-TRN-IDX) = ZEROS
               MOVE WS-RUN-DATE-NUM TO WS-CHK-DATE-NUM
           ELSE
               MOVE WS-TRN-DATE (WS-TRN-IDX) TO WS-CHK-DATE
               PERFORM 2950-CHECK-DATE
               IF NOT WS-DATE-VALID
                  OR WS-CHK-DATE-NUM > WS-RUN-DATE-NUM
                   MOVE 'INVALID FILED DATE' TO WS-REJECT-NOTE
                   PERFORM 2900-REJECT-TRAN
                   GO TO 3000-OPEN-ONE-CASE-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-LAST-SEQ
           MOVE SPACES TO APPEAL-CASE-REC
           MOVE WS-RUN-DATE-NUM TO APL-CASE-DATE
           MOVE WS-LAST-SEQ TO APL-CASE-SEQ
           MOVE MST-APPLICANT-ID TO APL-APPLICANT-ID
           MOVE MST-NAME TO APL-NAME
           MOVE MST-REASON TO APL-DENIAL-REASON
           SET APL-STAT-OPEN TO TRUE
           MOVE WS-CHK-DATE TO APL-FILED-DATE
           MOVE ZEROS TO APL-HEARING-DATE
           MOVE ZEROS TO APL-CLOSED-DATE
           MOVE APL-CASE-NUMBER TO WS-TRN-CASE (WS-TRN-IDX)
           MOVE 'OPENED' TO WS-TRN-ACTION (WS-TRN-IDX)
           MOVE 'Y' TO WS-TRN-STATE (WS-TRN-IDX)
           ADD 1 TO WS-OPENED-CNT
           PERFORM 4000-WRITE-CASE.
       3000-OPEN-ONE-CASE-EXIT.
           EXIT.

       3050-CHECK-EARLIER-OPEN.
           IF WS-TRN-CODE (WS-DUP-IDX) = 'O'
              AND WS-TRN-STATE (WS-DUP-IDX) = 'Y'
              AND WS-TRN-APPID (WS-DUP-IDX) = WS-TRN-APPID (WS-TRN-IDX)
               SET WS-FOUND-SW TO 'Y'
           END-IF.

       4000-WRITE-CASE.
           WRITE NEWC-OUT-REC FROM APPEAL-CASE-REC
           IF NOT WS-NEWC-OK
               DISPLAY 'LICAPPEL - FATAL WRITE ERROR ON APPLCASN.DAT '
                       '- FILE STATUS ' WS-NEWC-STATUS
               DISPLAY 'LICAPPEL - LIVE CASE FILE NOT DISTURBED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-CASES-WRITTEN
           IF NOT APL-STAT-CLOSED
               PERFORM 4100-WRITE-AGING-LINE
           END-IF.

      * CALENDAR DAYS FROM FILING TO THE BUSINESS DATE. PAST THE
      * DEADLINE OUTRANKS EVERY OTHER FLAG; A SCHEDULED CASE WHOSE
      * HEARING DATE HAS GONE BY WITH NO OUTCOME IS FLAGGED SO THE
      * DESK CHASES THE OFFICER FOR THE DECISION.
       4100-WRITE-AGING-LINE.
           ADD 1 TO WS-OPEN-CASE-CNT
           MOVE APL-FILED-DATE TO WS-DATE-WORK (1:8)
           PERFORM 4200-COMPUTE-SERIAL-DAY
           MOVE WS-SERIAL-DAY TO WS-FILED-SERIAL
           COMPUTE WS-DAYS-OPEN = WS-RUN-SERIAL - WS-FILED-SERIAL
           IF WS-DAYS-OPEN < 0
               MOVE ZEROS TO WS-DAYS-OPEN
           END-IF
           MOVE APL-HEARING-DATE TO WS-HEAR-DATE-NUM
           MOVE SPACES TO APA-DET-FLAG
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN > WS-APPEAL-DEADLINE-DAYS
                   ADD 1 TO WS-PAST-DUE-CNT
                   MOVE 'PAST DEADLINE' TO APA-DET-FLAG
               WHEN WS-DAYS-OPEN + WS-APPEAL-WARN-DAYS
                        > WS-APPEAL-DEADLINE-DAYS
                   ADD 1 TO WS-DUE-SOON-CNT
                   MOVE 'DUE SOON' TO APA-DET-FLAG
               WHEN APL-STAT-SCHEDULED
                AND WS-HEAR-DATE-NUM < WS-RUN-DATE-NUM
                   MOVE 'AWAIT OUTCOME' TO APA-DET-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE APL-CASE-NUMBER TO APA-DET-CASE
           MOVE APL-APPLICANT-ID TO APA-DET-APPID
           MOVE APL-NAME TO APA-DET-NAME
           MOVE APL-FILED-DATE TO APA-DET-FILED
           IF APL-STAT-SCHEDULED
               MOVE APL-HEARING-DATE TO APA-DET-HEARING
           ELSE
               MOVE SPACES TO APA-DET-HEARING
           END-IF
           MOVE WS-DAYS-OPEN TO APA-DET-DAYS
           WRITE AGE-OUT-REC FROM APA-DETAIL.

      ******************************************************************
      * 4200 - SERIAL DAY NUMBER FROM THE YYYY/MM/DD IN WS-SER-YY      *
      *        THRU WS-SER-DD - DAYS SINCE THE YEAR-ZERO EPOCH, WITH   *
      *        THE FULL GREGORIAN LEAP RULE, AS LICSAGE COMPUTES IT.   *
      ******************************************************************
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
      * 5000 - ONE REPORT LINE PER TRANSACTION IN FEED ORDER. A        *
      *        HEARING OR OUTCOME STILL UNMATCHED AFTER THE CASE FILE  *
      *        PASS NAMED NO CASE ON FILE AND IS REJECTED HERE.        *
      ******************************************************************
       5000-REPORT-TRANSACTIONS.
           SET WS-TRN-IDX TO 1
           PERFORM 5100-REPORT-ONE-TRAN
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-CNT.

       5100-REPORT-ONE-TRAN.
           IF WS-TRN-STATE (WS-TRN-IDX) = 'N'
               MOVE 'NO SUCH CASE ON FILE' TO WS-REJECT-NOTE
               PERFORM 2900-REJECT-TRAN
           END-IF
           MOVE WS-TRN-ACTION (WS-TRN-IDX) TO APR-DET-ACTION
           MOVE WS-TRN-CASE (WS-TRN-IDX) TO APR-DET-CASE
           MOVE WS-TRN-APPID (WS-TRN-IDX) TO APR-DET-APPID
           MOVE WS-TRN-NAME (WS-TRN-IDX) TO APR-DET-NAME
           MOVE WS-TRN-NOTE (WS-TRN-IDX) TO APR-DET-NOTE
           WRITE RPT-OUT-REC FROM APR-DETAIL.

       8000-TERMINATE.
           MOVE 'APPEAL TRANSACTIONS READ' TO APR-TOT-LABEL
           MOVE WS-TRAN-READ TO APR-TOT-VALUE
           WRITE RPT-OUT-REC FROM APR-TOT-LINE
           MOVE 'APPEALS OPENED' TO APR-TOT-LABEL
           MOVE WS-OPENED-CNT TO APR-TOT-VALUE
           WRITE RPT-OUT-REC FROM APR-TOT-LINE
           MOVE 'HEARINGS SCHEDULED OR RESCHEDULED' TO APR-TOT-LABEL
           MOVE WS-HEARING-CNT TO APR-TOT-VALUE
           WRITE RPT-OUT-REC FROM APR-TOT-LINE
           MOVE 'OUTCOMES RECORDED' TO APR-TOT-LABEL
           MOVE WS-OUTCOME-CNT TO APR-TOT-VALUE
           WRITE RPT-OUT-REC FROM APR-TOT-LINE
           MOVE '  APPEALS UPHELD' TO APR-TOT-LABEL
           MOVE WS-UPHELD-CNT TO APR-TOT-VALUE
           WRITE RPT-OUT-REC FROM APR-TOT-LINE
           MOVE '  DENIALS SUSTAINED' TO APR-TOT-LABEL
           MOVE WS-SUSTAINED-CNT TO APR-TOT-VALUE
           WRITE RPT-OUT-REC FROM APR-TOT-LINE
           MOVE '  APPEALS WITHDRAWN' TO APR-TOT-LABEL
           MOVE WS-WITHDRAWN-CNT TO APR-TOT-VALUE
           WRITE RPT-OUT-REC FROM APR-TOT-LINE
           MOVE 'TRANSACTIONS REJECTED' TO APR-TOT-LABEL
           MOVE WS-REJECT-CNT TO APR-TOT-VALUE
           WRITE RPT-OUT-REC FROM APR-TOT-LINE
           MOVE 'OVERRIDES WRITTEN TO OVRDFILE.DAT' TO APR-TOT-LABEL
           MOVE WS-OVRD-WRITTEN TO APR-TOT-VALUE
           WRITE RPT-OUT-REC FROM APR-TOT-LINE
           MOVE 'OVERRIDES ALREADY ON OVRDFILE.DAT' TO APR-TOT-LABEL
           MOVE WS-OVRD-ON-FILE TO APR-TOT-VALUE
           WRITE RPT-OUT-REC FROM APR-TOT-LINE
           MOVE 'CASES READ FROM APPLCASE.DAT' TO APR-TOT-LABEL
           MOVE WS-CASES-READ TO APR-TOT-VALUE
           WRITE RPT-OUT-REC FROM APR-TOT-LINE
           MOVE 'CASES WRITTEN TO APPLCASN.DAT' TO APR-TOT-LABEL
           MOVE WS-CASES-WRITTEN TO APR-TOT-VALUE
           WRITE RPT-OUT-REC FROM APR-TOT-LINE
           COMPUTE WS-TRAN-CHECK =
               WS-OPENED-CNT + WS-HEARING-CNT + WS-OUTCOME-CNT
               + WS-REJECT-CNT
           COMPUTE WS-CASE-CHECK = WS-CASES-READ + WS-OPENED-CNT
           COMPUTE WS-OVRD-CHECK = WS-OVRD-WRITTEN + WS-OVRD-ON-FILE
           IF WS-TRAN-CHECK = WS-TRAN-READ
              AND WS-CASE-CHECK = WS-CASES-WRITTEN
              AND WS-OVRD-CHECK = WS-UPHELD-CNT
               MOVE 'RUN IS IN BALANCE' TO APR-TOT-LABEL
           ELSE
               MOVE 'RUN IS OUT OF BALANCE - INVESTIGATE'
                   TO APR-TOT-LABEL
           END-IF
           MOVE ZEROS TO APR-TOT-VALUE
           WRITE RPT-OUT-REC FROM APR-TOT-LINE
           MOVE 'CASES OPEN OR SCHEDULED' TO APA-TOT-LABEL
           MOVE WS-OPEN-CASE-CNT TO APA-TOT-VALUE
           WRITE AGE-OUT-REC FROM APA-TOT-LINE
           MOVE 'CASES PAST THE STATUTORY DEADLINE' TO APA-TOT-LABEL
           MOVE WS-PAST-DUE-CNT TO APA-TOT-VALUE
           WRITE AGE-OUT-REC FROM APA-TOT-LINE
           MOVE 'CASES DUE WITHIN TEN DAYS' TO APA-TOT-LABEL
           MOVE WS-DUE-SOON-CNT TO APA-TOT-VALUE
           WRITE AGE-OUT-REC FROM APA-TOT-LINE
           CLOSE MSTR-FILE OVRD-FILE NEWC-FILE RPT-FILE AGE-FILE
           DISPLAY 'LICAPPEL - TRANSACTIONS READ:     ' WS-TRAN-READ
           DISPLAY 'LICAPPEL - APPEALS OPENED:        ' WS-OPENED-CNT
           DISPLAY 'LICAPPEL - HEARINGS SET:          ' WS-HEARING-CNT
           DISPLAY 'LICAPPEL - OUTCOMES RECORDED:     ' WS-OUTCOME-CNT
           DISPLAY 'LICAPPEL - OVERRIDES WRITTEN:     ' WS-OVRD-WRITTEN
           DISPLAY 'LICAPPEL - OVERRIDES ON FILE:     ' WS-OVRD-ON-FILE
           DISPLAY 'LICAPPEL - TRANSACTIONS REJECTED: ' WS-REJECT-CNT
           DISPLAY 'LICAPPEL - CASES WRITTEN:         '
                   WS-CASES-WRITTEN
           DISPLAY 'LICAPPEL - CASES PAST DEADLINE:   ' WS-PAST-DUE-CNT
           IF WS-TRAN-CHECK = WS-TRAN-READ
              AND WS-CASE-CHECK = WS-CASES-WRITTEN
              AND WS-OVRD-CHECK = WS-UPHELD-CNT
               DISPLAY 'LICAPPEL - RUN IS IN BALANCE - SWAP '
                       'APPLCASN.DAT IN AS APPLCASE.DAT'
           ELSE
               DISPLAY 'LICAPPEL - RUN IS OUT OF BALANCE - DO NOT '
                       'SWAP THE CASE FILE - INVESTIGATE'
           END-IF.
