      ******************************************************************
      * PROGRAM-ID: LICTBLMT                                           *
      * AUTHOR:     J. B. RUIZ - DMV APPLICATIONS GROUP                *
      * INSTALLATION: STATE DMV DATA CENTER                            *
      * DATE-WRITTEN: 2026-09-16                                       *
      *                                                                *
      * REMARKS.                                                       *
      *   REFERENCE TABLE MAINTENANCE. THE COMPACT TABLE               *
      *   (RECIPTBL.DAT), THE FEE SCHEDULE (FEESCHED.DAT) AND THE      *
      *   SUPERVISOR OVERRIDE FILE (OVRDFILE.DAT) WERE HAND-EDITED     *
      *   WITH A TEXT EDITOR - ONE MISALIGNED COLUMN IN RECIPTBL.DAT   *
      *   SUSPENDED EVERY OUT-OF-STATE ADDRESS FOR A DAY. THIS RUN     *
      *   READS A BATCH OF ADD / CHANGE / DELETE TRANSACTIONS          *
      *   (TBLMTRAN.DAT, SEE TMTRCOPY), EACH CARRYING THE OPERATOR ID  *
      *   AND THE WHOLE RECORD IMAGE, AND CHECKS EVERY ONE BEFORE IT   *
      *   TOUCHES ANY TABLE:                                           *
      *     - OPERATOR ID PRESENT, TABLE AND ACTION CODES VALID, KEY   *
      *       NOT BLANK                                                *
      *     - NO KEY MAINTAINED TWICE IN ONE BATCH; AN ADD'S KEY NOT   *
      *       ALREADY ON FILE, A CHANGE'S OR DELETE'S KEY ON FILE (A   *
      *       CHANGE'S EXACTLY ONCE)                                   *
      *     - COMPACT TABLE: A REAL STATE / TERRITORY CODE AND A       *
      *       COMPACT STATUS OF Y OR N                                 *
      *     - FEE SCHEDULE: ALL THREE AMOUNTS NUMERIC                  *
      *     - OVERRIDE: THE APPLICANT IS ON LICMSTR.DAT AND A          *
      *       SUPERVISOR ID IS KEYED                                   *
      *     - EVERY SEPARATOR COLUMN OF THE IMAGE BLANK, SO A FIELD    *
      *       KEYED ONE COLUMN OFF IS CAUGHT HERE, NOT IN THE EDIT     *
      *     - NO TABLE GROWS PAST WHAT LICEDIT LOADS (60 COMPACT       *
      *       STATES, 20 FEE ROWS, 500 OVERRIDES)                      *
      *   ONE FAILURE ANYWHERE REJECTS THE WHOLE BATCH: NO TABLE IS    *
      *   CHANGED AND THE RUN ENDS WITH RETURN CODE 16. A CLEAN BATCH  *
      *   IS APPLIED IN STORAGE AND EACH TABLE IT TOUCHED IS           *
      *   REWRITTEN IN PLACE - EXISTING RECORDS IN THEIR ORDER,        *
      *   ADDITIONS AT THE END. THE REPORT (TBLMRPT.DAT) LISTS EVERY   *
      *   TRANSACTION WITH ITS RESULT AND REASONS, THEN THE BEFORE     *
      *   AND AFTER IMAGE OF EVERY CHANGE APPLIED WITH THE OPERATOR    *
      *   WHO KEYED IT. RUN IT BEFORE LICEDIT, AND AFTER LICAPPEL      *
      *   WHEN BOTH TOUCH THE OVERRIDE FILE THE SAME NIGHT.            *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-09-16 JBR  INITIAL VERSION.                             *
      *   2026-09-19 JBR  RECOMPILED FOR THE 222-BYTE MASTER (DATE OF  *
      *                   BIRTH ADDED).                                *
      *   2026-10-15 JBR  BATCH DUPLICATE CHECK, ENTRY APPLY AND ENTRY *
      *                   WRITE PERFORMED THRU THEIR EXITS - THEY RAN  *
      *                   ON PAST THE PERFORM RANGE.                   *
      *   2026-10-15 JBR  BATCH DUPLICATE AND STATE CODE LOOKUPS       *
      *                   REWRITTEN AS SCAN PARAGRAPHS.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICTBLMT.
       AUTHOR. J. B. RUIZ.
       INSTALLATION. STATE DMV DATA CENTER.
       DATE-WRITTEN. 2026-09-16.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO 'TBLMTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT RECIP-FILE ASSIGN TO 'RECIPTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIP-STATUS.

           SELECT FEE-FILE ASSIGN TO 'FEESCHED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT OVRD-FILE ASSIGN TO 'OVRDFILE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-STATUS.

           SELECT MSTR-FILE ASSIGN TO 'LICMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSTR-IO-KEY
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT RPT-FILE ASSIGN TO 'TBLMRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-IN-REC                 PIC X(80).

       FD  RECIP-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  RECIP-IO-REC                PIC X(40).

       FD  FEE-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  FEE-IO-REC                  PIC X(28).

       FD  OVRD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  OVRD-IO-REC                 PIC X(40).

       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-IO-REC.
           05  MSTR-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(213).

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-OUT-REC                 PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  PARM-IN-REC                 PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS               PIC XX.
           88 WS-TRAN-OK                VALUE '00'.
           88 WS-TRAN-EOF               VALUE '10'.
       01  WS-RECIP-STATUS              PIC XX.
           88 WS-RECIP-OK               VALUE '00'.
           88 WS-RECIP-EOF              VALUE '10'.
       01  WS-FEE-STATUS                PIC XX.
           88 WS-FEE-OK                 VALUE '00'.
           88 WS-FEE-EOF                VALUE '10'.
       01  WS-OVRD-STATUS               PIC XX.
           88 WS-OVRD-OK                VALUE '00'.
           88 WS-OVRD-EOF               VALUE '10'.
       01  WS-MSTR-STATUS               PIC XX.
           88 WS-MSTR-OK                VALUE '00'.
           88 WS-MSTR-NOTFND            VALUE '23'.
       01  WS-RPT-STATUS                PIC XX.
           88 WS-RPT-OK                 VALUE '00'.
       01  WS-PARM-STATUS               PIC XX.
           88 WS-PARM-OK                VALUE '00'.
           88 WS-PARM-EOF               VALUE '10'.

           COPY TMTRCOPY.
           COPY RECPTBL.
           COPY FEECOPY.
           COPY OVRDCOPY.
           COPY TMRPCOPY.
           COPY PARMCOPY.

      * USPS CODES FOR THE 50 STATES, THE DISTRICT OF COLUMBIA AND
      * THE FIVE INHABITED TERRITORIES - THE ONLY CODES THE COMPACT
      * TABLE MAY CARRY.
       01  WS-STATE-CODES-DEF.
           05  FILLER                   PIC X(40)
                 VALUE 'AKALARAZCACOCTDCDEFLGAHIIAIDILINKSKYLAMA'.
           05  FILLER                   PIC X(40)
                 VALUE 'MDMEMIMNMOMSMTNCNDNENHNJNMNVNYOHOKORPARI'.
           05  FILLER                   PIC X(32)
                 VALUE 'SCSDTNTXUTVAVTWAWIWVWYASGUMPPRVI'.
       01  WS-STATE-CODES-TBL REDEFINES WS-STATE-CODES-DEF.
           05  WS-STATE-CODE OCCURS 56 TIMES
                                        INDEXED BY WS-STATE-IDX
                                        PIC X(2).

      * THE MOST ENTRIES LICEDIT LOADS FROM EACH TABLE - ANYTHING
      * PAST THESE IT DROPS WITH A CONSOLE WARNING, SO NO BATCH MAY
      * GROW A TABLE BEYOND THEM.
       01  WS-RECIP-CAP                 PIC 9(5)  VALUE 00060 COMP.
       01  WS-FEE-CAP                   PIC 9(5)  VALUE 00020 COMP.
       01  WS-OVRD-CAP                  PIC 9(5)  VALUE 00500 COMP.

      * ALL THREE TABLES HELD IN STORAGE, IN FILE ORDER, EACH ENTRY
      * TAGGED WITH ITS TABLE AND KEY. A DELETE ONLY MARKS THE ENTRY;
      * THE REWRITE LEAVES MARKED ENTRIES OUT.
       01  WS-REF-TABLE.
           05  WS-REF-MAX              PIC 9(5)  VALUE 00600 COMP.
           05  WS-REF-CNT              PIC 9(5)  VALUE ZEROS COMP.
           05  WS-REF-ENTRY OCCURS 600 TIMES
                                       INDEXED BY WS-REF-IDX.
               10 WS-REF-TABLE-ID      PIC X.
               10 WS-REF-KEY           PIC X(9).
               10 WS-REF-IMAGE         PIC X(40).
               10 WS-REF-DELETE-SW     PIC X.
                  88 WS-REF-DELETED    VALUE 'Y'.

      * THE WHOLE BATCH, HELD SO IT CAN BE CHECKED IN FULL BEFORE
      * ANY OF IT IS APPLIED.
       01  WS-TRN-TABLE.
           05  WS-TRN-MAX              PIC 9(5)  VALUE 00500 COMP.
           05  WS-TRN-CNT              PIC 9(5)  VALUE ZEROS COMP.
           05  WS-TRN-ENTRY OCCURS 500 TIMES
                                       INDEXED BY WS-TRN-IDX
                                                  WS-PRIOR-IDX.
               10 WS-TRN-OPER          PIC X(8).
               10 WS-TRN-TABLE-ID      PIC X.
               10 WS-TRN-ACTION        PIC X.
               10 WS-TRN-KEY           PIC X(9).
               10 WS-TRN-IMAGE         PIC X(40).

      * THE REASONS THE CURRENT TRANSACTION FAILED.
       01  WS-ERR-TABLE.
           05  WS-ERR-CNT              PIC 9(3)  VALUE ZEROS COMP.
           05  WS-ERR-TEXT OCCURS 10 TIMES
                                       INDEXED BY WS-ERR-IDX
                                       PIC X(50).
       01  WS-NEW-ERROR                 PIC X(50) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-BATCH-SW             PIC X     VALUE 'Y'.
               88 WS-BATCH-PASSED      VALUE 'Y'.
           05  WS-RECIP-TOUCHED-SW     PIC X     VALUE 'N'.
               88 WS-RECIP-TOUCHED     VALUE 'Y'.
           05  WS-FEE-TOUCHED-SW       PIC X     VALUE 'N'.
               88 WS-FEE-TOUCHED       VALUE 'Y'.
           05  WS-OVRD-TOUCHED-SW      PIC X     VALUE 'N'.
               88 WS-OVRD-TOUCHED      VALUE 'Y'.
           05  WS-FOUND-SW             PIC X     VALUE 'N'.
               88 WS-WAS-FOUND         VALUE 'Y'.

       01  WS-RUN-DATE-NUM              PIC 9(8)  VALUE ZEROS.
       01  WS-KEY-TABLE-ID              PIC X     VALUE SPACES.
       01  WS-KEY-IMAGE                 PIC X(40) VALUE SPACES.
       01  WS-KEY-VALUE                 PIC X(9)  VALUE SPACES.
       01  WS-ON-FILE-CNT               PIC 9(5)  VALUE ZEROS COMP.
       01  WS-TABLE-NAME                PIC X(8)  VALUE SPACES.
       01  WS-ACTION-NAME               PIC X(6)  VALUE SPACES.

       01  WS-COUNTS.
           05  WS-TRAN-READ             PIC 9(7)  VALUE ZEROS.
           05  WS-ACCEPTED-CNT          PIC 9(7)  VALUE ZEROS.
           05  WS-REJECTED-CNT          PIC 9(7)  VALUE ZEROS.
           05  WS-BATCH-ERR-CNT         PIC 9(7)  VALUE ZEROS.
           05  WS-ADDED-CNT             PIC 9(7)  VALUE ZEROS.
           05  WS-CHANGED-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-DELETED-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-RECIP-BEFORE          PIC 9(7)  VALUE ZEROS.
           05  WS-FEE-BEFORE            PIC 9(7)  VALUE ZEROS.
           05  WS-OVRD-BEFORE           PIC 9(7)  VALUE ZEROS.
           05  WS-RECIP-AFTER           PIC 9(7)  VALUE ZEROS.
           05  WS-FEE-AFTER             PIC 9(7)  VALUE ZEROS.
           05  WS-OVRD-AFTER            PIC 9(7)  VALUE ZEROS.
           05  WS-RECIP-WRITTEN         PIC 9(7)  VALUE ZEROS.
           05  WS-FEE-WRITTEN           PIC 9(7)  VALUE ZEROS.
           05  WS-OVRD-WRITTEN          PIC 9(7)  VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SET WS-TRN-IDX TO 1
           PERFORM 2000-CHECK-ONE-TRAN THRU 2000-CHECK-ONE-TRAN-EXIT
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-CNT
           PERFORM 2800-CHECK-CAPACITY
           IF WS-BATCH-PASSED
               PERFORM 3000-APPLY-BATCH
               PERFORM 4000-REWRITE-TABLES
           END-IF
           PERFORM 8000-TERMINATE
           GOBACK.

      ******************************************************************
      * 1000 - INITIALIZATION - LOAD THE THREE TABLES AND THE WHOLE    *
      *        BATCH. ANY FILE THAT WILL NOT OPEN ABANDONS THE RUN     *
      *        BEFORE ANYTHING IS CHANGED.                             *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-PARMS
           OPEN INPUT TRAN-FILE
           IF NOT WS-TRAN-OK
               DISPLAY 'LICTBLMT - TRANSACTIONS TBLMTRAN.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-TRAN-STATUS
               DISPLAY 'LICTBLMT - RUN ABANDONED - NO TABLE CHANGED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT RECIP-FILE
           OPEN INPUT FEE-FILE
           OPEN INPUT OVRD-FILE
           IF NOT WS-RECIP-OK OR NOT WS-FEE-OK OR NOT WS-OVRD-OK
               DISPLAY 'LICTBLMT - REFERENCE TABLES NOT AVAILABLE - '
                       'RECIP ' WS-RECIP-STATUS ' FEE ' WS-FEE-STATUS
                       ' OVRD ' WS-OVRD-STATUS
               DISPLAY 'LICTBLMT - RUN ABANDONED - NO TABLE CHANGED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MSTR-FILE
           IF NOT WS-MSTR-OK
               DISPLAY 'LICTBLMT - CANNOT OPEN LICENSE MASTER - FILE '
                       'STATUS ' WS-MSTR-STATUS
               DISPLAY 'LICTBLMT - RUN ABANDONED - NO TABLE CHANGED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RPT-FILE
           IF NOT WS-RPT-OK
               DISPLAY 'LICTBLMT - CANNOT OPEN REPORT TBLMRPT.DAT - '
                       'FILE STATUS ' WS-RPT-STATUS
               DISPLAY 'LICTBLMT - RUN ABANDONED - NO TABLE CHANGED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-DATE-NUM TO TMR-HDR1-DATE
           WRITE RPT-OUT-REC FROM TMR-HDR1
           READ RECIP-FILE
               AT END SET WS-RECIP-EOF TO TRUE
           END-READ
           PERFORM 1200-LOAD-ONE-RECIP THRU 1200-LOAD-ONE-RECIP-EXIT
               UNTIL WS-RECIP-EOF
           READ FEE-FILE
               AT END SET WS-FEE-EOF TO TRUE
           END-READ
           PERFORM 1300-LOAD-ONE-FEE THRU 1300-LOAD-ONE-FEE-EXIT
               UNTIL WS-FEE-EOF
           READ OVRD-FILE
               AT END SET WS-OVRD-EOF TO TRUE
           END-READ
           PERFORM 1400-LOAD-ONE-OVRD THRU 1400-LOAD-ONE-OVRD-EXIT
               UNTIL WS-OVRD-EOF
           CLOSE RECIP-FILE FEE-FILE OVRD-FILE
           MOVE WS-RECIP-BEFORE TO WS-RECIP-AFTER
           MOVE WS-FEE-BEFORE TO WS-FEE-AFTER
           MOVE WS-OVRD-BEFORE TO WS-OVRD-AFTER
           READ TRAN-FILE INTO TRAN-IN-REC
               AT END SET WS-TRAN-EOF TO TRUE
           END-READ
           PERFORM 1500-LOAD-ONE-TRAN THRU 1500-LOAD-ONE-TRAN-EXIT
               UNTIL WS-TRAN-EOF
           CLOSE TRAN-FILE.

      * A MISSING OR EMPTY PARAMETER FILE ABANDONS THE RUN - THE
      * BUSINESS DATE HEADS THE CHANGE REPORT THAT IS THE TABLES'
      * ONLY AUDIT TRAIL.
       1050-READ-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'LICTBLMT - RUN-CONTROL PARAMETER FILE '
                       'RUNPARM.DAT NOT AVAILABLE - FILE STATUS '
                       WS-PARM-STATUS
               DISPLAY 'LICTBLMT - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE INTO PARM-IN-REC
               AT END SET WS-PARM-EOF TO TRUE
           END-READ
           IF WS-PARM-EOF
               DISPLAY 'LICTBLMT - RUNPARM.DAT IS EMPTY - RUN '
                       'ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-IN-REC TO RUN-CONTROL-REC
           IF PRM-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'LICTBLMT - RUNPARM.DAT PARAMETERS NOT '
                       'NUMERIC - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PARM-FILE
           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE-NUM.

       1200-LOAD-ONE-RECIP.
           ADD 1 TO WS-RECIP-BEFORE
           MOVE 'R' TO WS-KEY-TABLE-ID
           MOVE RECIP-IO-REC TO WS-KEY-IMAGE
           PERFORM 1700-ADD-REF-ENTRY
           READ RECIP-FILE
               AT END SET WS-RECIP-EOF TO TRUE
           END-READ.
       1200-LOAD-ONE-RECIP-EXIT.
           EXIT.

       1300-LOAD-ONE-FEE.
           ADD 1 TO WS-FEE-BEFORE
           MOVE 'F' TO WS-KEY-TABLE-ID
           MOVE FEE-IO-REC TO WS-KEY-IMAGE
           PERFORM 1700-ADD-REF-ENTRY
           READ FEE-FILE
               AT END SET WS-FEE-EOF TO TRUE
           END-READ.
       1300-LOAD-ONE-FEE-EXIT.
           EXIT.

       1400-LOAD-ONE-OVRD.
           ADD 1 TO WS-OVRD-BEFORE
           MOVE 'O' TO WS-KEY-TABLE-ID
           MOVE OVRD-IO-REC TO WS-KEY-IMAGE
           PERFORM 1700-ADD-REF-ENTRY
           READ OVRD-FILE
               AT END SET WS-OVRD-EOF TO TRUE
           END-READ.
       1400-LOAD-ONE-OVRD-EXIT.
           EXIT.

       1500-LOAD-ONE-TRAN.
           ADD 1 TO WS-TRAN-READ
           IF WS-TRN-CNT NOT < WS-TRN-MAX
               DISPLAY 'LICTBLMT - FATAL: MORE THAN ' WS-TRN-MAX
                       ' TRANSACTIONS IN ONE BATCH - SPLIT THE BATCH'
               DISPLAY 'LICTBLMT - RUN ABANDONED - NO TABLE CHANGED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE TRAN-IN-REC TO TABLE-MAINT-TRAN
           ADD 1 TO WS-TRN-CNT
           MOVE TMT-OPERATOR-ID TO WS-TRN-OPER (WS-TRN-CNT)
           MOVE TMT-TABLE-ID TO WS-TRN-TABLE-ID (WS-TRN-CNT)
                                WS-KEY-TABLE-ID
           MOVE TMT-ACTION TO WS-TRN-ACTION (WS-TRN-CNT)
           MOVE TMT-IMAGE TO WS-TRN-IMAGE (WS-TRN-CNT)
                             WS-KEY-IMAGE
           PERFORM 1600-SET-KEY
           MOVE WS-KEY-VALUE TO WS-TRN-KEY (WS-TRN-CNT)
           READ TRAN-FILE INTO TRAN-IN-REC
               AT END SET WS-TRAN-EOF TO TRUE
           END-READ.
       1500-LOAD-ONE-TRAN-EXIT.
           EXIT.

      * THE KEY IS THE LEADING FIELD OF EACH TABLE'S RECORD: STATE
      * CODE, LICENSE TYPE, OR APPLICANT ID.
       1600-SET-KEY.
           MOVE SPACES TO WS-KEY-VALUE
           EVALUATE WS-KEY-TABLE-ID
               WHEN 'R'
                   MOVE WS-KEY-IMAGE (1:2) TO WS-KEY-VALUE
               WHEN 'F'
                   MOVE WS-KEY-IMAGE (1:1) TO WS-KEY-VALUE
               WHEN 'O'
                   MOVE WS-KEY-IMAGE (1:9) TO WS-KEY-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1700-ADD-REF-ENTRY.
           IF WS-REF-CNT NOT < WS-REF-MAX
               DISPLAY 'LICTBLMT - FATAL: REFERENCE TABLE STORAGE '
                       'FULL AT ' WS-REF-MAX ' RECORDS'
               DISPLAY 'LICTBLMT - RUN ABANDONED - NO TABLE CHANGED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1600-SET-KEY
           ADD 1 TO WS-REF-CNT
           MOVE WS-KEY-TABLE-ID TO WS-REF-TABLE-ID (WS-REF-CNT)
           MOVE WS-KEY-VALUE TO WS-REF-KEY (WS-REF-CNT)
           MOVE WS-KEY-IMAGE TO WS-REF-IMAGE (WS-REF-CNT)
           MOVE 'N' TO WS-REF-DELETE-SW (WS-REF-CNT).

      ******************************************************************
      * 2000 - CHECK ONE TRANSACTION AND LIST IT WITH ITS RESULT AND   *
      *        EVERY REASON IT FAILED. NOTHING IS APPLIED HERE.        *
      ******************************************************************
       2000-CHECK-ONE-TRAN.
           MOVE ZEROS TO WS-ERR-CNT
           MOVE WS-TRN-TABLE-ID (WS-TRN-IDX) TO WS-KEY-TABLE-ID
           MOVE WS-TRN-IMAGE (WS-TRN-IDX) TO WS-KEY-IMAGE
           MOVE WS-TRN-KEY (WS-TRN-IDX) TO WS-KEY-VALUE
           IF WS-TRN-OPER (WS-TRN-IDX) = SPACES
               MOVE 'NO OPERATOR ID ON THE TRANSACTION' TO WS-NEW-ERROR
               PERFORM 2900-ADD-ERROR
           END-IF
           IF WS-KEY-TABLE-ID NOT = 'R' AND NOT = 'F' AND NOT = 'O'
               MOVE 'TABLE CODE IS NOT R, F OR O' TO WS-NEW-ERROR
               PERFORM 2900-ADD-ERROR
               GO TO 2000-LIST-TRAN
           END-IF
           IF WS-TRN-ACTION (WS-TRN-IDX) NOT = 'A' AND NOT = 'C'
                                         AND NOT = 'D'
               MOVE 'ACTION CODE IS NOT A, C OR D' TO WS-NEW-ERROR
               PERFORM 2900-ADD-ERROR
               GO TO 2000-LIST-TRAN
           END-IF
           IF WS-KEY-VALUE = SPACES
               MOVE 'RECORD KEY IS BLANK' TO WS-NEW-ERROR
               PERFORM 2900-ADD-ERROR
               GO TO 2000-LIST-TRAN
           END-IF
           PERFORM 2100-CHECK-BATCH-DUP THRU 2100-CHECK-BATCH-DUP-EXIT
           PERFORM 2200-COUNT-ON-FILE
           EVALUATE TRUE
               WHEN WS-TRN-ACTION (WS-TRN-IDX) = 'A'
                    AND WS-ON-FILE-CNT > ZERO
                   MOVE 'KEY IS ALREADY ON FILE - KEY A CHANGE INSTEAD'
                       TO WS-NEW-ERROR
                   PERFORM 2900-ADD-ERROR
               WHEN WS-TRN-ACTION (WS-TRN-IDX) NOT = 'A'
                    AND WS-ON-FILE-CNT = ZERO
                   MOVE 'KEY IS NOT ON FILE' TO WS-NEW-ERROR
                   PERFORM 2900-ADD-ERROR
               WHEN WS-TRN-ACTION (WS-TRN-IDX) = 'C'
                    AND WS-ON-FILE-CNT > 1
                   MOVE 'KEY IS ON FILE MORE THAN ONCE - DELETE AND ADD'
                       TO WS-NEW-ERROR
                   PERFORM 2900-ADD-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-TRN-ACTION (WS-TRN-IDX) = 'D'
               GO TO 2000-LIST-TRAN
           END-IF
           EVALUATE WS-KEY-TABLE-ID
               WHEN 'R'
                   PERFORM 2300-EDIT-RECIP
               WHEN 'F'
                   PERFORM 2400-EDIT-FEE
               WHEN OTHER
                   PERFORM 2500-EDIT-OVERRIDE
           END-EVALUATE.
       2000-LIST-TRAN.
           PERFORM 2050-SET-NAMES
           SET TMR-TRN-SEQ TO WS-TRN-IDX
           MOVE WS-TRN-OPER (WS-TRN-IDX) TO TMR-TRN-OPER
           MOVE WS-TABLE-NAME TO TMR-TRN-TABLE
           MOVE WS-ACTION-NAME TO TMR-TRN-ACTION
           MOVE WS-TRN-IMAGE (WS-TRN-IDX) TO TMR-TRN-IMAGE
           IF WS-ERR-CNT = ZERO
               MOVE 'OK' TO TMR-TRN-RESULT
               ADD 1 TO WS-ACCEPTED-CNT
               PERFORM 2060-COUNT-EFFECT
           ELSE
               MOVE 'REJECTED' TO TMR-TRN-RESULT
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'N' TO WS-BATCH-SW
           END-IF
           IF WS-TRN-IDX = 1
               MOVE 'TRANSACTIONS AS KEYED' TO TMR-SECTION-TEXT
               WRITE RPT-OUT-REC FROM TMR-SECTION-LINE
               WRITE RPT-OUT-REC FROM TMR-HDR2
           END-IF
           WRITE RPT-OUT-REC FROM TMR-TRAN-LINE
           SET WS-ERR-IDX TO 1
           PERFORM 2070-LIST-ONE-ERROR
               VARYING WS-ERR-IDX FROM 1 BY 1
               UNTIL WS-ERR-IDX > WS-ERR-CNT.
       2000-CHECK-ONE-TRAN-EXIT.
           EXIT.

       2050-SET-NAMES.
           EVALUATE WS-KEY-TABLE-ID
               WHEN 'R'
                   MOVE 'RECIPTBL' TO WS-TABLE-NAME
               WHEN 'F'
                   MOVE 'FEESCHED' TO WS-TABLE-NAME
               WHEN 'O'
                   MOVE 'OVRDFILE' TO WS-TABLE-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-TABLE-NAME
                   MOVE WS-KEY-TABLE-ID TO WS-TABLE-NAME (1:1)
           END-EVALUATE
           EVALUATE WS-TRN-ACTION (WS-TRN-IDX)
               WHEN 'A'
                   MOVE 'ADD' TO WS-ACTION-NAME
               WHEN 'C'
                   MOVE 'CHANGE' TO WS-ACTION-NAME
               WHEN 'D'
                   MOVE 'DELETE' TO WS-ACTION-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-ACTION-NAME
                   MOVE WS-TRN-ACTION (WS-TRN-IDX)
                       TO WS-ACTION-NAME (1:1)
           END-EVALUATE.

      * WHAT A GOOD TRANSACTION WILL DO TO ITS TABLE'S SIZE, FOR THE
      * CAPACITY CHECK.
       2060-COUNT-EFFECT.
           EVALUATE TRUE
               WHEN WS-TRN-ACTION (WS-TRN-IDX) = 'A'
                    AND WS-KEY-TABLE-ID = 'R'
                   ADD 1 TO WS-RECIP-AFTER
               WHEN WS-TRN-ACTION (WS-TRN-IDX) = 'A'
                    AND WS-KEY-TABLE-ID = 'F'
                   ADD 1 TO WS-FEE-AFTER
               WHEN WS-TRN-ACTION (WS-TRN-IDX) = 'A'
                   ADD 1 TO WS-OVRD-AFTER
               WHEN WS-TRN-ACTION (WS-TRN-IDX) = 'D'
                    AND WS-KEY-TABLE-ID = 'R'
                   SUBTRACT WS-ON-FILE-CNT FROM WS-RECIP-AFTER
               WHEN WS-TRN-ACTION (WS-TRN-IDX) = 'D'
                    AND WS-KEY-TABLE-ID = 'F'
                   SUBTRACT WS-ON-FILE-CNT FROM WS-FEE-AFTER
               WHEN WS-TRN-ACTION (WS-TRN-IDX) = 'D'
                   SUBTRACT WS-ON-FILE-CNT FROM WS-OVRD-AFTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2070-LIST-ONE-ERROR.
           MOVE WS-ERR-TEXT (WS-ERR-IDX) TO TMR-ERR-TEXT
           WRITE RPT-OUT-REC FROM TMR-ERR-LINE.

      * A KEY MAY BE MAINTAINED ONCE PER BATCH - TWO TRANSACTIONS ON
      * ONE KEY WOULD MAKE THE RESULT DEPEND ON THEIR ORDER.
       2100-CHECK-BATCH-DUP.
           IF WS-TRN-IDX = 1
               GO TO 2100-CHECK-BATCH-DUP-EXIT
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           SET WS-PRIOR-IDX TO 1
           PERFORM 2110-SCAN-PRIOR-TRAN
               VARYING WS-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-PRIOR-IDX NOT < WS-TRN-IDX
                  OR WS-WAS-FOUND
           IF WS-WAS-FOUND
               MOVE 'KEY ALREADY MAINTAINED EARLIER IN THIS BATCH'
                   TO WS-NEW-ERROR
               PERFORM 2900-ADD-ERROR
           END-IF.
       2100-CHECK-BATCH-DUP-EXIT.
           EXIT.

       2110-SCAN-PRIOR-TRAN.
           IF WS-TRN-TABLE-ID (WS-PRIOR-IDX) = WS-KEY-TABLE-ID
              AND WS-TRN-KEY (WS-PRIOR-IDX) = WS-KEY-VALUE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       2200-COUNT-ON-FILE.
           MOVE ZEROS TO WS-ON-FILE-CNT
           SET WS-REF-IDX TO 1
           PERFORM 2210-COUNT-ONE-ENTRY
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-CNT.

       2210-COUNT-ONE-ENTRY.
           IF WS-REF-TABLE-ID (WS-REF-IDX) = WS-KEY-TABLE-ID
              AND WS-REF-KEY (WS-REF-IDX) = WS-KEY-VALUE
              AND NOT WS-REF-DELETED (WS-REF-IDX)
               ADD 1 TO WS-ON-FILE-CNT
           END-IF.

      * THE COMPACT TABLE - THE ROW THE EDIT RUN'S RECIPROCITY CHECK
      * READS FOR EVERY OUT-OF-STATE ADDRESS.
       2300-EDIT-RECIP.
           MOVE WS-KEY-IMAGE TO RECIP-TABLE-REC
           MOVE 'N' TO WS-FOUND-SW
           SET WS-STATE-IDX TO 1
           PERFORM 2310-SCAN-STATE-CODE
               VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > 56
                  OR WS-WAS-FOUND
           IF NOT WS-WAS-FOUND
               MOVE 'NOT A STATE OR TERRITORY CODE' TO WS-NEW-ERROR
               PERFORM 2900-ADD-ERROR
           END-IF
           IF NOT RCP-IN-COMPACT AND NOT RCP-OUT-OF-COMPACT
               MOVE 'COMPACT STATUS IS NOT Y OR N' TO WS-NEW-ERROR
               PERFORM 2900-ADD-ERROR
           END-IF
           IF WS-KEY-IMAGE (3:1) NOT = SPACES
              OR WS-KEY-IMAGE (5:1) NOT = SPACES
              OR WS-KEY-IMAGE (36:5) NOT = SPACES
               PERFORM 2950-MISALIGNED
           END-IF.

       2310-SCAN-STATE-CODE.
           IF WS-STATE-CODE (WS-STATE-IDX) = RCP-STATE-CODE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       2400-EDIT-FEE.
           MOVE WS-KEY-IMAGE TO FEE-SCHEDULE-REC
           IF FEE-NEW-AMT NOT NUMERIC
               MOVE 'NEW-ISSUE FEE IS NOT NUMERIC' TO WS-NEW-ERROR
               PERFORM 2900-ADD-ERROR
           END-IF
           IF FEE-RENEWAL-AMT NOT NUMERIC
               MOVE 'RENEWAL FEE IS NOT NUMERIC' TO WS-NEW-ERROR
               PERFORM 2900-ADD-ERROR
           END-IF
           IF FEE-REPLACE-AMT NOT NUMERIC
               MOVE 'REPLACEMENT FEE IS NOT NUMERIC' TO WS-NEW-ERROR
               PERFORM 2900-ADD-ERROR
           END-IF
           IF WS-KEY-IMAGE (2:1) NOT = SPACES
              OR WS-KEY-IMAGE (10:1) NOT = SPACES
              OR WS-KEY-IMAGE (18:1) NOT = SPACES
              OR WS-KEY-IMAGE (26:15) NOT = SPACES
               PERFORM 2950-MISALIGNED
           END-IF.

      * AN OVERRIDE FOR AN APPLICANT NOT ON THE MASTER IS A MISKEYED
      * ID - IT WOULD SIT IN THE FILE AND NEVER MATCH, OR WORSE,
      * MATCH SOMEONE ELSE'S FIRST APPLICATION LATER.
       2500-EDIT-OVERRIDE.
           MOVE WS-KEY-IMAGE TO OVERRIDE-REC
           MOVE OVR-APPLICANT-ID TO MSTR-IO-KEY
           READ MSTR-FILE
               INVALID KEY
                   MOVE 'APPLICANT IS NOT ON LICMSTR.DAT'
                       TO WS-NEW-ERROR
                   PERFORM 2900-ADD-ERROR
           END-READ
           IF OVR-SUPERVISOR-ID = SPACES
               MOVE 'NO SUPERVISOR ID ON THE OVERRIDE' TO WS-NEW-ERROR
               PERFORM 2900-ADD-ERROR
           END-IF
           IF WS-KEY-IMAGE (10:1) NOT = SPACES
              OR WS-KEY-IMAGE (19:1) NOT = SPACES
              OR WS-KEY-IMAGE (32:9) NOT = SPACES
               PERFORM 2950-MISALIGNED
           END-IF.

      ******************************************************************
      * 2800 - NO TABLE MAY END UP LARGER THAN LICEDIT CAN LOAD        *
      ******************************************************************
       2800-CHECK-CAPACITY.
           MOVE SPACES TO TMR-SECTION-TEXT
           WRITE RPT-OUT-REC FROM TMR-SECTION-LINE
           IF WS-RECIP-AFTER > WS-RECIP-CAP
               MOVE 'TOO MANY RECIPTBL.DAT RECORDS - LICEDIT LOADS 60'
                   TO TMR-ERR-TEXT
               PERFORM 2850-BATCH-ERROR
           END-IF
           IF WS-FEE-AFTER > WS-FEE-CAP
               MOVE 'TOO MANY FEESCHED.DAT RECORDS - LICEDIT LOADS 20'
                   TO TMR-ERR-TEXT
               PERFORM 2850-BATCH-ERROR
           END-IF
           IF WS-OVRD-AFTER > WS-OVRD-CAP
               MOVE 'TOO MANY OVRDFILE.DAT RECORDS - LICEDIT LOADS 500'
                   TO TMR-ERR-TEXT
               PERFORM 2850-BATCH-ERROR
           END-IF.

       2850-BATCH-ERROR.
           ADD 1 TO WS-BATCH-ERR-CNT
           MOVE 'N' TO WS-BATCH-SW
           WRITE RPT-OUT-REC FROM TMR-ERR-LINE.

       2900-ADD-ERROR.
           IF WS-ERR-CNT < 10
               ADD 1 TO WS-ERR-CNT
               MOVE WS-NEW-ERROR TO WS-ERR-TEXT (WS-ERR-CNT)
           END-IF.

       2950-MISALIGNED.
           MOVE 'COLUMNS MISALIGNED - A SEPARATOR COLUMN IS NOT BLANK'
               TO WS-NEW-ERROR
           PERFORM 2900-ADD-ERROR.

      ******************************************************************
      * 3000 - THE WHOLE BATCH PASSED - APPLY IT IN STORAGE, LISTING   *
      *        THE BEFORE AND AFTER IMAGE OF EVERY CHANGE              *
      ******************************************************************
       3000-APPLY-BATCH.
           MOVE 'CHANGES APPLIED - BEFORE AND AFTER' TO TMR-SECTION-TEXT
           WRITE RPT-OUT-REC FROM TMR-SECTION-LINE
           WRITE RPT-OUT-REC FROM TMR-HDR3
           SET WS-TRN-IDX TO 1
           PERFORM 3100-APPLY-ONE-TRAN
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-CNT.

       3100-APPLY-ONE-TRAN.
           MOVE WS-TRN-TABLE-ID (WS-TRN-IDX) TO WS-KEY-TABLE-ID
           MOVE WS-TRN-IMAGE (WS-TRN-IDX) TO WS-KEY-IMAGE
           MOVE WS-TRN-KEY (WS-TRN-IDX) TO WS-KEY-VALUE
           PERFORM 2050-SET-NAMES
           SET TMR-CHG-SEQ TO WS-TRN-IDX
           MOVE WS-TRN-OPER (WS-TRN-IDX) TO TMR-CHG-OPER
           MOVE WS-TABLE-NAME TO TMR-CHG-TABLE
           MOVE WS-ACTION-NAME TO TMR-CHG-ACTION
           EVALUATE WS-KEY-TABLE-ID
               WHEN 'R'
                   SET WS-RECIP-TOUCHED TO TRUE
               WHEN 'F'
                   SET WS-FEE-TOUCHED TO TRUE
               WHEN OTHER
                   SET WS-OVRD-TOUCHED TO TRUE
           END-EVALUATE
           IF WS-TRN-ACTION (WS-TRN-IDX) = 'A'
               ADD 1 TO WS-ADDED-CNT
               MOVE 'BEFORE' TO TMR-CHG-WHEN
               MOVE '(NONE - NEW RECORD)' TO TMR-CHG-IMAGE
               WRITE RPT-OUT-REC FROM TMR-CHG-LINE
               PERFORM 1700-ADD-REF-ENTRY
               MOVE 'AFTER' TO TMR-CHG-WHEN
               MOVE WS-KEY-IMAGE TO TMR-CHG-IMAGE
               WRITE RPT-OUT-REC FROM TMR-CHG-LINE
           ELSE
               SET WS-REF-IDX TO 1
               PERFORM 3110-APPLY-TO-ENTRY THRU 3110-APPLY-TO-ENTRY-EXIT
                   VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-CNT
           END-IF.

      * A CHANGE REPLACES THE ONE RECORD ON FILE FOR THE KEY; A
      * DELETE REMOVES EVERY RECORD FOR IT.
       3110-APPLY-TO-ENTRY.
           IF WS-REF-TABLE-ID (WS-REF-IDX) NOT = WS-KEY-TABLE-ID
              OR WS-REF-KEY (WS-REF-IDX) NOT = WS-KEY-VALUE
              OR WS-REF-DELETED (WS-REF-IDX)
               GO TO 3110-APPLY-TO-ENTRY-EXIT
           END-IF
           MOVE 'BEFORE' TO TMR-CHG-WHEN
           MOVE WS-REF-IMAGE (WS-REF-IDX) TO TMR-CHG-IMAGE
           WRITE RPT-OUT-REC FROM TMR-CHG-LINE
           MOVE 'AFTER' TO TMR-CHG-WHEN
           IF WS-TRN-ACTION (WS-TRN-IDX) = 'C'
               ADD 1 TO WS-CHANGED-CNT
               MOVE WS-KEY-IMAGE TO WS-REF-IMAGE (WS-REF-IDX)
               MOVE WS-KEY-IMAGE TO TMR-CHG-IMAGE
           ELSE
               ADD 1 TO WS-DELETED-CNT
               SET WS-REF-DELETED (WS-REF-IDX) TO TRUE
               MOVE '(DELETED)' TO TMR-CHG-IMAGE
           END-IF
           WRITE RPT-OUT-REC FROM TMR-CHG-LINE.
       3110-APPLY-TO-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      * 4000 - REWRITE EACH TABLE THE BATCH TOUCHED, IN PLACE          *
      ******************************************************************
       4000-REWRITE-TABLES.
           IF WS-RECIP-TOUCHED
               OPEN OUTPUT RECIP-FILE
               IF NOT WS-RECIP-OK
                   MOVE 'RECIPTBL.DAT' TO WS-TABLE-NAME
                   PERFORM 4900-REWRITE-FAILED
               END-IF
               MOVE 'R' TO WS-KEY-TABLE-ID
               SET WS-REF-IDX TO 1
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
                   VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-CNT
               CLOSE RECIP-FILE
           END-IF
           IF WS-FEE-TOUCHED
               OPEN OUTPUT FEE-FILE
               IF NOT WS-FEE-OK
                   MOVE 'FEESCHED.DAT' TO WS-TABLE-NAME
                   PERFORM 4900-REWRITE-FAILED
               END-IF
               MOVE 'F' TO WS-KEY-TABLE-ID
               SET WS-REF-IDX TO 1
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
                   VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-CNT
               CLOSE FEE-FILE
           END-IF
           IF WS-OVRD-TOUCHED
               OPEN OUTPUT OVRD-FILE
               IF NOT WS-OVRD-OK
                   MOVE 'OVRDFILE.DAT' TO WS-TABLE-NAME
                   PERFORM 4900-REWRITE-FAILED
               END-IF
               MOVE 'O' TO WS-KEY-TABLE-ID
               SET WS-REF-IDX TO 1
               PERFORM 4100-WRITE-ONE-ENTRY
                   THRU 4100-WRITE-ONE-ENTRY-EXIT
                   VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-CNT
               CLOSE OVRD-FILE
           END-IF.

       4100-WRITE-ONE-ENTRY.
           IF WS-REF-TABLE-ID (WS-REF-IDX) NOT = WS-KEY-TABLE-ID
              OR WS-REF-DELETED (WS-REF-IDX)
               GO TO 4100-WRITE-ONE-ENTRY-EXIT
           END-IF
           EVALUATE WS-KEY-TABLE-ID
               WHEN 'R'
                   MOVE WS-REF-IMAGE (WS-REF-IDX) TO RECIP-IO-REC
                   WRITE RECIP-IO-REC
                   IF NOT WS-RECIP-OK
                       MOVE 'RECIPTBL.DAT' TO WS-TABLE-NAME
                       PERFORM 4900-REWRITE-FAILED
                   END-IF
                   ADD 1 TO WS-RECIP-WRITTEN
               WHEN 'F'
                   MOVE WS-REF-IMAGE (WS-REF-IDX) TO FEE-IO-REC
                   WRITE FEE-IO-REC
                   IF NOT WS-FEE-OK
                       MOVE 'FEESCHED.DAT' TO WS-TABLE-NAME
                       PERFORM 4900-REWRITE-FAILED
                   END-IF
                   ADD 1 TO WS-FEE-WRITTEN
               WHEN OTHER
                   MOVE WS-REF-IMAGE (WS-REF-IDX) TO OVRD-IO-REC
                   WRITE OVRD-IO-REC
                   IF NOT WS-OVRD-OK
                       MOVE 'OVRDFILE.DAT' TO WS-TABLE-NAME
                       PERFORM 4900-REWRITE-FAILED
                   END-IF
                   ADD 1 TO WS-OVRD-WRITTEN
           END-EVALUATE.
       4100-WRITE-ONE-ENTRY-EXIT.
           EXIT.

      * THE BATCH PASSED BUT A TABLE COULD NOT BE REWRITTEN - THE
      * FILE MAY NOW BE PARTIAL. THE CHANGE REPORT SHOWS WHAT WAS
      * MEANT TO BE APPLIED.
       4900-REWRITE-FAILED.
           DISPLAY 'LICTBLMT - FATAL I/O ERROR REWRITING '
                   WS-TABLE-NAME ' - STATUS RECIP ' WS-RECIP-STATUS
                   ' FEE ' WS-FEE-STATUS ' OVRD ' WS-OVRD-STATUS
           DISPLAY 'LICTBLMT - RESTORE ' WS-TABLE-NAME
                   ' FROM BACKUP BEFORE LICEDIT RUNS'
           MOVE 16 TO RETURN-CODE
           GOBACK.

       8000-TERMINATE.
           IF WS-TRAN-READ = ZERO
               MOVE 'NO TRANSACTIONS IN THE BATCH' TO TMR-SECTION-TEXT
               WRITE RPT-OUT-REC FROM TMR-SECTION-LINE
           END-IF
           MOVE SPACES TO TMR-SECTION-TEXT
           WRITE RPT-OUT-REC FROM TMR-SECTION-LINE
           MOVE 'TRANSACTIONS READ' TO TMR-TOT-LABEL
           MOVE WS-TRAN-READ TO TMR-TOT-VALUE
           WRITE RPT-OUT-REC FROM TMR-TOT-LINE
           MOVE 'TRANSACTIONS PASSED' TO TMR-TOT-LABEL
           MOVE WS-ACCEPTED-CNT TO TMR-TOT-VALUE
           WRITE RPT-OUT-REC FROM TMR-TOT-LINE
           MOVE 'TRANSACTIONS REJECTED' TO TMR-TOT-LABEL
           MOVE WS-REJECTED-CNT TO TMR-TOT-VALUE
           WRITE RPT-OUT-REC FROM TMR-TOT-LINE
           MOVE 'BATCH-LEVEL FAILURES (TABLE CAPACITY)' TO TMR-TOT-LABEL
           MOVE WS-BATCH-ERR-CNT TO TMR-TOT-VALUE
           WRITE RPT-OUT-REC FROM TMR-TOT-LINE
           MOVE 'RECORDS ADDED' TO TMR-TOT-LABEL
           MOVE WS-ADDED-CNT TO TMR-TOT-VALUE
           WRITE RPT-OUT-REC FROM TMR-TOT-LINE
           MOVE 'RECORDS CHANGED' TO TMR-TOT-LABEL
           MOVE WS-CHANGED-CNT TO TMR-TOT-VALUE
           WRITE RPT-OUT-REC FROM TMR-TOT-LINE
           MOVE 'RECORDS DELETED' TO TMR-TOT-LABEL
           MOVE WS-DELETED-CNT TO TMR-TOT-VALUE
           WRITE RPT-OUT-REC FROM TMR-TOT-LINE
           MOVE 'RECIPTBL.DAT RECORDS BEFORE' TO TMR-TOT-LABEL
           MOVE WS-RECIP-BEFORE TO TMR-TOT-VALUE
           WRITE RPT-OUT-REC FROM TMR-TOT-LINE
           MOVE 'FEESCHED.DAT RECORDS BEFORE' TO TMR-TOT-LABEL
           MOVE WS-FEE-BEFORE TO TMR-TOT-VALUE
           WRITE RPT-OUT-REC FROM TMR-TOT-LINE
           MOVE 'OVRDFILE.DAT RECORDS BEFORE' TO TMR-TOT-LABEL
           MOVE WS-OVRD-BEFORE TO TMR-TOT-VALUE
           WRITE RPT-OUT-REC FROM TMR-TOT-LINE
           IF WS-BATCH-PASSED
               MOVE 'RECIPTBL.DAT RECORDS AFTER' TO TMR-TOT-LABEL
               MOVE WS-RECIP-AFTER TO TMR-TOT-VALUE
               WRITE RPT-OUT-REC FROM TMR-TOT-LINE
               MOVE 'FEESCHED.DAT RECORDS AFTER' TO TMR-TOT-LABEL
               MOVE WS-FEE-AFTER TO TMR-TOT-VALUE
               WRITE RPT-OUT-REC FROM TMR-TOT-LINE
               MOVE 'OVRDFILE.DAT RECORDS AFTER' TO TMR-TOT-LABEL
               MOVE WS-OVRD-AFTER TO TMR-TOT-VALUE
               WRITE RPT-OUT-REC FROM TMR-TOT-LINE
           END-IF
      * EACH TABLE REWRITTEN MUST HOLD EXACTLY THE RECORDS THE
      * CHECKING PASS FORECAST FOR IT.
           IF WS-BATCH-PASSED
              AND (NOT WS-RECIP-TOUCHED
                   OR WS-RECIP-WRITTEN = WS-RECIP-AFTER)
              AND (NOT WS-FEE-TOUCHED
                   OR WS-FEE-WRITTEN = WS-FEE-AFTER)
              AND (NOT WS-OVRD-TOUCHED
                   OR WS-OVRD-WRITTEN = WS-OVRD-AFTER)
               MOVE 'BATCH APPLIED - RUN IS IN BALANCE' TO TMR-TOT-LABEL
           ELSE
               IF WS-BATCH-PASSED
                   MOVE 'RUN IS OUT OF BALANCE - INVESTIGATE'
                       TO TMR-TOT-LABEL
               ELSE
                   MOVE 'BATCH REJECTED - NO TABLE CHANGED'
                       TO TMR-TOT-LABEL
               END-IF
           END-IF
           MOVE ZEROS TO TMR-TOT-VALUE
           WRITE RPT-OUT-REC FROM TMR-TOT-LINE
           CLOSE MSTR-FILE RPT-FILE
           DISPLAY 'LICTBLMT - TRANSACTIONS READ:    ' WS-TRAN-READ
           DISPLAY 'LICTBLMT - TRANSACTIONS PASSED:  ' WS-ACCEPTED-CNT
           DISPLAY 'LICTBLMT - TRANSACTIONS REJECTED:' WS-REJECTED-CNT
           IF WS-BATCH-PASSED
               DISPLAY 'LICTBLMT - ADDED ' WS-ADDED-CNT
                       ' CHANGED ' WS-CHANGED-CNT
                       ' DELETED ' WS-DELETED-CNT
               DISPLAY 'LICTBLMT - BATCH APPLIED - SEE TBLMRPT.DAT'
           ELSE
               DISPLAY 'LICTBLMT - BATCH REJECTED - NO TABLE CHANGED '
                       '- SEE TBLMRPT.DAT'
               MOVE 16 TO RETURN-CODE
           END-IF.
