      ******************************************************************
      * PROGRAM-ID: LICURCPT                                           *
      * AUTHOR:     J. B. RUIZ - DMV APPLICATIONS GROUP                *
      * INSTALLATION: STATE DMV DATA CENTER                            *
      * DATE-WRITTEN: 2026-09-15                                       *
      *                                                                *
      * REMARKS.                                                       *
      *   UNAPPLIED CASHIER RECEIPTS RUN. LICEDIT'S FEE CHECK GOES     *
      *   ONE WAY ONLY - FROM THE TRANSACTION TO ITS RECEIPT - SO A    *
      *   RECEIPT NO TRANSACTION EVER CLAIMS (THE CASHIER TOOK THE     *
      *   MONEY AND THE CLERK NEVER KEYED THE APPLICATION, OR KEYED    *
      *   THE WRONG APPLICANT ID) WAS NEVER REPORTED. THIS RUN, AFTER  *
      *   LICEDIT, TAKES THE RECEIPTS THE DAY'S EDIT CLAIMED - EVERY   *
      *   FEE ON THE REVENUE DETAIL (REVNDTL.DAT) AND EVERY RECEIPTED  *
      *   DENIAL ON THE REFUND CANDIDATE FILE (REFDCAND.DAT) - AND:    *
      *     - AGES EVERY RECEIPT ALREADY PENDING FROM PRIOR RUNS       *
      *       (RCPTPEND.DAT) - ONE CLAIMED TODAY IS CLEARED AND        *
      *       DROPPED; ONE UNCLAIMED WS-REFER-DAYS OR MORE SINCE IT    *
      *       FIRST WENT UNCLAIMED GOES ON THE FINANCE REFERRAL LIST   *
      *       (URCPTFIN.DAT) FOR REFUND OR INVESTIGATION AND LEAVES    *
      *       THE PENDING FILE; THE REST ARE CARRIED FORWARD           *
      *     - CHECKS EVERY RECEIPT ON THE CASHIER EXTRACT              *
      *       (RCPTFILE.DAT) - ONE NOT CLAIMED TODAY AND NOT ALREADY   *
      *       PENDING JOINS THE PENDING FILE, WITH THE LIKELY REASON:  *
      *       NO APPLICANT ID KEYED AT THE DRAWER (LICRLOAD CANNOT     *
      *       INDEX IT), THE APPLICANT'S TRANSACTION CLAIMED A         *
      *       DIFFERENT RECEIPT (TWO RECEIPTS FOR ONE APPLICANT - THE  *
      *       SIDE FILE KEEPS ONLY THE LAST), OR NOTHING CLAIMED IT    *
      *   A RECEIPT ON A SUSPENDED TRANSACTION IS NOT CLAIMED UNTIL    *
      *   THE CORRECTION PASSES THE EDIT, SO IT PENDS HERE MEANWHILE.  *
      *   EVERY RECEIPT ACTED ON IS LISTED ON URCPTRPT.DAT WITH ITS    *
      *   AGE. THE PENDING FILE IS WRITTEN FRESH TO RCPTPENN.DAT.      *
      *   AFTER THE COUNTS BALANCE (RECEIPTS READ = CLAIMED + ALREADY  *
      *   PENDING + NEWLY PENDING; PENDING READ = CARRIED + CLEARED +  *
      *   REFERRED) THE OPERATOR SWAPS RCPTPENN.DAT IN AS              *
      *   RCPTPEND.DAT, THE SAME PROCEDURE AS THE LICINLPS PENDING     *
      *   LAPSE FILE.                                                  *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-09-15 JBR  INITIAL VERSION.                             *
      *   2026-10-15 JBR  CLAIMED-RECEIPT LOAD AND LOOKUP PERFORMED    *
      *                   THRU THEIR EXITS - THEY RAN ON PAST THE      *
      *                   PERFORM RANGE.                               *
      *   2026-10-15 JBR  PENDING AND CLAIMED RECEIPT LOOKUPS          *
      *                   REWRITTEN AS SCAN PARAGRAPHS.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICURCPT.
       AUTHOR. J. B. RUIZ.
       INSTALLATION. STATE DMV DATA CENTER.
       DATE-WRITTEN. 2026-09-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPT-FILE ASSIGN TO 'RCPTFILE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.

           SELECT REVD-FILE ASSIGN TO 'REVNDTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVD-STATUS.

      * OPTIONAL FOR THE SAME REASON AS IN LICRFUND - A DAY WITH NO
      * RECEIPTED DENIALS MAY LEAVE NO CANDIDATE FILE ON DISK.
           SELECT OPTIONAL REFD-FILE ASSIGN TO 'REFDCAND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFD-STATUS.

      * OPTIONAL SO THE FIRST RUN EVER, WITH NO PENDING FILE ON DISK
      * YET, STARTS FROM AN EMPTY ONE.
           SELECT OPTIONAL PEND-FILE ASSIGN TO 'RCPTPEND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT NEWP-FILE ASSIGN TO 'RCPTPENN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWP-STATUS.

           SELECT FIN-FILE ASSIGN TO 'URCPTFIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.

           SELECT RPT-FILE ASSIGN TO 'URCPTRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCPT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  RCPT-IN-REC                 PIC X(60).

       FD  REVD-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  REVD-IN-REC                 PIC X(60).

       FD  REFD-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  REFD-IN-REC                 PIC X(110).

       FD  PEND-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PEND-IN-REC                 PIC X(80).

       FD  NEWP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NEWP-OUT-REC                PIC X(80).

       FD  FIN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FIN-OUT-REC                 PIC X(80).

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-OUT-REC                 PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  PARM-IN-REC                 PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-RCPT-STATUS               PIC XX.
           88 WS-RCPT-OK                VALUE '00'.
           88 WS-RCPT-EOF               VALUE '10'.
       01  WS-REVD-STATUS               PIC XX.
           88 WS-REVD-OK                VALUE '00'.
           88 WS-REVD-EOF               VALUE '10'.
       01  WS-REFD-STATUS               PIC XX.
           88 WS-REFD-OK                VALUE '00'.
           88 WS-REFD-EOF               VALUE '10'.
       01  WS-PEND-STATUS               PIC XX.
           88 WS-PEND-OK                VALUE '00'.
           88 WS-PEND-EOF               VALUE '10'.
       01  WS-NEWP-STATUS               PIC XX.
           88 WS-NEWP-OK                VALUE '00'.
       01  WS-FIN-STATUS                PIC XX.
           88 WS-FIN-OK                 VALUE '00'.
       01  WS-RPT-STATUS                PIC XX.
           88 WS-RPT-OK                 VALUE '00'.
       01  WS-PARM-STATUS               PIC XX.
           88 WS-PARM-OK                VALUE '00'.
           88 WS-PARM-EOF               VALUE '10'.

           COPY RCPTCOPY.
           COPY REVDCOPY.
           COPY RFNDCOPY.
           COPY URCPCOPY.
           COPY URRPCOPY.
           COPY PARMCOPY.

      * THE RECEIPTS THE DAY'S EDIT CLAIMED, WITH THE APPLICANT WHOSE
      * TRANSACTION CLAIMED EACH. AN OVERFLOW ABANDONS THE RUN WITH
      * THE LIVE PENDING FILE UNTOUCHED.
       01  WS-MTCH-TABLE.
           05  WS-MTCH-MAX             PIC 9(5)  VALUE 10000 COMP.
           05  WS-MTCH-CNT             PIC 9(5)  VALUE ZEROS COMP.
           05  WS-MTCH-ENTRY OCCURS 10000 TIMES
                                       INDEXED BY WS-MTCH-IDX.
               10 WS-MTCH-RCPTNO       PIC X(10).
               10 WS-MTCH-APPID        PIC X(9).

      * RECEIPT NUMBERS READ FROM THE PENDING FILE, WHATEVER BECAME
      * OF THEM, SO A RECEIPT THE CASHIER EXTRACT CARRIES AGAIN IS
      * NOT PENDED TWICE.
       01  WS-PSEEN-TABLE.
           05  WS-PSEEN-MAX            PIC 9(5)  VALUE 05000 COMP.
           05  WS-PSEEN-CNT            PIC 9(5)  VALUE ZEROS COMP.
           05  WS-PSEEN-RCPTNO OCCURS 5000 TIMES
                                       INDEXED BY WS-PSEEN-IDX
                                       PIC X(10).

      * A RECEIPT STILL UNCLAIMED THIS MANY CALENDAR DAYS AFTER IT
      * FIRST WENT UNCLAIMED IS REFERRED TO FINANCE.
       01  WS-REFER-DAYS                PIC 9(3)  VALUE 010.

       01  WS-SWITCHES.
           05  WS-FOUND-SW             PIC X     VALUE 'N'.
               88 WS-WAS-FOUND         VALUE 'Y'.

       01  WS-RUN-DATE-NUM              PIC 9(8)  VALUE ZEROS.
       01  WS-FIND-RCPTNO               PIC X(10) VALUE SPACES.
       01  WS-FIND-APPID                PIC X(9)  VALUE SPACES.
       01  WS-AGE-DAYS                  PIC 9(5)  VALUE ZEROS.

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

       01  WS-COUNTS.
           05  WS-REVD-READ             PIC 9(7)  VALUE ZEROS.
           05  WS-REFD-READ             PIC 9(7)  VALUE ZEROS.
           05  WS-RCPT-READ             PIC 9(7)  VALUE ZEROS.
           05  WS-CLAIMED-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-ALREADY-PEND-CNT      PIC 9(7)  VALUE ZEROS.
           05  WS-NEW-PEND-CNT          PIC 9(7)  VALUE ZEROS.
           05  WS-NEW-PEND-AMT          PIC 9(9)V99 VALUE ZEROS.
           05  WS-PEND-READ             PIC 9(7)  VALUE ZEROS.
           05  WS-CARRIED-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-CLEARED-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-REFERRED-CNT          PIC 9(7)  VALUE ZEROS.
           05  WS-REFERRED-AMT          PIC 9(9)V99 VALUE ZEROS.
           05  WS-PEND-WRITTEN          PIC 9(7)  VALUE ZEROS.
           05  WS-BALANCE-CHECK         PIC 9(7)  VALUE ZEROS.
           05  WS-PEND-BALANCE          PIC 9(7)  VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-ONE-FEE THRU 1200-LOAD-ONE-FEE-EXIT
               UNTIL WS-REVD-EOF
           PERFORM 1300-LOAD-ONE-DENIAL THRU 1300-LOAD-ONE-DENIAL-EXIT
               UNTIL WS-REFD-EOF
           CLOSE REVD-FILE REFD-FILE
           PERFORM 2000-AGE-ONE-PENDING THRU 2000-AGE-ONE-PENDING-EXIT
               UNTIL WS-PEND-EOF
           PERFORM 3000-CHECK-ONE-RECEIPT
                   THRU 3000-CHECK-ONE-RECEIPT-EXIT
               UNTIL WS-RCPT-EOF
           PERFORM 8000-TERMINATE
           GOBACK.

      ******************************************************************
      * 1000 - INITIALIZATION - THE CASHIER EXTRACT AND THE REVENUE    *
      *        DETAIL MUST BOTH OPEN, OR THE RUN IS ABANDONED          *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-PARMS
           OPEN INPUT RCPT-FILE
           IF NOT WS-RCPT-OK
               DISPLAY 'LICURCPT - RECEIPTS RCPTFILE.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-RCPT-STATUS
               DISPLAY 'LICURCPT - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT REVD-FILE
           IF NOT WS-REVD-OK
               DISPLAY 'LICURCPT - REVENUE DETAIL REVNDTL.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-REVD-STATUS
               DISPLAY 'LICURCPT - RUN LICEDIT FIRST - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT REFD-FILE
           IF WS-REFD-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'LICURCPT - REFUND CANDIDATES REFDCAND.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-REFD-STATUS
               DISPLAY 'LICURCPT - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'LICURCPT - PENDING RECEIPT FILE RCPTPEND.DAT '
                       'NOT AVAILABLE - FILE STATUS ' WS-PEND-STATUS
               DISPLAY 'LICURCPT - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT NEWP-FILE
           OPEN OUTPUT FIN-FILE
           OPEN OUTPUT RPT-FILE
           IF NOT WS-NEWP-OK OR NOT WS-FIN-OK OR NOT WS-RPT-OK
               DISPLAY 'LICURCPT - CANNOT OPEN OUTPUT FILES - NEWP '
                       WS-NEWP-STATUS ' FIN ' WS-FIN-STATUS
                       ' RPT ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-DATE-NUM TO URR-HDR1-DATE
           WRITE RPT-OUT-REC FROM URR-HDR1
           WRITE RPT-OUT-REC FROM URR-HDR2
           MOVE WS-RUN-DATE-NUM TO URF-HDR1-DATE
           WRITE FIN-OUT-REC FROM URF-HDR1
           WRITE FIN-OUT-REC FROM URF-HDR2
           MOVE WS-RUN-DATE-NUM TO WS-DATE-WORK (1:8)
           PERFORM 4200-COMPUTE-SERIAL-DAY
           MOVE WS-SERIAL-DAY TO WS-RUN-SERIAL
           READ REVD-FILE INTO REVD-IN-REC
               AT END SET WS-REVD-EOF TO TRUE
           END-READ
           READ REFD-FILE INTO REFD-IN-REC
               AT END SET WS-REFD-EOF TO TRUE
           END-READ
           READ PEND-FILE INTO PEND-IN-REC
               AT END SET WS-PEND-EOF TO TRUE
           END-READ
           READ RCPT-FILE INTO RCPT-IN-REC
               AT END SET WS-RCPT-EOF TO TRUE
           END-READ.

      * A MISSING OR EMPTY PARAMETER FILE ABANDONS THE RUN - AGES ARE
      * MEASURED TO THE BUSINESS DATE, AND REFERRING A RECEIPT TO
      * FINANCE A DAY EARLY IS NOT A QUIET ERROR.
       1050-READ-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'LICURCPT - RUN-CONTROL PARAMETER FILE '
                       'RUNPARM.DAT NOT AVAILABLE - FILE STATUS '
                       WS-PARM-STATUS
               DISPLAY 'LICURCPT - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE INTO PARM-IN-REC
               AT END SET WS-PARM-EOF TO TRUE
           END-READ
           IF WS-PARM-EOF
               DISPLAY 'LICURCPT - RUNPARM.DAT IS EMPTY - RUN '
                       'ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-IN-REC TO RUN-CONTROL-REC
           IF PRM-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'LICURCPT - RUNPARM.DAT PARAMETERS NOT '
                       'NUMERIC - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PARM-FILE
           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE-NUM.

      * EVERY FEE ON THE REVENUE DETAIL CLAIMED ITS RECEIPT.
       1200-LOAD-ONE-FEE.
           ADD 1 TO WS-REVD-READ
           MOVE REVD-IN-REC TO REVENUE-DETAIL-REC
           MOVE RVD-RECEIPT-NO TO WS-FIND-RCPTNO
           MOVE RVD-APPLICANT-ID TO WS-FIND-APPID
           PERFORM 1400-ADD-CLAIMED THRU 1400-ADD-CLAIMED-EXIT
           READ REVD-FILE INTO REVD-IN-REC
               AT END SET WS-REVD-EOF TO TRUE
           END-READ.
       1200-LOAD-ONE-FEE-EXIT.
           EXIT.

      * SO DID EVERY RECEIPTED DENIAL - THAT MONEY IS ON ITS WAY BACK
      * THROUGH LICRFUND.
       1300-LOAD-ONE-DENIAL.
           ADD 1 TO WS-REFD-READ
           MOVE REFD-IN-REC TO REFUND-CANDIDATE-REC
           MOVE RFC-RECEIPT-NO TO WS-FIND-RCPTNO
           MOVE RFC-APPLICANT-ID TO WS-FIND-APPID
           PERFORM 1400-ADD-CLAIMED THRU 1400-ADD-CLAIMED-EXIT
           READ REFD-FILE INTO REFD-IN-REC
               AT END SET WS-REFD-EOF TO TRUE
           END-READ.
       1300-LOAD-ONE-DENIAL-EXIT.
           EXIT.

       1400-ADD-CLAIMED.
           IF WS-FIND-RCPTNO = SPACES
               GO TO 1400-ADD-CLAIMED-EXIT
           END-IF
           IF WS-MTCH-CNT NOT < WS-MTCH-MAX
               DISPLAY 'LICURCPT - FATAL: CLAIMED RECEIPT TABLE FULL '
                       'AT ' WS-MTCH-MAX ' ENTRIES - RUN ABANDONED'
               DISPLAY 'LICURCPT - LIVE PENDING FILE NOT DISTURBED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-MTCH-CNT
           MOVE WS-FIND-RCPTNO TO WS-MTCH-RCPTNO (WS-MTCH-CNT)
           MOVE WS-FIND-APPID TO WS-MTCH-APPID (WS-MTCH-CNT).
       1400-ADD-CLAIMED-EXIT.
           EXIT.

      ******************************************************************
      * 2000 - AGE ONE RECEIPT CARRIED FROM A PRIOR RUN: CLEARED,      *
      *        REFERRED TO FINANCE, OR CARRIED FORWARD                 *
      ******************************************************************
       2000-AGE-ONE-PENDING.
           ADD 1 TO WS-PEND-READ
           MOVE PEND-IN-REC TO UNAPPLIED-RECEIPT-REC
           IF WS-PSEEN-CNT NOT < WS-PSEEN-MAX
               DISPLAY 'LICURCPT - FATAL: PENDING RECEIPT TABLE FULL '
                       'AT ' WS-PSEEN-MAX ' ENTRIES - RUN ABANDONED'
               DISPLAY 'LICURCPT - LIVE PENDING FILE NOT DISTURBED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-PSEEN-CNT
           MOVE URC-RECEIPT-NO TO WS-PSEEN-RCPTNO (WS-PSEEN-CNT)
           MOVE URC-FIRST-DATE TO WS-DATE-WORK (1:8)
           PERFORM 4200-COMPUTE-SERIAL-DAY
           COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-SERIAL-DAY
           MOVE URC-RECEIPT-NO TO WS-FIND-RCPTNO
           PERFORM 4000-FIND-CLAIMED-RCPT
               THRU 4000-FIND-CLAIMED-RCPT-EXIT
           IF WS-WAS-FOUND
               ADD 1 TO WS-CLEARED-CNT
               MOVE 'CLEARED' TO URR-DET-ACTION
               MOVE 'CLAIMED TODAY' TO URR-DET-NOTE
               PERFORM 5000-WRITE-REPORT-LINE
               GO TO 2000-READ-NEXT
           END-IF
           IF WS-AGE-DAYS NOT < WS-REFER-DAYS
               PERFORM 5100-WRITE-FINANCE-LINE
               MOVE 'REFERRED' TO URR-DET-ACTION
               MOVE 'SENT TO FINANCE' TO URR-DET-NOTE
               PERFORM 5000-WRITE-REPORT-LINE
               GO TO 2000-READ-NEXT
           END-IF
           ADD 1 TO WS-CARRIED-CNT
           MOVE 'PENDING' TO URR-DET-ACTION
           PERFORM 5050-SET-REASON-NOTE
           PERFORM 5000-WRITE-REPORT-LINE
           PERFORM 6000-WRITE-PENDING-RECORD.
       2000-READ-NEXT.
           READ PEND-FILE INTO PEND-IN-REC
               AT END SET WS-PEND-EOF TO TRUE
           END-READ.
       2000-AGE-ONE-PENDING-EXIT.
           EXIT.

      ******************************************************************
      * 3000 - ONE RECEIPT FROM THE CASHIER EXTRACT: CLAIMED TODAY,    *
      *        ALREADY PENDING, OR NEWLY UNAPPLIED                     *
      ******************************************************************
       3000-CHECK-ONE-RECEIPT.
           ADD 1 TO WS-RCPT-READ
           MOVE RCPT-IN-REC TO RECEIPT-REC
           MOVE RCPT-NUMBER TO WS-FIND-RCPTNO
           PERFORM 4000-FIND-CLAIMED-RCPT
               THRU 4000-FIND-CLAIMED-RCPT-EXIT
           IF WS-WAS-FOUND
               ADD 1 TO WS-CLAIMED-CNT
               GO TO 3000-READ-NEXT
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           SET WS-PSEEN-IDX TO 1
           PERFORM 3010-SCAN-PSEEN-ENTRY
               VARYING WS-PSEEN-IDX FROM 1 BY 1
               UNTIL WS-PSEEN-IDX > WS-PSEEN-CNT
                  OR WS-WAS-FOUND
           IF WS-WAS-FOUND
               ADD 1 TO WS-ALREADY-PEND-CNT
               GO TO 3000-READ-NEXT
           END-IF
           ADD 1 TO WS-NEW-PEND-CNT
           ADD RCPT-AMOUNT TO WS-NEW-PEND-AMT
           MOVE SPACES TO UNAPPLIED-RECEIPT-REC
           MOVE RCPT-NUMBER TO URC-RECEIPT-NO
           MOVE RCPT-APPLICANT-ID TO URC-APPLICANT-ID
           MOVE RCPT-NAME TO URC-NAME
           MOVE RCPT-DATE TO URC-RCPT-DATE
           MOVE RCPT-AMOUNT TO URC-AMOUNT
           MOVE WS-RUN-DATE-NUM TO URC-FIRST-DATE
           MOVE ZEROS TO WS-AGE-DAYS
           IF RCPT-APPLICANT-ID = SPACES
               SET URC-NO-APPLICANT-ID TO TRUE
           ELSE
               MOVE RCPT-APPLICANT-ID TO WS-FIND-APPID
               PERFORM 4100-FIND-CLAIMED-APPID
               IF WS-WAS-FOUND
                   SET URC-OTHER-RECEIPT TO TRUE
               ELSE
                   SET URC-NOT-CLAIMED TO TRUE
               END-IF
           END-IF
           MOVE 'NEW' TO URR-DET-ACTION
           PERFORM 5050-SET-REASON-NOTE
           PERFORM 5000-WRITE-REPORT-LINE
           PERFORM 6000-WRITE-PENDING-RECORD.
       3000-READ-NEXT.
           READ RCPT-FILE INTO RCPT-IN-REC
               AT END SET WS-RCPT-EOF TO TRUE
           END-READ.
       3000-CHECK-ONE-RECEIPT-EXIT.
           EXIT.

       3010-SCAN-PSEEN-ENTRY.
           IF WS-PSEEN-RCPTNO (WS-PSEEN-IDX) = RCPT-NUMBER
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      * WAS THE RECEIPT IN WS-FIND-RCPTNO CLAIMED BY TODAY'S EDIT?
       4000-FIND-CLAIMED-RCPT.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-FIND-RCPTNO = SPACES
               GO TO 4000-FIND-CLAIMED-RCPT-EXIT
           END-IF
           SET WS-MTCH-IDX TO 1
           PERFORM 4010-SCAN-MTCH-RCPTNO
               VARYING WS-MTCH-IDX FROM 1 BY 1
               UNTIL WS-MTCH-IDX > WS-MTCH-CNT
                  OR WS-WAS-FOUND.
       4000-FIND-CLAIMED-RCPT-EXIT.
           EXIT.

       4010-SCAN-MTCH-RCPTNO.
           IF WS-MTCH-RCPTNO (WS-MTCH-IDX) = WS-FIND-RCPTNO
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      * DID A TRANSACTION FOR THE APPLICANT IN WS-FIND-APPID CLAIM
      * SOME RECEIPT TODAY?
       4100-FIND-CLAIMED-APPID.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-MTCH-IDX TO 1
           PERFORM 4110-SCAN-MTCH-APPID
               VARYING WS-MTCH-IDX FROM 1 BY 1
               UNTIL WS-MTCH-IDX > WS-MTCH-CNT
                  OR WS-WAS-FOUND.

       4110-SCAN-MTCH-APPID.
           IF WS-MTCH-APPID (WS-MTCH-IDX) = WS-FIND-APPID
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

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

       5000-WRITE-REPORT-LINE.
           MOVE URC-RECEIPT-NO TO URR-DET-RCPTNO
           MOVE URC-APPLICANT-ID TO URR-DET-APPID
           MOVE URC-NAME TO URR-DET-NAME
           MOVE URC-AMOUNT TO URR-DET-AMOUNT
           MOVE WS-AGE-DAYS TO URR-DET-AGE
           WRITE RPT-OUT-REC FROM URR-DETAIL.

       5050-SET-REASON-NOTE.
           EVALUATE TRUE
               WHEN URC-NO-APPLICANT-ID
                   MOVE 'NO APPLICANT ID' TO URR-DET-NOTE
               WHEN URC-OTHER-RECEIPT
                   MOVE 'OTHER RECEIPT' TO URR-DET-NOTE
               WHEN OTHER
                   MOVE 'NOT CLAIMED' TO URR-DET-NOTE
           END-EVALUATE.

       5100-WRITE-FINANCE-LINE.
           ADD 1 TO WS-REFERRED-CNT
           ADD URC-AMOUNT TO WS-REFERRED-AMT
           MOVE URC-RECEIPT-NO TO URF-DET-RCPTNO
           MOVE URC-APPLICANT-ID TO URF-DET-APPID
           MOVE URC-NAME TO URF-DET-NAME
           MOVE URC-RCPT-DATE TO URF-DET-RCPT-DATE
           MOVE URC-FIRST-DATE TO URF-DET-FIRST-DATE
           MOVE URC-AMOUNT TO URF-DET-AMOUNT
           MOVE WS-AGE-DAYS TO URF-DET-AGE
           EVALUATE TRUE
               WHEN URC-NO-APPLICANT-ID
                   MOVE 'NO APP ID' TO URF-DET-REASON
               WHEN URC-OTHER-RECEIPT
                   MOVE 'OTHER RCT' TO URF-DET-REASON
               WHEN OTHER
                   MOVE 'UNCLAIMED' TO URF-DET-REASON
           END-EVALUATE
           WRITE FIN-OUT-REC FROM URF-DETAIL
           IF NOT WS-FIN-OK
               DISPLAY 'LICURCPT - FATAL WRITE ERROR ON URCPTFIN.DAT '
                       '- FILE STATUS ' WS-FIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       6000-WRITE-PENDING-RECORD.
           WRITE NEWP-OUT-REC FROM UNAPPLIED-RECEIPT-REC
           IF NOT WS-NEWP-OK
               DISPLAY 'LICURCPT - FATAL WRITE ERROR ON RCPTPENN.DAT '
                       '- FILE STATUS ' WS-NEWP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-PEND-WRITTEN.

       8000-TERMINATE.
           MOVE 'FEES ON THE REVENUE DETAIL' TO URR-TOT-LABEL
           MOVE WS-REVD-READ TO URR-TOT-VALUE
           WRITE RPT-OUT-REC FROM URR-TOT-LINE
           MOVE 'RECEIPTED DENIALS ON THE REFUND CANDIDATES'
               TO URR-TOT-LABEL
           MOVE WS-REFD-READ TO URR-TOT-VALUE
           WRITE RPT-OUT-REC FROM URR-TOT-LINE
           MOVE 'CASHIER RECEIPTS READ' TO URR-TOT-LABEL
           MOVE WS-RCPT-READ TO URR-TOT-VALUE
           WRITE RPT-OUT-REC FROM URR-TOT-LINE
           MOVE 'RECEIPTS CLAIMED BY TODAY''S EDIT' TO URR-TOT-LABEL
           MOVE WS-CLAIMED-CNT TO URR-TOT-VALUE
           WRITE RPT-OUT-REC FROM URR-TOT-LINE
           MOVE 'RECEIPTS ALREADY PENDING' TO URR-TOT-LABEL
           MOVE WS-ALREADY-PEND-CNT TO URR-TOT-VALUE
           WRITE RPT-OUT-REC FROM URR-TOT-LINE
           MOVE 'RECEIPTS NEWLY UNAPPLIED' TO URR-TOT-LABEL
           MOVE WS-NEW-PEND-CNT TO URR-TOT-VALUE
           WRITE RPT-OUT-REC FROM URR-TOT-LINE
           MOVE 'PENDING RECEIPTS READ' TO URR-TOT-LABEL
           MOVE WS-PEND-READ TO URR-TOT-VALUE
           WRITE RPT-OUT-REC FROM URR-TOT-LINE
           MOVE 'PENDING RECEIPTS CARRIED FORWARD' TO URR-TOT-LABEL
           MOVE WS-CARRIED-CNT TO URR-TOT-VALUE
           WRITE RPT-OUT-REC FROM URR-TOT-LINE
           MOVE 'PENDING RECEIPTS CLEARED' TO URR-TOT-LABEL
           MOVE WS-CLEARED-CNT TO URR-TOT-VALUE
           WRITE RPT-OUT-REC FROM URR-TOT-LINE
           MOVE 'PENDING RECEIPTS REFERRED TO FINANCE'
               TO URR-TOT-LABEL
           MOVE WS-REFERRED-CNT TO URR-TOT-VALUE
           WRITE RPT-OUT-REC FROM URR-TOT-LINE
           MOVE 'PENDING RECEIPTS WRITTEN TO RCPTPENN.DAT'
               TO URR-TOT-LABEL
           MOVE WS-PEND-WRITTEN TO URR-TOT-VALUE
           WRITE RPT-OUT-REC FROM URR-TOT-LINE
           COMPUTE WS-BALANCE-CHECK =
               WS-CLAIMED-CNT + WS-ALREADY-PEND-CNT + WS-NEW-PEND-CNT
           COMPUTE WS-PEND-BALANCE =
               WS-CARRIED-CNT + WS-CLEARED-CNT + WS-REFERRED-CNT
           IF WS-BALANCE-CHECK = WS-RCPT-READ
              AND WS-PEND-BALANCE = WS-PEND-READ
              AND WS-PEND-WRITTEN = WS-CARRIED-CNT + WS-NEW-PEND-CNT
               MOVE 'RUN IS IN BALANCE' TO URR-TOT-LABEL
           ELSE
               MOVE 'RUN IS OUT OF BALANCE - INVESTIGATE'
                   TO URR-TOT-LABEL
           END-IF
           MOVE ZEROS TO URR-TOT-VALUE
           WRITE RPT-OUT-REC FROM URR-TOT-LINE
           MOVE 'RECEIPTS REFERRED / AMOUNT' TO URF-TOT-LABEL
           MOVE WS-REFERRED-CNT TO URF-TOT-COUNT
           MOVE WS-REFERRED-AMT TO URF-TOT-AMT
           WRITE FIN-OUT-REC FROM URF-TOT-LINE
           CLOSE RCPT-FILE PEND-FILE NEWP-FILE FIN-FILE RPT-FILE
           DISPLAY 'LICURCPT - RECEIPTS READ:        ' WS-RCPT-READ
           DISPLAY 'LICURCPT - CLAIMED TODAY:        ' WS-CLAIMED-CNT
           DISPLAY 'LICURCPT - ALREADY PENDING:      '
                   WS-ALREADY-PEND-CNT
           DISPLAY 'LICURCPT - NEWLY UNAPPLIED:      ' WS-NEW-PEND-CNT
           DISPLAY 'LICURCPT - PENDING READ:         ' WS-PEND-READ
           DISPLAY 'LICURCPT - CARRIED FORWARD:      ' WS-CARRIED-CNT
           DISPLAY 'LICURCPT - CLEARED:              ' WS-CLEARED-CNT
           DISPLAY 'LICURCPT - REFERRED TO FINANCE:  ' WS-REFERRED-CNT
           IF WS-BALANCE-CHECK = WS-RCPT-READ
              AND WS-PEND-BALANCE = WS-PEND-READ
              AND WS-PEND-WRITTEN = WS-CARRIED-CNT + WS-NEW-PEND-CNT
               DISPLAY 'LICURCPT - RUN IS IN BALANCE - RCPTPENN.DAT '
                       'MAY REPLACE RCPTPEND.DAT'
           ELSE
               DISPLAY 'LICURCPT - RUN IS OUT OF BALANCE - DO NOT '
                       'REPLACE THE PENDING FILE - INVESTIGATE'
               MOVE 16 TO RETURN-CODE
           END-IF.
