      ******************************************************************
      * PROGRAM-ID: LICLBOX                                            *
      * AUTHOR:     J. B. RUIZ - DMV APPLICATIONS GROUP                *
      * INSTALLATION: STATE DMV DATA CENTER                            *
      * DATE-WRITTEN: 2026-09-20                                       *
      *                                                                *
      * REMARKS.                                                       *
      *   MAIL-IN RENEWAL INTAKE FROM THE BANK LOCKBOX. A HOLDER WHO   *
      *   MAILS A CHECK BACK WITH THE RETURN STUB OF THE LICXPIRE      *
      *   RENEWAL NOTICE USED TO WAIT FOR A COUNTER CLERK TO KEY THE   *
      *   RENEWAL FROM THE PAPER STUB. THIS RUN READS THE BANK'S       *
      *   REMITTANCE FILE (LBOXFILE.DAT - APPLICANT ID FROM THE STUB,  *
      *   AMOUNT, CHECK NUMBER) AND CHECKS EACH PAYMENT AGAINST THE    *
      *   LICENSE MASTER AND THE RENEWAL AMOUNT ON THE FEE SCHEDULE    *
      *   (FEESCHED.DAT) FOR THE HOLDER'S LICENSE TYPE:                *
      *     - A GOOD PAYMENT (EXACTLY THE RENEWAL FEE, FOR A CURRENT   *
      *       APPROVED HOLDER) BECOMES A RENEWAL TRANSACTION BUILT     *
      *       FROM THE MASTER, APPENDED TO LICCOPY.DAT, AND A MATCHING *
      *       CASHIER RECEIPT (CHECK NUMBER AS THE RECEIPT NUMBER)     *
      *       APPENDED TO RCPTFILE.DAT                                 *
      *     - A SHORT PAYMENT, AN OVERPAYMENT, A STUB WITH NO MASTER   *
      *       RECORD, A HOLDER WHO CANNOT RENEW BY MAIL, AND A CHECK   *
      *       ALREADY RECEIPTED GO TO THE EXCEPTIONS REPORT            *
      *       (LBOXEXC.DAT) FOR THE REMITTANCE DESK INSTEAD            *
      *   THE RENEWALS CARRY OFFICE ID 'LBX' WITH NO BATCH HEADER, SO  *
      *   LICDUP PASSES THEM AS UNBATCHED DETAILS AND LICEDIT TALLIES  *
      *   THEM AS THEIR OWN OFFICE ON THE CONTROL REPORT; FROM THERE   *
      *   THEY FLOW THROUGH LICDUP/LICSORT/LICEDIT LIKE ANY COUNTER    *
      *   RENEWAL, AND LICEDIT STILL MAKES EVERY EDIT (INSURANCE,      *
      *   DATE OF BIRTH, TERM RULES, FEE AGAINST THE RECEIPT). RUN IT  *
      *   BEFORE LICRLOAD SO THE NEW RECEIPTS REACH RCPTIDX.DAT, AND   *
      *   BEFORE LICDUP. A CHECK WHOSE NUMBER IS ALREADY ON THE        *
      *   RECEIPT FILE FOR THE SAME APPLICANT IS NOT TAKEN TWICE, SO   *
      *   A RERUN AGAINST THE SAME REMITTANCE FILE ADDS NOTHING.       *
      *   COMMERCIAL LICENSES RENEW AT THE COUNTER ONLY - THE VEHICLE  *
      *   CLASS IS KEYED THERE AND IS NOT ON THE MASTER.               *
      *   THE REPORT BALANCES: READ = RENEWED + SHORT + OVER + NO      *
      *   MASTER + NOT RENEWABLE + BAD AMOUNT + ALREADY RECEIPTED.     *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-09-20 JBR  INITIAL VERSION.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICLBOX.
       AUTHOR. J. B. RUIZ.
       INSTALLATION. STATE DMV DATA CENTER.
       DATE-WRITTEN. 2026-09-20.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LBOX-FILE ASSIGN TO 'LBOXFILE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LBOX-STATUS.

           SELECT MSTR-FILE ASSIGN TO 'LICMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSTR-IO-KEY
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT FEE-FILE ASSIGN TO 'FEESCHED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

      * OPTIONAL SO A DAY WITH NO COUNTER RECEIPTS AND NO KEYED
      * TRANSACTIONS YET STILL TAKES THE LOCKBOX RENEWALS - THE
      * EXTEND CREATES THE FILE.
           SELECT OPTIONAL RCPT-FILE ASSIGN TO 'RCPTFILE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.

           SELECT OPTIONAL LIC-FILE ASSIGN TO 'LICCOPY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIC-STATUS.

           SELECT RPT-FILE ASSIGN TO 'LBOXEXC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LBOX-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  LBOX-IN-REC                 PIC X(60).

       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-IO-REC.
           05  MSTR-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(213).

       FD  FEE-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  FEE-IN-REC                  PIC X(28).

       FD  RCPT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  RCPT-IO-REC                 PIC X(60).

       FD  LIC-FILE
           RECORD CONTAINS 176 CHARACTERS.
       01  LIC-OUT-REC                 PIC X(176).

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-OUT-REC                 PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  PARM-IN-REC                 PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-LBOX-STATUS               PIC XX.
           88 WS-LBOX-OK                VALUE '00'.
           88 WS-LBOX-EOF               VALUE '10'.
       01  WS-MSTR-STATUS               PIC XX.
           88 WS-MSTR-OK                VALUE '00'.
       01  WS-FEE-STATUS                PIC XX.
           88 WS-FEE-OK                 VALUE '00'.
           88 WS-FEE-EOF                VALUE '10'.
       01  WS-RCPT-STATUS               PIC XX.
           88 WS-RCPT-OK                VALUE '00'.
           88 WS-RCPT-EOF               VALUE '10'.
       01  WS-LIC-STATUS                PIC XX.
           88 WS-LIC-OK                 VALUE '00'.
       01  WS-RPT-STATUS                PIC XX.
           88 WS-RPT-OK                 VALUE '00'.
       01  WS-PARM-STATUS               PIC XX.
           88 WS-PARM-OK                VALUE '00'.
           88 WS-PARM-EOF               VALUE '10'.

           COPY LBOXCOPY.
           COPY MSTRCOPY.
           COPY FEECOPY.
           COPY RCPTCOPY.
           COPY LICCOPY.
           COPY LBXRCOPY.
           COPY PARMCOPY.

      * RENEWAL AMOUNT BY LICENSE TYPE FROM THE FEE SCHEDULE.
       01  WS-FEE-TABLE.
           05  WS-FEE-CNT              PIC 9(3)  VALUE ZEROS COMP.
           05  WS-FEE-ENTRY OCCURS 20 TIMES
                                       INDEXED BY WS-FEE-IDX.
               10 WS-FEE-T-TYPE        PIC X.
               10 WS-FEE-T-RENEW-AMT   PIC 9(5)V99.

      * EVERY RECEIPT ALREADY ON RCPTFILE.DAT, PLUS EVERY LOCKBOX
      * PAYMENT TAKEN THIS RUN, BY RECEIPT (CHECK) NUMBER AND
      * APPLICANT - A CHECK ALREADY HERE IS NOT RECEIPTED AGAIN. AN
      * OVERFLOW ABANDONS THE RUN.
       01  WS-PAID-TABLE.
           05  WS-PAID-MAX             PIC 9(5)  VALUE 10000 COMP.
           05  WS-PAID-CNT             PIC 9(5)  VALUE ZEROS COMP.
           05  WS-PAID-ENTRY OCCURS 10000 TIMES
                                       INDEXED BY WS-PAID-IDX.
               10 WS-PAID-RCPTNO       PIC X(10).
               10 WS-PAID-APPID        PIC X(9).
               10 WS-PAID-SOURCE       PIC X.
                  88 WS-PAID-BY-LOCKBOX VALUE 'L'.

      * THE OFFICE ID STAMPED ON EVERY LOCKBOX RENEWAL.
       01  WS-LOCKBOX-OFFICE            PIC X(3)  VALUE 'LBX'.

       01  WS-SWITCHES.
           05  WS-FOUND-SW             PIC X     VALUE 'N'.
               88 WS-WAS-FOUND         VALUE 'Y'.
           05  WS-RENEWED-SW           PIC X     VALUE 'N'.
               88 WS-ALREADY-RENEWED   VALUE 'Y'.

       01  WS-RUN-DATE-NUM              PIC 9(8)  VALUE ZEROS.
       01  WS-FIND-RCPTNO               PIC X(10) VALUE SPACES.
       01  WS-FIND-APPID                PIC X(9)  VALUE SPACES.
       01  WS-FEE-DUE                   PIC 9(5)V99 VALUE ZEROS.
       01  WS-EXC-REASON                PIC X(19) VALUE SPACES.

       01  WS-COUNTS.
           05  WS-RCPT-READ             PIC 9(7)  VALUE ZEROS.
           05  WS-LBOX-READ             PIC 9(7)  VALUE ZEROS.
           05  WS-RENEWED-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-SHORT-CNT             PIC 9(7)  VALUE ZEROS.
           05  WS-OVER-CNT              PIC 9(7)  VALUE ZEROS.
           05  WS-NO-MASTER-CNT         PIC 9(7)  VALUE ZEROS.
           05  WS-NOT-RENEW-CNT         PIC 9(7)  VALUE ZEROS.
           05  WS-BAD-AMT-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-DUP-CHECK-CNT         PIC 9(7)  VALUE ZEROS.
           05  WS-BALANCE-CHECK         PIC 9(7)  VALUE ZEROS.
           05  WS-REMIT-AMT             PIC 9(9)V99 VALUE ZEROS.
           05  WS-RENEWED-AMT           PIC 9(9)V99 VALUE ZEROS.
           05  WS-EXC-AMT               PIC 9(9)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-REMIT
                   THRU 2000-PROCESS-ONE-REMIT-EXIT
               UNTIL WS-LBOX-EOF
           PERFORM 8000-TERMINATE
           GOBACK.

      ******************************************************************
      * 1000 - INITIALIZATION - THE REMITTANCE FILE, THE MASTER AND    *
      *        THE FEE SCHEDULE MUST ALL OPEN, AND THE RECEIPTS ON     *
      *        FILE MUST ALL LOAD, BEFORE ANYTHING IS APPENDED         *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-PARMS
           OPEN INPUT LBOX-FILE
           IF NOT WS-LBOX-OK
               DISPLAY 'LICLBOX - LOCKBOX REMITTANCE FILE LBOXFILE.DAT '
                       'NOT AVAILABLE - FILE STATUS ' WS-LBOX-STATUS
               DISPLAY 'LICLBOX - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MSTR-FILE
           IF NOT WS-MSTR-OK
               DISPLAY 'LICLBOX - LICENSE MASTER LICMSTR.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-MSTR-STATUS
               DISPLAY 'LICLBOX - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT FEE-FILE
           IF NOT WS-FEE-OK
               DISPLAY 'LICLBOX - FEE SCHEDULE FEESCHED.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-FEE-STATUS
               DISPLAY 'LICLBOX - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ FEE-FILE INTO FEE-IN-REC
               AT END SET WS-FEE-EOF TO TRUE
           END-READ
           PERFORM 1200-LOAD-FEE-TABLE THRU 1200-LOAD-FEE-TABLE-EXIT
               UNTIL WS-FEE-EOF
           CLOSE FEE-FILE
           OPEN INPUT RCPT-FILE
           IF WS-RCPT-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'LICLBOX - RECEIPTS RCPTFILE.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-RCPT-STATUS
               DISPLAY 'LICLBOX - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ RCPT-FILE INTO RCPT-IO-REC
               AT END SET WS-RCPT-EOF TO TRUE
           END-READ
           PERFORM 1300-LOAD-ONE-RECEIPT THRU 1300-LOAD-ONE-RECEIPT-EXIT
               UNTIL WS-RCPT-EOF
           CLOSE RCPT-FILE
           OPEN EXTEND RCPT-FILE
           OPEN EXTEND LIC-FILE
           OPEN OUTPUT RPT-FILE
           IF NOT WS-RCPT-OK OR NOT WS-LIC-OK OR NOT WS-RPT-OK
               DISPLAY 'LICLBOX - CANNOT OPEN OUTPUT FILES - RCPT '
                       WS-RCPT-STATUS ' LIC ' WS-LIC-STATUS
                       ' RPT ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-DATE-NUM TO LBR-HDR1-DATE
           WRITE RPT-OUT-REC FROM LBR-HDR1
           WRITE RPT-OUT-REC FROM LBR-HDR2
           READ LBOX-FILE INTO LBOX-IN-REC
               AT END SET WS-LBOX-EOF TO TRUE
           END-READ.

      * A MISSING OR EMPTY PARAMETER FILE ABANDONS THE RUN - THE
      * RECEIPTS ARE DATED WITH THE BUSINESS DATE.
       1050-READ-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'LICLBOX - RUN-CONTROL PARAMETER FILE '
                       'RUNPARM.DAT NOT AVAILABLE - FILE STATUS '
                       WS-PARM-STATUS
               DISPLAY 'LICLBOX - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE INTO PARM-IN-REC
               AT END SET WS-PARM-EOF TO TRUE
           END-READ
           IF WS-PARM-EOF
               DISPLAY 'LICLBOX - RUNPARM.DAT IS EMPTY - RUN '
                       'ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-IN-REC TO RUN-CONTROL-REC
           IF PRM-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'LICLBOX - RUNPARM.DAT PARAMETERS NOT '
                       'NUMERIC - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PARM-FILE
           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE-NUM.

       1200-LOAD-FEE-TABLE.
           MOVE FEE-IN-REC TO FEE-SCHEDULE-REC
           IF FEE-RENEWAL-AMT NOT NUMERIC
               DISPLAY 'LICLBOX - WARNING: FEE SCHEDULE AMOUNT NOT '
                       'NUMERIC - RECORD DROPPED: ' FEE-LICENSE-TYPE
               GO TO 1200-READ-NEXT-FEE
           END-IF
           IF WS-FEE-CNT < 20
               ADD 1 TO WS-FEE-CNT
               MOVE FEE-LICENSE-TYPE TO WS-FEE-T-TYPE (WS-FEE-CNT)
               MOVE FEE-RENEWAL-AMT
                   TO WS-FEE-T-RENEW-AMT (WS-FEE-CNT)
           ELSE
               DISPLAY 'LICLBOX - WARNING: FEE SCHEDULE TABLE FULL '
                       'AT 20 ENTRIES - RECORD DROPPED: '
                       FEE-LICENSE-TYPE
           END-IF.
       1200-READ-NEXT-FEE.
           READ FEE-FILE INTO FEE-IN-REC
               AT END SET WS-FEE-EOF TO TRUE
           END-READ.
       1200-LOAD-FEE-TABLE-EXIT.
           EXIT.

       1300-LOAD-ONE-RECEIPT.
           ADD 1 TO WS-RCPT-READ
           MOVE RCPT-IO-REC TO RECEIPT-REC
           IF RCPT-NUMBER = SPACES
               GO TO 1300-READ-NEXT
           END-IF
           MOVE RCPT-NUMBER TO WS-FIND-RCPTNO
           MOVE RCPT-APPLICANT-ID TO WS-FIND-APPID
           PERFORM 2400-ADD-PAID-ENTRY
           MOVE SPACE TO WS-PAID-SOURCE (WS-PAID-CNT).
       1300-READ-NEXT.
           READ RCPT-FILE INTO RCPT-IO-REC
               AT END SET WS-RCPT-EOF TO TRUE
           END-READ.
       1300-LOAD-ONE-RECEIPT-EXIT.
           EXIT.

      ******************************************************************
      * 2000 - ONE LOCKBOX PAYMENT: A RENEWAL AND ITS RECEIPT, OR AN   *
      *        EXCEPTION FOR THE REMITTANCE DESK. THE FIRST FAILING    *
      *        CHECK NAMES THE REASON.                                 *
      ******************************************************************
       2000-PROCESS-ONE-REMIT.
           ADD 1 TO WS-LBOX-READ
           MOVE LBOX-IN-REC TO LOCKBOX-REMIT-REC
           MOVE ZEROS TO WS-FEE-DUE
           MOVE SPACES TO LICENSE-MASTER-REC
           IF LBX-AMOUNT NOT NUMERIC OR LBX-AMOUNT = ZERO
               ADD 1 TO WS-BAD-AMT-CNT
               MOVE 'INVALID AMOUNT' TO WS-EXC-REASON
               PERFORM 4000-WRITE-EXCEPTION
               GO TO 2000-READ-NEXT
           END-IF
           ADD LBX-AMOUNT TO WS-REMIT-AMT
           IF LBX-APPLICANT-ID = SPACES
               ADD 1 TO WS-NO-MASTER-CNT
               MOVE 'NO APPLICANT ID' TO WS-EXC-REASON
               PERFORM 4000-WRITE-EXCEPTION
               GO TO 2000-READ-NEXT
           END-IF
           PERFORM 2100-FIND-PRIOR-PAYMENT
           IF WS-WAS-FOUND
               ADD 1 TO WS-DUP-CHECK-CNT
               MOVE 'CHECK ALREADY RCPTD' TO WS-EXC-REASON
               PERFORM 4000-WRITE-EXCEPTION
               GO TO 2000-READ-NEXT
           END-IF
           MOVE LBX-APPLICANT-ID TO MSTR-IO-KEY
           MOVE 'N' TO WS-FOUND-SW
           READ MSTR-FILE INTO LICENSE-MASTER-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-WAS-FOUND TO TRUE
           END-READ
           IF NOT WS-WAS-FOUND
               MOVE SPACES TO LICENSE-MASTER-REC
               ADD 1 TO WS-NO-MASTER-CNT
               MOVE 'NO MASTER RECORD' TO WS-EXC-REASON
               PERFORM 4000-WRITE-EXCEPTION
               GO TO 2000-READ-NEXT
           END-IF
           PERFORM 2200-FIND-RENEWAL-FEE
           EVALUATE TRUE
               WHEN NOT MST-OUTC-APPROVED
                   MOVE 'LICENSE NOT ACTIVE' TO WS-EXC-REASON
               WHEN MST-LICENSE-TYPE = 'C'
                   MOVE 'COMMERCIAL-COUNTER' TO WS-EXC-REASON
               WHEN MST-IS-BAD-ADDRESS
                   MOVE 'BAD ADDRESS ON FILE' TO WS-EXC-REASON
               WHEN NOT WS-WAS-FOUND
                   MOVE 'NO RENEWAL FEE' TO WS-EXC-REASON
               WHEN WS-ALREADY-RENEWED
                   MOVE 'RENEWED TWICE' TO WS-EXC-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-EXC-REASON
           END-EVALUATE
           IF WS-EXC-REASON NOT = SPACES
               ADD 1 TO WS-NOT-RENEW-CNT
               PERFORM 4000-WRITE-EXCEPTION
               GO TO 2000-READ-NEXT
           END-IF
           IF LBX-AMOUNT < WS-FEE-DUE
               ADD 1 TO WS-SHORT-CNT
               MOVE 'SHORT PAYMENT' TO WS-EXC-REASON
               PERFORM 4000-WRITE-EXCEPTION
               GO TO 2000-READ-NEXT
           END-IF
           IF LBX-AMOUNT > WS-FEE-DUE
               ADD 1 TO WS-OVER-CNT
               MOVE 'OVERPAYMENT' TO WS-EXC-REASON
               PERFORM 4000-WRITE-EXCEPTION
               GO TO 2000-READ-NEXT
           END-IF
           PERFORM 3000-WRITE-RENEWAL
           PERFORM 3100-WRITE-RECEIPT
           MOVE LBX-CHECK-NO TO WS-FIND-RCPTNO
           MOVE LBX-APPLICANT-ID TO WS-FIND-APPID
           PERFORM 2400-ADD-PAID-ENTRY
           SET WS-PAID-BY-LOCKBOX (WS-PAID-CNT) TO TRUE
           ADD 1 TO WS-RENEWED-CNT
           ADD LBX-AMOUNT TO WS-RENEWED-AMT.
       2000-READ-NEXT.
           READ LBOX-FILE INTO LBOX-IN-REC
               AT END SET WS-LBOX-EOF TO TRUE
           END-READ.
       2000-PROCESS-ONE-REMIT-EXIT.
           EXIT.

      * IS THIS CHECK ALREADY ON THE RECEIPT FILE FOR THIS APPLICANT?
      * ON THE WAY PAST, NOTE WHETHER THE APPLICANT HAS ALREADY BEEN
      * RENEWED FROM ANOTHER CHECK IN THIS RUN - A HOLDER WHO MAILED
      * TWO CHECKS GETS ONE RENEWAL AND THE OTHER CHECK GOES BACK.
       2100-FIND-PRIOR-PAYMENT.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-RENEWED-SW
           PERFORM 2150-SCAN-PAID-ENTRY
               VARYING WS-PAID-IDX FROM 1 BY 1
               UNTIL WS-PAID-IDX > WS-PAID-CNT
                  OR WS-WAS-FOUND.

       2150-SCAN-PAID-ENTRY.
           IF WS-PAID-APPID (WS-PAID-IDX) = LBX-APPLICANT-ID
               IF WS-PAID-RCPTNO (WS-PAID-IDX) = LBX-CHECK-NO
                   SET WS-WAS-FOUND TO TRUE
               END-IF
               IF WS-PAID-BY-LOCKBOX (WS-PAID-IDX)
                   SET WS-ALREADY-RENEWED TO TRUE
               END-IF
           END-IF.

      * THE RENEWAL FEE FOR THE HOLDER'S LICENSE TYPE - THE SAME
      * AMOUNT LICEDIT WILL EXPECT ON THE RECEIPT.
       2200-FIND-RENEWAL-FEE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 2250-SCAN-FEE-ENTRY
               VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-CNT
                  OR WS-WAS-FOUND.

       2250-SCAN-FEE-ENTRY.
           IF WS-FEE-T-TYPE (WS-FEE-IDX) = MST-LICENSE-TYPE
               SET WS-WAS-FOUND TO TRUE
               MOVE WS-FEE-T-RENEW-AMT (WS-FEE-IDX) TO WS-FEE-DUE
           END-IF.

       2400-ADD-PAID-ENTRY.
           IF WS-PAID-CNT NOT < WS-PAID-MAX
               DISPLAY 'LICLBOX - FATAL: RECEIPT TABLE FULL AT '
                       WS-PAID-MAX ' ENTRIES - RUN ABANDONED'
               DISPLAY 'LICLBOX - CHECK LICCOPY.DAT AND RCPTFILE.DAT '
                       'FOR LOCKBOX RECORDS ALREADY APPENDED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-PAID-CNT
           MOVE WS-FIND-RCPTNO TO WS-PAID-RCPTNO (WS-PAID-CNT)
           MOVE WS-FIND-APPID TO WS-PAID-APPID (WS-PAID-CNT).

      ******************************************************************
      * 3000 - THE RENEWAL TRANSACTION, BUILT FROM THE MASTER AS A     *
      *        COUNTER CLERK WOULD KEY IT FROM THE STUB. THE EXPIRE    *
      *        DATE IS LEFT FOR LICEDIT'S TERM RULES. THE ID DOCUMENTS *
      *        FOLLOW THE REAL ID STATUS ALREADY ON THE MASTER.        *
      ******************************************************************
       3000-WRITE-RENEWAL.
           MOVE SPACES TO DMV-RECORD
           MOVE MST-NAME TO DMV-NAME
           MOVE MST-EYE-COLOR TO DMV-EYE-COLOR
           MOVE MST-HAIR-COLOR TO DMV-HAIR-COLOR
           MOVE MST-AGE TO DMV-AGE
           MOVE MST-CORRECTIVE-LENS TO DMV-CORRECTIVE-LENS
           MOVE MST-LICENSE-TYPE TO DMV-LICENSE-TYPE
           MOVE 'N' TO DMV-REPLACEMENT
           MOVE 'Y' TO DMV-RENEWAL
           MOVE 'Y' TO DMV-INSURANCE
           MOVE 'Y' TO DMV-IDENTITY-DOC
           MOVE 'Y' TO DMV-PAID-FEE
           MOVE MST-APPLICANT-ID TO DMV-APPLICANT-ID
           MOVE MST-ROAD-SCORE TO DMV-ROAD-SCORE
           MOVE MST-ROAD-RETEST-CNT TO DMV-ROAD-RETEST-CNT
           MOVE MST-WRITTEN-SCORE TO DMV-WRITTEN-SCORE
           MOVE MST-WRITTEN-RETEST-CNT TO DMV-WRITTEN-RETEST-CNT
           IF MST-REALID-ELIGIBLE
               MOVE 'YYYN' TO DMV-ID-DOCS
           ELSE
               MOVE 'NNNN' TO DMV-ID-DOCS
           END-IF
           MOVE MST-ORGAN-DONOR TO DMV-ORGAN-DONOR
           MOVE 'N' TO DMV-DUP-FLAG
           MOVE MST-ADDRESS TO DMV-ADDRESS
           MOVE WS-LOCKBOX-OFFICE TO DMV-OFFICE-ID
           MOVE 'N' TO DMV-BATCH-ERR
           MOVE MST-VOTER-CONSENT TO DMV-VOTER-CONSENT
           MOVE MST-EXAMINER-ID TO DMV-EXAMINER-ID
           MOVE MST-TEST-OFFICE TO DMV-TEST-OFFICE
      * A MASTER FROM BEFORE THE DATE OF BIRTH WAS CAPTURED GOES OUT
      * WITH NONE - LICEDIT SUSPENDS IT AND THE CLERK KEYS THE DATE
      * THROUGH LICSCORR FROM THE HOLDER'S FILE.
           IF MST-BIRTH-DATE NUMERIC
               MOVE MST-BIRTH-DATE TO DMV-BIRTH-DATE
           END-IF
           WRITE LIC-OUT-REC FROM DMV-RECORD
           IF NOT WS-LIC-OK
               DISPLAY 'LICLBOX - FATAL WRITE ERROR ON LICCOPY.DAT '
                       '- FILE STATUS ' WS-LIC-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * THE MATCHING RECEIPT - LICRLOAD INDEXES IT BY APPLICANT ID
      * FOR LICEDIT'S FEE CHECK. THE CHECK NUMBER IS THE RECEIPT
      * NUMBER, SO LICURCPT AND THE REMITTANCE DESK CAN TRACE IT BACK
      * TO THE BANK ITEM.
       3100-WRITE-RECEIPT.
           MOVE SPACES TO RECEIPT-REC
           MOVE MST-NAME TO RCPT-NAME
           MOVE PRM-BUS-YY TO RCPT-DATE-YY
           MOVE PRM-BUS-MM TO RCPT-DATE-MM
           MOVE PRM-BUS-DD TO RCPT-DATE-DD
           MOVE LBX-AMOUNT TO RCPT-AMOUNT
           MOVE LBX-CHECK-NO TO RCPT-NUMBER
           MOVE LBX-APPLICANT-ID TO RCPT-APPLICANT-ID
           WRITE RCPT-IO-REC FROM RECEIPT-REC
           IF NOT WS-RCPT-OK
               DISPLAY 'LICLBOX - FATAL WRITE ERROR ON RCPTFILE.DAT '
                       '- FILE STATUS ' WS-RCPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * ONE EXCEPTION LINE. THE AMOUNT DUE IS SHOWN WHEN THE HOLDER'S
      * RENEWAL FEE IS KNOWN, SO THE DESK CAN BILL OR REFUND THE
      * DIFFERENCE.
       4000-WRITE-EXCEPTION.
           MOVE LBX-APPLICANT-ID TO LBR-DET-APPID
           MOVE LBX-CHECK-NO TO LBR-DET-CHECK-NO
           MOVE MST-NAME TO LBR-DET-NAME
           IF LBX-AMOUNT NUMERIC
               MOVE LBX-AMOUNT TO LBR-DET-PAID
               ADD LBX-AMOUNT TO WS-EXC-AMT
           ELSE
               MOVE ZEROS TO LBR-DET-PAID
           END-IF
           MOVE WS-FEE-DUE TO LBR-DET-DUE
           MOVE WS-EXC-REASON TO LBR-DET-REASON
           WRITE RPT-OUT-REC FROM LBR-DETAIL.

       8000-TERMINATE.
           MOVE 'LOCKBOX PAYMENTS READ' TO LBR-TOT-LABEL
           MOVE WS-LBOX-READ TO LBR-TOT-VALUE
           WRITE RPT-OUT-REC FROM LBR-TOT-LINE
           MOVE 'RENEWALS WRITTEN TO LICCOPY.DAT' TO LBR-TOT-LABEL
           MOVE WS-RENEWED-CNT TO LBR-TOT-VALUE
           WRITE RPT-OUT-REC FROM LBR-TOT-LINE
           MOVE 'SHORT PAYMENTS' TO LBR-TOT-LABEL
           MOVE WS-SHORT-CNT TO LBR-TOT-VALUE
           WRITE RPT-OUT-REC FROM LBR-TOT-LINE
           MOVE 'OVERPAYMENTS' TO LBR-TOT-LABEL
           MOVE WS-OVER-CNT TO LBR-TOT-VALUE
           WRITE RPT-OUT-REC FROM LBR-TOT-LINE
           MOVE 'STUBS WITH NO MASTER RECORD' TO LBR-TOT-LABEL
           MOVE WS-NO-MASTER-CNT TO LBR-TOT-VALUE
           WRITE RPT-OUT-REC FROM LBR-TOT-LINE
           MOVE 'HOLDERS NOT RENEWABLE BY MAIL' TO LBR-TOT-LABEL
           MOVE WS-NOT-RENEW-CNT TO LBR-TOT-VALUE
           WRITE RPT-OUT-REC FROM LBR-TOT-LINE
           MOVE 'INVALID REMITTANCE AMOUNTS' TO LBR-TOT-LABEL
           MOVE WS-BAD-AMT-CNT TO LBR-TOT-VALUE
           WRITE RPT-OUT-REC FROM LBR-TOT-LINE
           MOVE 'CHECKS ALREADY RECEIPTED' TO LBR-TOT-LABEL
           MOVE WS-DUP-CHECK-CNT TO LBR-TOT-VALUE
           WRITE RPT-OUT-REC FROM LBR-TOT-LINE
           MOVE 'TOTAL REMITTED' TO LBR-AMT-LABEL
           MOVE WS-REMIT-AMT TO LBR-AMT-VALUE
           WRITE RPT-OUT-REC FROM LBR-AMT-LINE
           MOVE 'APPLIED TO RENEWALS' TO LBR-AMT-LABEL
           MOVE WS-RENEWED-AMT TO LBR-AMT-VALUE
           WRITE RPT-OUT-REC FROM LBR-AMT-LINE
           MOVE 'HELD FOR THE REMITTANCE DESK' TO LBR-AMT-LABEL
           MOVE WS-EXC-AMT TO LBR-AMT-VALUE
           WRITE RPT-OUT-REC FROM LBR-AMT-LINE
           COMPUTE WS-BALANCE-CHECK =
               WS-RENEWED-CNT + WS-SHORT-CNT + WS-OVER-CNT
               + WS-NO-MASTER-CNT + WS-NOT-RENEW-CNT
               + WS-BAD-AMT-CNT + WS-DUP-CHECK-CNT
           IF WS-BALANCE-CHECK = WS-LBOX-READ
              AND WS-RENEWED-AMT + WS-EXC-AMT = WS-REMIT-AMT
               MOVE 'RUN IS IN BALANCE' TO LBR-TOT-LABEL
           ELSE
               MOVE 'RUN IS OUT OF BALANCE - INVESTIGATE'
                   TO LBR-TOT-LABEL
           END-IF
           MOVE ZEROS TO LBR-TOT-VALUE
           WRITE RPT-OUT-REC FROM LBR-TOT-LINE
           CLOSE LBOX-FILE MSTR-FILE RCPT-FILE LIC-FILE RPT-FILE
           DISPLAY 'LICLBOX - RECEIPTS ALREADY ON FILE: ' WS-RCPT-READ
           DISPLAY 'LICLBOX - LOCKBOX PAYMENTS READ:    ' WS-LBOX-READ
           DISPLAY 'LICLBOX - RENEWALS WRITTEN:         '
                   WS-RENEWED-CNT
           DISPLAY 'LICLBOX - SHORT PAYMENTS:           ' WS-SHORT-CNT
           DISPLAY 'LICLBOX - OVERPAYMENTS:             ' WS-OVER-CNT
           DISPLAY 'LICLBOX - NO MASTER RECORD:         '
                   WS-NO-MASTER-CNT
           DISPLAY 'LICLBOX - NOT RENEWABLE BY MAIL:    '
                   WS-NOT-RENEW-CNT
           DISPLAY 'LICLBOX - INVALID AMOUNTS:          '
                   WS-BAD-AMT-CNT
           DISPLAY 'LICLBOX - CHECKS ALREADY RECEIPTED: '
                   WS-DUP-CHECK-CNT
           IF WS-BALANCE-CHECK = WS-LBOX-READ
              AND WS-RENEWED-AMT + WS-EXC-AMT = WS-REMIT-AMT
               DISPLAY 'LICLBOX - RUN IS IN BALANCE'
           ELSE
               DISPLAY 'LICLBOX - RUN IS OUT OF BALANCE - INVESTIGATE'
               MOVE 16 TO RETURN-CODE
           END-IF.
