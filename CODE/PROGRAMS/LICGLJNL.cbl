      ******************************************************************
      * PROGRAM-ID: LICGLJNL                                           *
      * AUTHOR:     J. B. RUIZ - DMV APPLICATIONS GROUP                *
      * INSTALLATION: STATE DMV DATA CENTER                            *
      * DATE-WRITTEN: 2026-09-14                                       *
      *                                                                *
      * REMARKS.                                                       *
      *   DAILY GENERAL LEDGER JOURNAL INTERFACE. FINANCE USED TO      *
      *   RE-KEY THE TOTALS FROM THE REVENUE BALANCING REPORT          *
      *   (REVNRPT.DAT) AND THE REFUND VOUCHER REGISTER                *
      *   (RFNDREG.DAT) INTO THE STATE ACCOUNTING SYSTEM EVERY         *
      *   MORNING. THIS RUN, AFTER LICRFUND, BUILDS THE DAY'S          *
      *   JOURNAL ITSELF IN THE STATE FINANCIAL SYSTEM'S UPLOAD        *
      *   FORMAT (GLJRNL.DAT, SEE GLJCOPY):                            *
      *     - DEBIT CASH FOR THE DAY'S COLLECTED FEES                  *
      *     - CREDIT FEE REVENUE BY LICENSE TYPE AND FEE CATEGORY -    *
      *       NEW ISSUE, RENEWAL, REPLACEMENT - FROM THE EDIT RUN'S    *
      *       REVENUE DETAIL (REVNDTL.DAT, ONE RECORD PER FEE)         *
      *     - DEBIT FEE REFUNDS, ONE LINE PER VOUCHER ON               *
      *       RFNDVCHR.DAT, AND CREDIT REFUND WARRANTS PAYABLE FOR     *
      *       THEIR TOTAL                                              *
      *   WITH A TRAILER CARRYING THE LINE COUNT AND THE DEBIT AND     *
      *   CREDIT CONTROL TOTALS. THE TIE-OUT REPORT (GLTIE.DAT)        *
      *   LISTS THE JOURNAL LINES AND PROVES THEM BACK TO THE TWO      *
      *   SOURCE REPORTS: EACH LICENSE TYPE'S NEW-PLUS-RENEWAL         *
      *   COLLECTIONS, THE REPLACEMENT LINE, AND THE GRAND TOTAL       *
      *   AGAINST REVNRPT.DAT; THE VOUCHERS AGAINST THE REGISTER'S     *
      *   TOTAL; AND DEBITS AGAINST CREDITS. BOTH SOURCE REPORTS       *
      *   MUST CARRY THE BUSINESS DATE AND BE COMPLETE, AND THE        *
      *   REGISTER MUST BE IN BALANCE. ANY CHECK THAT FAILS MEANS      *
      *   THE DAY DOES NOT BALANCE: NO JOURNAL IS WRITTEN -            *
      *   GLJRNL.DAT IS LEFT EMPTY SO YESTERDAY'S JOURNAL CANNOT BE    *
      *   SENT A SECOND TIME - AND THE RUN ENDS WITH RETURN CODE 16    *
      *   SO THE TRANSFER STEP DOES NOT RUN. AN EDIT RUN RESTARTED     *
      *   FROM A CHECKPOINT PRINTS REVENUE TOTALS FOR THE RECORDS      *
      *   AFTER THE RESTART ONLY, AND WILL NOT TIE - FINANCE POSTS     *
      *   THAT DAY BY HAND FROM THE DETAIL.                            *
      *   ACCOUNT CODES ARE THE COMPTROLLER'S CHART OF ACCOUNTS,       *
      *   HELD IN WS-GL-CODES.                                         *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-09-14 JBR  INITIAL VERSION.                             *
      *   2026-10-15 JBR  JOURNAL WRITE PERFORMED THRU ITS EXIT - IT   *
      *                   RAN ON PAST THE PERFORM RANGE.               *
      *   2026-10-15 JBR  LICENSE TYPE LOOKUP REWRITTEN AS A SCAN      *
      *                   PARAGRAPH; A NEW ENTRY IS CLEARED FIELD BY   *
      *                   FIELD.                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICGLJNL.
       AUTHOR. J. B. RUIZ.
       INSTALLATION. STATE DMV DATA CENTER.
       DATE-WRITTEN. 2026-09-14.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVD-FILE ASSIGN TO 'REVNDTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVD-STATUS.

           SELECT REVN-FILE ASSIGN TO 'REVNRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVN-STATUS.

           SELECT VCHR-FILE ASSIGN TO 'RFNDVCHR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCHR-STATUS.

           SELECT REG-FILE ASSIGN TO 'RFNDREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT GLJ-FILE ASSIGN TO 'GLJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT TIE-FILE ASSIGN TO 'GLTIE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIE-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVD-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  REVD-IN-REC                 PIC X(60).

       FD  REVN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REVN-IN-REC                 PIC X(80).

       FD  VCHR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VCHR-IN-REC                 PIC X(80).

       FD  REG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-IN-REC                  PIC X(80).

       FD  GLJ-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  GLJ-OUT-REC                 PIC X(100).

       FD  TIE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TIE-OUT-REC                 PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  PARM-IN-REC                 PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-REVD-STATUS               PIC XX.
           88 WS-REVD-OK                VALUE '00'.
           88 WS-REVD-EOF               VALUE '10'.
       01  WS-REVN-STATUS               PIC XX.
           88 WS-REVN-OK                VALUE '00'.
           88 WS-REVN-EOF               VALUE '10'.
       01  WS-VCHR-STATUS               PIC XX.
           88 WS-VCHR-OK                VALUE '00'.
           88 WS-VCHR-EOF               VALUE '10'.
       01  WS-REG-STATUS                PIC XX.
           88 WS-REG-OK                 VALUE '00'.
           88 WS-REG-EOF                VALUE '10'.
       01  WS-GLJ-STATUS                PIC XX.
           88 WS-GLJ-OK                 VALUE '00'.
       01  WS-TIE-STATUS                PIC XX.
           88 WS-TIE-OK                 VALUE '00'.
       01  WS-PARM-STATUS               PIC XX.
           88 WS-PARM-OK                VALUE '00'.
           88 WS-PARM-EOF               VALUE '10'.

           COPY REVDCOPY.
           COPY REVCOPY.
           COPY VCHRCOPY.
           COPY GLJCOPY.
           COPY GLTRCOPY.
           COPY PARMCOPY.

      * THE COMPTROLLER'S CHART OF ACCOUNTS FOR THE DMV FEE FUND.
      * REVENUE LINES CARRY THE LICENSE TYPE IN THE PROGRAM CODE
      * ('LT' + TYPE) SO THE LEDGER REPORTS BY TYPE AS WELL AS BY
      * FEE CATEGORY (ACCOUNT).
       01  WS-GL-CODES.
           05  WS-GL-AGENCY             PIC X(4)  VALUE '0840'.
           05  WS-GL-FUND               PIC X(4)  VALUE '0210'.
           05  WS-GL-ACCT-CASH          PIC X(6)  VALUE '101000'.
           05  WS-GL-ACCT-NEW           PIC X(6)  VALUE '431100'.
           05  WS-GL-ACCT-RENEWAL       PIC X(6)  VALUE '431200'.
           05  WS-GL-ACCT-REPLACE       PIC X(6)  VALUE '431300'.
           05  WS-GL-ACCT-REFUND        PIC X(6)  VALUE '431900'.
           05  WS-GL-ACCT-WARRANTS      PIC X(6)  VALUE '211000'.

      * THE LABELS LICRFUND PRINTS ON ITS REGISTER TOTAL LINES.
       01  WS-REG-VCH-LABEL             PIC X(32)
             VALUE 'VOUCHERS ISSUED / TOTAL REFUNDED'.
       01  WS-REG-BAL-LABEL             PIC X(32)
             VALUE 'REGISTER IS IN BALANCE'.

      * ONE ENTRY PER LICENSE TYPE SEEN ON THE DETAIL OR ON THE
      * REPORT: THE DETAIL'S COLLECTIONS BY FEE CATEGORY BESIDE THE
      * REPORT'S TYPE LINE (NEW AND RENEWAL COMBINED). AN OVERFLOW
      * ABANDONS THE RUN WITH NO JOURNAL WRITTEN.
       01  WS-TYP-TABLE.
           05  WS-TYP-MAX              PIC 9(5)  VALUE 00020 COMP.
           05  WS-TYP-CNT              PIC 9(5)  VALUE ZEROS COMP.
           05  WS-TYP-ENTRY OCCURS 20 TIMES
                                       INDEXED BY WS-TYP-IDX.
               10 WS-TYP-CODE          PIC X.
               10 WS-TYP-NEW-CNT       PIC 9(7).
               10 WS-TYP-NEW-AMT       PIC 9(9)V99.
               10 WS-TYP-RNW-CNT       PIC 9(7).
               10 WS-TYP-RNW-AMT       PIC 9(9)V99.
               10 WS-TYP-RPL-CNT       PIC 9(7).
               10 WS-TYP-RPL-AMT       PIC 9(9)V99.
               10 WS-TYP-RPT-CNT       PIC 9(7).
               10 WS-TYP-RPT-AMT       PIC 9(9)V99.

      * THE JOURNAL IS BUILT HERE IN FULL AND WRITTEN ONLY AFTER THE
      * TIE-OUT PASSES.
       01  WS-JNL-TABLE.
           05  WS-JNL-MAX              PIC 9(5)  VALUE 05000 COMP.
           05  WS-JNL-CNT              PIC 9(5)  VALUE ZEROS COMP.
           05  WS-JNL-ENTRY OCCURS 5000 TIMES
                                       INDEXED BY WS-JNL-IDX.
               10 WS-JNL-ACCOUNT       PIC X(6).
               10 WS-JNL-PROGRAM       PIC X(4).
               10 WS-JNL-DR-CR         PIC X.
               10 WS-JNL-AMOUNT        PIC 9(9)V99.
               10 WS-JNL-REFERENCE     PIC X(13).
               10 WS-JNL-DESC          PIC X(30).

       01  WS-JNL-WORK.
           05  WS-JW-ACCOUNT            PIC X(6).
           05  WS-JW-PROGRAM            PIC X(4).
           05  WS-JW-DR-CR              PIC X.
           05  WS-JW-AMOUNT             PIC 9(9)V99.
           05  WS-JW-REFERENCE          PIC X(13).
           05  WS-JW-DESC               PIC X(30).

       01  WS-PROG-CODE.
           05  FILLER                   PIC XX    VALUE 'LT'.
           05  WS-PROG-TYPE             PIC X     VALUE SPACES.
           05  FILLER                   PIC X     VALUE SPACES.

       01  WS-REV-DESC.
           05  WS-REV-DESC-CAT          PIC X(21) VALUE SPACES.
           05  FILLER                   PIC X(6)  VALUE ' TYPE '.
           05  WS-REV-DESC-TYPE         PIC X     VALUE SPACES.
           05  FILLER                   PIC XX    VALUE SPACES.

       01  WS-RFND-DESC.
           05  FILLER                   PIC X(16)
                 VALUE 'FEE REFUND RCPT '.
           05  WS-RFND-DESC-RCPT        PIC X(10) VALUE SPACES.
           05  FILLER                   PIC X(4)  VALUE SPACES.

       01  WS-JOURNAL-ID.
           05  FILLER                   PIC X(6)  VALUE 'DMVLIC'.
           05  WS-JOURNAL-ID-DATE       PIC 9(8)  VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-BALANCE-SW           PIC X     VALUE 'Y'.
               88 WS-DAY-BALANCES      VALUE 'Y'.
           05  WS-FOUND-SW             PIC X     VALUE 'N'.
               88 WS-WAS-FOUND         VALUE 'Y'.
           05  WS-REVN-DATE-SW         PIC X     VALUE 'N'.
               88 WS-REVN-DATED-TODAY  VALUE 'Y'.
           05  WS-REVN-TOT-SW          PIC X     VALUE 'N'.
               88 WS-REVN-TOT-FOUND    VALUE 'Y'.
           05  WS-REG-DATE-SW          PIC X     VALUE 'N'.
               88 WS-REG-DATED-TODAY   VALUE 'Y'.
           05  WS-REG-TOT-SW           PIC X     VALUE 'N'.
               88 WS-REG-TOT-FOUND     VALUE 'Y'.
           05  WS-REG-BAL-SW           PIC X     VALUE 'N'.
               88 WS-REG-IN-BALANCE    VALUE 'Y'.
           05  WS-VCH-OPEN-SW          PIC X     VALUE 'N'.
               88 WS-VCH-AWAITING-AMT  VALUE 'Y'.
           05  WS-CHECK-SW             PIC X     VALUE 'N'.
               88 WS-CHECK-PASSED      VALUE 'Y'.

       01  WS-RUN-DATE-NUM              PIC 9(8)  VALUE ZEROS.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-NUM
                                        PIC X(8).
       01  WS-CUR-VOUCHER               PIC X(13) VALUE SPACES.
       01  WS-VCH-AMOUNT                PIC 9(5)V99 VALUE ZEROS.

       01  WS-SOURCE-FIGURES.
           05  WS-RPT-TOT-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-RPT-TOT-AMT           PIC 9(9)V99 VALUE ZEROS.
           05  WS-RPT-RPL-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-RPT-RPL-AMT           PIC 9(9)V99 VALUE ZEROS.
           05  WS-REG-VCH-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-REG-VCH-AMT           PIC 9(9)V99 VALUE ZEROS.

       01  WS-COUNTS.
           05  WS-DTL-READ              PIC 9(7)  VALUE ZEROS.
           05  WS-DTL-AMT               PIC 9(9)V99 VALUE ZEROS.
           05  WS-DTL-RPL-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-DTL-RPL-AMT           PIC 9(9)V99 VALUE ZEROS.
           05  WS-DTL-OFFDAY-CNT        PIC 9(7)  VALUE ZEROS.
           05  WS-VCH-CNT               PIC 9(7)  VALUE ZEROS.
           05  WS-VCH-AMT               PIC 9(9)V99 VALUE ZEROS.
           05  WS-VCH-NO-AMT-CNT        PIC 9(7)  VALUE ZEROS.
           05  WS-REV-CREDIT-AMT        PIC 9(9)V99 VALUE ZEROS.
           05  WS-DEBIT-TOTAL           PIC 9(11)V99 VALUE ZEROS.
           05  WS-CREDIT-TOTAL          PIC 9(11)V99 VALUE ZEROS.
           05  WS-FAILED-CNT            PIC 9(7)  VALUE ZEROS.
           05  WS-GLJ-WRITTEN           PIC 9(7)  VALUE ZEROS.

       01  WS-TIE-WORK.
           05  WS-SOURCE-AMT            PIC 9(11)V99 VALUE ZEROS.
           05  WS-JOURNAL-AMT           PIC 9(11)V99 VALUE ZEROS.
           05  WS-DIFF-AMT              PIC S9(11)V99 VALUE ZEROS.
           05  WS-SOURCE-CNT            PIC 9(7)  VALUE ZEROS.
           05  WS-JOURNAL-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-DIFF-CNT              PIC S9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ONE-DETAIL THRU 2000-LOAD-ONE-DETAIL-EXIT
               UNTIL WS-REVD-EOF
           PERFORM 2500-BUILD-REVENUE-LINES
           PERFORM 3000-LOAD-ONE-VOUCHER-LINE
                   THRU 3000-LOAD-ONE-VOUCHER-LINE-EXIT
               UNTIL WS-VCHR-EOF
           PERFORM 3500-ADD-REFUND-CREDIT
           PERFORM 4000-READ-REVENUE-RPT THRU 4000-READ-REVENUE-RPT-EXIT
               UNTIL WS-REVN-EOF
           PERFORM 4500-READ-REGISTER THRU 4500-READ-REGISTER-EXIT
               UNTIL WS-REG-EOF
           PERFORM 5000-LIST-JOURNAL
           PERFORM 6000-TIE-OUT
           PERFORM 7000-WRITE-JOURNAL THRU 7000-WRITE-JOURNAL-EXIT
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-PARMS
           OPEN INPUT REVD-FILE
           IF NOT WS-REVD-OK
               DISPLAY 'LICGLJNL - CANNOT OPEN REVENUE DETAIL '
                       'REVNDTL.DAT - FILE STATUS ' WS-REVD-STATUS
               DISPLAY 'LICGLJNL - RUN ABANDONED - NO JOURNAL WRITTEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT REVN-FILE
           IF NOT WS-REVN-OK
               DISPLAY 'LICGLJNL - CANNOT OPEN REVENUE REPORT '
                       'REVNRPT.DAT - FILE STATUS ' WS-REVN-STATUS
               DISPLAY 'LICGLJNL - RUN ABANDONED - NO JOURNAL WRITTEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT VCHR-FILE
           IF NOT WS-VCHR-OK
               DISPLAY 'LICGLJNL - CANNOT OPEN REFUND VOUCHERS '
                       'RFNDVCHR.DAT - FILE STATUS ' WS-VCHR-STATUS
               DISPLAY 'LICGLJNL - RUN ABANDONED - NO JOURNAL WRITTEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT REG-FILE
           IF NOT WS-REG-OK
               DISPLAY 'LICGLJNL - CANNOT OPEN REFUND REGISTER '
                       'RFNDREG.DAT - FILE STATUS ' WS-REG-STATUS
               DISPLAY 'LICGLJNL - RUN ABANDONED - NO JOURNAL WRITTEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT TIE-FILE
           MOVE WS-RUN-DATE-NUM TO GLT-HDR1-DATE
           WRITE TIE-OUT-REC FROM GLT-HDR1
           READ REVD-FILE INTO REVD-IN-REC
               AT END SET WS-REVD-EOF TO TRUE
           END-READ
           READ VCHR-FILE INTO VCHR-IN-REC
               AT END SET WS-VCHR-EOF TO TRUE
           END-READ
           READ REVN-FILE INTO REVN-IN-REC
               AT END SET WS-REVN-EOF TO TRUE
           END-READ
           READ REG-FILE INTO REG-IN-REC
               AT END SET WS-REG-EOF TO TRUE
           END-READ.

      * A MISSING OR EMPTY PARAMETER FILE ABANDONS THE RUN - THE
      * BUSINESS DATE IS THE JOURNAL'S EFFECTIVE DATE AND THE DATE
      * BOTH SOURCE REPORTS MUST CARRY.
       1050-READ-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'LICGLJNL - RUN-CONTROL PARAMETER FILE '
                       'RUNPARM.DAT NOT AVAILABLE - FILE STATUS '
                       WS-PARM-STATUS
               DISPLAY 'LICGLJNL - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE INTO PARM-IN-REC
               AT END SET WS-PARM-EOF TO TRUE
           END-READ
           IF WS-PARM-EOF
               DISPLAY 'LICGLJNL - RUNPARM.DAT IS EMPTY - RUN '
                       'ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-IN-REC TO RUN-CONTROL-REC
           IF PRM-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'LICGLJNL - RUNPARM.DAT PARAMETERS NOT '
                       'NUMERIC - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PARM-FILE
           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE-NUM.

      ******************************************************************
      * 2000 - ONE REVENUE DETAIL RECORD, TALLIED UNDER ITS LICENSE    *
      *        TYPE AND FEE CATEGORY. A RECORD FOR ANOTHER BUSINESS    *
      *        DAY MEANS THE FILE IS NOT TODAY'S - COUNTED, NOT        *
      *        POSTED, AND THE DAY WILL NOT BALANCE.                   *
      ******************************************************************
       2000-LOAD-ONE-DETAIL.
           ADD 1 TO WS-DTL-READ
           MOVE REVD-IN-REC TO REVENUE-DETAIL-REC
           IF RVD-BUSINESS-DATE NOT = WS-RUN-DATE-X
              OR RVD-COLLECTED-AMT NOT NUMERIC
               ADD 1 TO WS-DTL-OFFDAY-CNT
               GO TO 2000-READ-NEXT
           END-IF
           MOVE RVD-LICENSE-TYPE TO WS-PROG-TYPE
           PERFORM 2100-FIND-TYPE
           ADD RVD-COLLECTED-AMT TO WS-DTL-AMT
           EVALUATE TRUE
               WHEN RVD-CAT-REPLACEMENT
                   ADD 1 TO WS-TYP-RPL-CNT (WS-TYP-IDX)
                            WS-DTL-RPL-CNT
                   ADD RVD-COLLECTED-AMT TO WS-TYP-RPL-AMT (WS-TYP-IDX)
                                            WS-DTL-RPL-AMT
               WHEN RVD-CAT-RENEWAL
                   ADD 1 TO WS-TYP-RNW-CNT (WS-TYP-IDX)
                   ADD RVD-COLLECTED-AMT TO WS-TYP-RNW-AMT (WS-TYP-IDX)
               WHEN OTHER
                   ADD 1 TO WS-TYP-NEW-CNT (WS-TYP-IDX)
                   ADD RVD-COLLECTED-AMT TO WS-TYP-NEW-AMT (WS-TYP-IDX)
           END-EVALUATE.
       2000-READ-NEXT.
           READ REVD-FILE INTO REVD-IN-REC
               AT END SET WS-REVD-EOF TO TRUE
           END-READ.
       2000-LOAD-ONE-DETAIL-EXIT.
           EXIT.

      * FIND THE LICENSE TYPE IN WS-PROG-TYPE, ADDING IT IF NEW.
       2100-FIND-TYPE.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-TYP-IDX TO 1
           PERFORM 2110-SCAN-TYP-ENTRY
               VARYING WS-TYP-IDX FROM 1 BY 1
               UNTIL WS-TYP-IDX > WS-TYP-CNT
                  OR WS-WAS-FOUND
           IF WS-WAS-FOUND
               SET WS-TYP-IDX DOWN BY 1
           ELSE
               IF WS-TYP-CNT NOT < WS-TYP-MAX
                   DISPLAY 'LICGLJNL - LICENSE TYPE TABLE FULL AT '
                           WS-TYP-MAX ' ENTRIES - RUN ABANDONED'
                   DISPLAY 'LICGLJNL - NO JOURNAL WRITTEN'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-TYP-CNT
               SET WS-TYP-IDX TO WS-TYP-CNT
               MOVE WS-PROG-TYPE TO WS-TYP-CODE (WS-TYP-IDX)
               MOVE ZEROS TO WS-TYP-NEW-CNT (WS-TYP-IDX)
               MOVE ZEROS TO WS-TYP-NEW-AMT (WS-TYP-IDX)
               MOVE ZEROS TO WS-TYP-RNW-CNT (WS-TYP-IDX)
               MOVE ZEROS TO WS-TYP-RNW-AMT (WS-TYP-IDX)
               MOVE ZEROS TO WS-TYP-RPL-CNT (WS-TYP-IDX)
               MOVE ZEROS TO WS-TYP-RPL-AMT (WS-TYP-IDX)
               MOVE ZEROS TO WS-TYP-RPT-CNT (WS-TYP-IDX)
               MOVE ZEROS TO WS-TYP-RPT-AMT (WS-TYP-IDX)
           END-IF.

       2110-SCAN-TYP-ENTRY.
           IF WS-TYP-CODE (WS-TYP-IDX) = WS-PROG-TYPE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      ******************************************************************
      * 2500 - CASH DEBIT FOR THE DAY'S COLLECTIONS, THEN ONE REVENUE  *
      *        CREDIT PER LICENSE TYPE AND FEE CATEGORY. A ZERO        *
      *        AMOUNT MAKES NO LINE - THE STATE SYSTEM REJECTS THEM.   *
      ******************************************************************
       2500-BUILD-REVENUE-LINES.
           IF WS-DTL-AMT > ZERO
               MOVE WS-GL-ACCT-CASH TO WS-JW-ACCOUNT
               MOVE SPACES TO WS-JW-PROGRAM
               MOVE 'D' TO WS-JW-DR-CR
               MOVE WS-DTL-AMT TO WS-JW-AMOUNT
               MOVE 'REVNRPT.DAT' TO WS-JW-REFERENCE
               MOVE 'DMV LICENSE FEES COLLECTED' TO WS-JW-DESC
               PERFORM 8900-ADD-JOURNAL-LINE
           END-IF
           SET WS-TYP-IDX TO 1
           PERFORM 2510-TYPE-REVENUE-LINES
               VARYING WS-TYP-IDX FROM 1 BY 1
               UNTIL WS-TYP-IDX > WS-TYP-CNT.

       2510-TYPE-REVENUE-LINES.
           MOVE WS-TYP-CODE (WS-TYP-IDX) TO WS-PROG-TYPE
                                            WS-REV-DESC-TYPE
           MOVE WS-PROG-CODE TO WS-JW-PROGRAM
           MOVE 'C' TO WS-JW-DR-CR
           MOVE 'REVNRPT.DAT' TO WS-JW-REFERENCE
           IF WS-TYP-NEW-AMT (WS-TYP-IDX) > ZERO
               MOVE WS-GL-ACCT-NEW TO WS-JW-ACCOUNT
               MOVE WS-TYP-NEW-AMT (WS-TYP-IDX) TO WS-JW-AMOUNT
               MOVE 'NEW LICENSE FEES' TO WS-REV-DESC-CAT
               MOVE WS-REV-DESC TO WS-JW-DESC
               PERFORM 8900-ADD-JOURNAL-LINE
           END-IF
           IF WS-TYP-RNW-AMT (WS-TYP-IDX) > ZERO
               MOVE WS-GL-ACCT-RENEWAL TO WS-JW-ACCOUNT
               MOVE WS-TYP-RNW-AMT (WS-TYP-IDX) TO WS-JW-AMOUNT
               MOVE 'RENEWAL FEES' TO WS-REV-DESC-CAT
               MOVE WS-REV-DESC TO WS-JW-DESC
               PERFORM 8900-ADD-JOURNAL-LINE
           END-IF
           IF WS-TYP-RPL-AMT (WS-TYP-IDX) > ZERO
               MOVE WS-GL-ACCT-REPLACE TO WS-JW-ACCOUNT
               MOVE WS-TYP-RPL-AMT (WS-TYP-IDX) TO WS-JW-AMOUNT
               MOVE 'REPLACEMENT CARD FEES' TO WS-REV-DESC-CAT
               MOVE WS-REV-DESC TO WS-JW-DESC
               PERFORM 8900-ADD-JOURNAL-LINE
           END-IF
           COMPUTE WS-REV-CREDIT-AMT = WS-REV-CREDIT-AMT
               + WS-TYP-NEW-AMT (WS-TYP-IDX)
               + WS-TYP-RNW-AMT (WS-TYP-IDX)
               + WS-TYP-RPL-AMT (WS-TYP-IDX).

      ******************************************************************
      * 3000 - ONE LINE OF THE PRINTED VOUCHERS. PART 1 NAMES THE      *
      *        VOUCHER, PART 3 CARRIES THE RECEIPT AND AMOUNT - EACH   *
      *        PART 3 MAKES ONE REFUND DEBIT. A VOUCHER WITH NO        *
      *        AMOUNT PART IS COUNTED AND FAILS THE DAY.               *
      ******************************************************************
       3000-LOAD-ONE-VOUCHER-LINE.
           IF VCHR-IN-REC (1:25) = VCH-PT1 (1:25)
               IF WS-VCH-AWAITING-AMT
                   ADD 1 TO WS-VCH-NO-AMT-CNT
               END-IF
               MOVE VCHR-IN-REC TO VCH-PT1
               MOVE VCH-NO-VAL TO WS-CUR-VOUCHER
               SET WS-VCH-AWAITING-AMT TO TRUE
               GO TO 3000-READ-NEXT
           END-IF
           IF VCHR-IN-REC (1:9) NOT = VCH-PT3 (1:9)
               GO TO 3000-READ-NEXT
           END-IF
           MOVE VCHR-IN-REC TO VCH-PT3
           MOVE VCH-AMT-VAL TO WS-VCH-AMOUNT
           MOVE 'N' TO WS-VCH-OPEN-SW
           ADD 1 TO WS-VCH-CNT
           ADD WS-VCH-AMOUNT TO WS-VCH-AMT
           MOVE WS-GL-ACCT-REFUND TO WS-JW-ACCOUNT
           MOVE SPACES TO WS-JW-PROGRAM
           MOVE 'D' TO WS-JW-DR-CR
           MOVE WS-VCH-AMOUNT TO WS-JW-AMOUNT
           MOVE WS-CUR-VOUCHER TO WS-JW-REFERENCE
           MOVE VCH-RCPT-VAL TO WS-RFND-DESC-RCPT
           MOVE WS-RFND-DESC TO WS-JW-DESC
           PERFORM 8900-ADD-JOURNAL-LINE.
       3000-READ-NEXT.
           READ VCHR-FILE INTO VCHR-IN-REC
               AT END SET WS-VCHR-EOF TO TRUE
           END-READ.
       3000-LOAD-ONE-VOUCHER-LINE-EXIT.
           EXIT.

       3500-ADD-REFUND-CREDIT.
           IF WS-VCH-AWAITING-AMT
               ADD 1 TO WS-VCH-NO-AMT-CNT
           END-IF
           IF WS-VCH-AMT > ZERO
               MOVE WS-GL-ACCT-WARRANTS TO WS-JW-ACCOUNT
               MOVE SPACES TO WS-JW-PROGRAM
               MOVE 'C' TO WS-JW-DR-CR
               MOVE WS-VCH-AMT TO WS-JW-AMOUNT
               MOVE 'RFNDREG.DAT' TO WS-JW-REFERENCE
               MOVE 'REFUND WARRANTS PAYABLE' TO WS-JW-DESC
               PERFORM 8900-ADD-JOURNAL-LINE
           END-IF.

      ******************************************************************
      * 4000 - ONE LINE OF THE REVENUE BALANCING REPORT. ONLY THE      *
      *        HEADING, THE TYPE LINES, THE REPLACEMENT LINE AND THE   *
      *        GRAND TOTAL MATTER - RECOGNIZED BY THE REPORT'S OWN     *
      *        CAPTIONS FROM REVCOPY, AMOUNTS DE-EDITED BY THE MOVE.   *
      ******************************************************************
       4000-READ-REVENUE-RPT.
           EVALUATE TRUE
               WHEN REVN-IN-REC (1:42) = REV-HDR1 (1:42)
                   MOVE REVN-IN-REC TO REV-HDR1
                   IF REV-HDR1-DATE = WS-RUN-DATE-X
                       SET WS-REVN-DATED-TODAY TO TRUE
                   END-IF
               WHEN REVN-IN-REC (1:13) = REV-TYPE-LINE (1:13)
                   MOVE REVN-IN-REC TO REV-TYPE-LINE
                   MOVE REV-TYP-CODE TO WS-PROG-TYPE
                   PERFORM 2100-FIND-TYPE
                   MOVE REV-TYP-COUNT TO WS-TYP-RPT-CNT (WS-TYP-IDX)
                   MOVE REV-TYP-ACTUAL TO WS-TYP-RPT-AMT (WS-TYP-IDX)
               WHEN REVN-IN-REC (1:14) = REV-RPL-LINE (1:14)
                   MOVE REVN-IN-REC TO REV-RPL-LINE
                   MOVE REV-RPL-COUNT TO WS-RPT-RPL-CNT
                   MOVE REV-RPL-ACTUAL TO WS-RPT-RPL-AMT
               WHEN REVN-IN-REC (1:26) = REV-TOT-LINE (1:26)
                   MOVE REVN-IN-REC TO REV-TOT-LINE
                   MOVE REV-TOT-COUNT TO WS-RPT-TOT-CNT
                   MOVE REV-TOT-ACTUAL TO WS-RPT-TOT-AMT
                   SET WS-REVN-TOT-FOUND TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ REVN-FILE INTO REVN-IN-REC
               AT END SET WS-REVN-EOF TO TRUE
           END-READ.
       4000-READ-REVENUE-RPT-EXIT.
           EXIT.

      * THE REGISTER'S HEADING AND ITS TOTAL LINES, BY LABEL.
       4500-READ-REGISTER.
           IF REG-IN-REC (1:41) = REG-HDR1 (1:41)
               MOVE REG-IN-REC TO REG-HDR1
               IF REG-HDR1-DATE = WS-RUN-DATE-X
                   SET WS-REG-DATED-TODAY TO TRUE
               END-IF
               GO TO 4500-READ-NEXT
           END-IF
           MOVE REG-IN-REC TO REG-TOT-LINE
           IF REG-TOT-LABEL = WS-REG-VCH-LABEL
               MOVE REG-TOT-COUNT TO WS-REG-VCH-CNT
               MOVE REG-TOT-AMT TO WS-REG-VCH-AMT
               SET WS-REG-TOT-FOUND TO TRUE
           END-IF
           IF REG-TOT-LABEL = WS-REG-BAL-LABEL
               SET WS-REG-IN-BALANCE TO TRUE
           END-IF.
       4500-READ-NEXT.
           READ REG-FILE INTO REG-IN-REC
               AT END SET WS-REG-EOF TO TRUE
           END-READ.
       4500-READ-REGISTER-EXIT.
           EXIT.

      ******************************************************************
      * 5000 - LIST THE JOURNAL AS BUILT AND FOOT ITS TWO SIDES.       *
      ******************************************************************
       5000-LIST-JOURNAL.
           MOVE SPACES TO GLT-SECTION-TEXT
           WRITE TIE-OUT-REC FROM GLT-SECTION-LINE
           MOVE 'JOURNAL LINES' TO GLT-SECTION-TEXT
           WRITE TIE-OUT-REC FROM GLT-SECTION-LINE
           WRITE TIE-OUT-REC FROM GLT-JRNL-HDR
           SET WS-JNL-IDX TO 1
           PERFORM 5100-LIST-ONE-LINE
               VARYING WS-JNL-IDX FROM 1 BY 1
               UNTIL WS-JNL-IDX > WS-JNL-CNT.

       5100-LIST-ONE-LINE.
           SET GLT-JRN-LINE-NO TO WS-JNL-IDX
           MOVE WS-JNL-ACCOUNT (WS-JNL-IDX) TO GLT-JRN-ACCOUNT
           MOVE WS-JNL-PROGRAM (WS-JNL-IDX) TO GLT-JRN-PROGRAM
           MOVE WS-JNL-DR-CR (WS-JNL-IDX) TO GLT-JRN-DR-CR
           MOVE WS-JNL-AMOUNT (WS-JNL-IDX) TO GLT-JRN-AMOUNT
           MOVE WS-JNL-REFERENCE (WS-JNL-IDX) TO GLT-JRN-REFERENCE
           MOVE WS-JNL-DESC (WS-JNL-IDX) TO GLT-JRN-DESC
           WRITE TIE-OUT-REC FROM GLT-JRNL-LINE
           IF WS-JNL-DR-CR (WS-JNL-IDX) = 'D'
               ADD WS-JNL-AMOUNT (WS-JNL-IDX) TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-JNL-AMOUNT (WS-JNL-IDX) TO WS-CREDIT-TOTAL
           END-IF.

      ******************************************************************
      * 6000 - PROVE THE JOURNAL BACK TO REVNRPT.DAT AND RFNDREG.DAT.  *
      *        EVERY FIGURE MUST TIE AND EVERY CHECK PASS, OR THE DAY  *
      *        DOES NOT BALANCE.                                       *
      ******************************************************************
       6000-TIE-OUT.
           MOVE SPACES TO GLT-SECTION-TEXT
           WRITE TIE-OUT-REC FROM GLT-SECTION-LINE
           MOVE 'TIE-OUT TO THE SOURCE REPORTS' TO GLT-SECTION-TEXT
           WRITE TIE-OUT-REC FROM GLT-SECTION-LINE
           WRITE TIE-OUT-REC FROM GLT-TIE-HDR
           SET WS-TYP-IDX TO 1
           PERFORM 6100-TIE-ONE-TYPE
               VARYING WS-TYP-IDX FROM 1 BY 1
               UNTIL WS-TYP-IDX > WS-TYP-CNT
           MOVE 'REPLACEMENT FEES COLLECTED' TO GLT-TIE-LABEL
           MOVE WS-RPT-RPL-AMT TO WS-SOURCE-AMT
           MOVE WS-DTL-RPL-AMT TO WS-JOURNAL-AMT
           PERFORM 6800-WRITE-TIE-LINE
           MOVE 'REPLACEMENTS APPROVED' TO GLT-CNT-LABEL
           MOVE WS-RPT-RPL-CNT TO WS-SOURCE-CNT
           MOVE WS-DTL-RPL-CNT TO WS-JOURNAL-CNT
           PERFORM 6850-WRITE-CNT-LINE
           MOVE 'TOTAL FEES COLLECTED' TO GLT-TIE-LABEL
           MOVE WS-RPT-TOT-AMT TO WS-SOURCE-AMT
           MOVE WS-REV-CREDIT-AMT TO WS-JOURNAL-AMT
           PERFORM 6800-WRITE-TIE-LINE
           MOVE 'TOTAL FEES APPROVED' TO GLT-CNT-LABEL
           MOVE WS-RPT-TOT-CNT TO WS-SOURCE-CNT
           COMPUTE WS-JOURNAL-CNT = WS-DTL-READ - WS-DTL-OFFDAY-CNT
           PERFORM 6850-WRITE-CNT-LINE
           MOVE 'REFUNDS - REGISTER TO VOUCHERS' TO GLT-TIE-LABEL
           MOVE WS-REG-VCH-AMT TO WS-SOURCE-AMT
           MOVE WS-VCH-AMT TO WS-JOURNAL-AMT
           PERFORM 6800-WRITE-TIE-LINE
           MOVE 'REFUND VOUCHERS' TO GLT-CNT-LABEL
           MOVE WS-REG-VCH-CNT TO WS-SOURCE-CNT
           MOVE WS-VCH-CNT TO WS-JOURNAL-CNT
           PERFORM 6850-WRITE-CNT-LINE
           MOVE 'JOURNAL DEBITS TO CREDITS' TO GLT-TIE-LABEL
           MOVE WS-DEBIT-TOTAL TO WS-SOURCE-AMT
           MOVE WS-CREDIT-TOTAL TO WS-JOURNAL-AMT
           PERFORM 6800-WRITE-TIE-LINE
           MOVE SPACES TO GLT-SECTION-TEXT
           WRITE TIE-OUT-REC FROM GLT-SECTION-LINE
           MOVE 'N' TO WS-CHECK-SW
           IF WS-REVN-DATED-TODAY
               SET WS-CHECK-PASSED TO TRUE
           END-IF
           MOVE 'REVNRPT.DAT CARRIES THE BUSINESS DATE' TO GLT-CHK-LABEL
           PERFORM 6900-WRITE-CHECK-LINE
           MOVE 'N' TO WS-CHECK-SW
           IF WS-REVN-TOT-FOUND
               SET WS-CHECK-PASSED TO TRUE
           END-IF
           MOVE 'REVNRPT.DAT IS COMPLETE (GRAND TOTAL LINE PRESENT)'
               TO GLT-CHK-LABEL
           PERFORM 6900-WRITE-CHECK-LINE
           MOVE 'N' TO WS-CHECK-SW
           IF WS-DTL-OFFDAY-CNT = ZERO
               SET WS-CHECK-PASSED TO TRUE
           END-IF
           MOVE 'REVNDTL.DAT RECORDS ALL FOR THE BUSINESS DATE'
               TO GLT-CHK-LABEL
           PERFORM 6900-WRITE-CHECK-LINE
           MOVE 'N' TO WS-CHECK-SW
           IF WS-REG-DATED-TODAY
               SET WS-CHECK-PASSED TO TRUE
           END-IF
           MOVE 'RFNDREG.DAT CARRIES THE BUSINESS DATE' TO GLT-CHK-LABEL
           PERFORM 6900-WRITE-CHECK-LINE
           MOVE 'N' TO WS-CHECK-SW
           IF WS-REG-TOT-FOUND AND WS-REG-IN-BALANCE
               SET WS-CHECK-PASSED TO TRUE
           END-IF
           MOVE 'RFNDREG.DAT IS COMPLETE AND IN BALANCE'
               TO GLT-CHK-LABEL
           PERFORM 6900-WRITE-CHECK-LINE
           MOVE 'N' TO WS-CHECK-SW
           IF WS-VCH-NO-AMT-CNT = ZERO
               SET WS-CHECK-PASSED TO TRUE
           END-IF
           MOVE 'EVERY VOUCHER ON RFNDVCHR.DAT CARRIES AN AMOUNT'
               TO GLT-CHK-LABEL
           PERFORM 6900-WRITE-CHECK-LINE.

      * THE REPORT'S TYPE LINE IS NEW AND RENEWAL TOGETHER -
      * REPLACEMENTS HAVE THEIR OWN LINE, PROVED ABOVE.
       6100-TIE-ONE-TYPE.
           MOVE SPACES TO GLT-TIE-LABEL
           STRING 'TYPE ' WS-TYP-CODE (WS-TYP-IDX)
                  ' NEW + RENEWAL COLLECTED' DELIMITED BY SIZE
               INTO GLT-TIE-LABEL
           END-STRING
           MOVE WS-TYP-RPT-AMT (WS-TYP-IDX) TO WS-SOURCE-AMT
           COMPUTE WS-JOURNAL-AMT = WS-TYP-NEW-AMT (WS-TYP-IDX)
               + WS-TYP-RNW-AMT (WS-TYP-IDX)
           PERFORM 6800-WRITE-TIE-LINE
           MOVE SPACES TO GLT-CNT-LABEL
           STRING 'TYPE ' WS-TYP-CODE (WS-TYP-IDX)
                  ' NEW + RENEWAL APPROVED' DELIMITED BY SIZE
               INTO GLT-CNT-LABEL
           END-STRING
           MOVE WS-TYP-RPT-CNT (WS-TYP-IDX) TO WS-SOURCE-CNT
           COMPUTE WS-JOURNAL-CNT = WS-TYP-NEW-CNT (WS-TYP-IDX)
               + WS-TYP-RNW-CNT (WS-TYP-IDX)
           PERFORM 6850-WRITE-CNT-LINE.

       6800-WRITE-TIE-LINE.
           COMPUTE WS-DIFF-AMT = WS-JOURNAL-AMT - WS-SOURCE-AMT
           MOVE WS-SOURCE-AMT TO GLT-TIE-SOURCE
           MOVE WS-JOURNAL-AMT TO GLT-TIE-JOURNAL
           MOVE WS-DIFF-AMT TO GLT-TIE-DIFF
           IF WS-DIFF-AMT = ZERO
               MOVE 'TIES' TO GLT-TIE-RESULT
           ELSE
               MOVE 'DIFFERS' TO GLT-TIE-RESULT
               ADD 1 TO WS-FAILED-CNT
               MOVE 'N' TO WS-BALANCE-SW
           END-IF
           WRITE TIE-OUT-REC FROM GLT-TIE-LINE.

       6850-WRITE-CNT-LINE.
           COMPUTE WS-DIFF-CNT = WS-JOURNAL-CNT - WS-SOURCE-CNT
           MOVE WS-SOURCE-CNT TO GLT-CNT-SOURCE
           MOVE WS-JOURNAL-CNT TO GLT-CNT-JOURNAL
           MOVE WS-DIFF-CNT TO GLT-CNT-DIFF
           IF WS-DIFF-CNT = ZERO
               MOVE 'TIES' TO GLT-CNT-RESULT
           ELSE
               MOVE 'DIFFERS' TO GLT-CNT-RESULT
               ADD 1 TO WS-FAILED-CNT
               MOVE 'N' TO WS-BALANCE-SW
           END-IF
           WRITE TIE-OUT-REC FROM GLT-CNT-LINE.

       6900-WRITE-CHECK-LINE.
           IF WS-CHECK-PASSED
               MOVE 'OK' TO GLT-CHK-RESULT
           ELSE
               MOVE 'FAILED' TO GLT-CHK-RESULT
               ADD 1 TO WS-FAILED-CNT
               MOVE 'N' TO WS-BALANCE-SW
           END-IF
           WRITE TIE-OUT-REC FROM GLT-CHK-LINE.

      ******************************************************************
      * 7000 - A BALANCED DAY WRITES THE JOURNAL: HEADER, ONE DETAIL   *
      *        PER LINE, TRAILER. AN UNBALANCED DAY EMPTIES GLJRNL.DAT *
      *        AND WRITES NOTHING.                                     *
      ******************************************************************
       7000-WRITE-JOURNAL.
           OPEN OUTPUT GLJ-FILE
           IF NOT WS-GLJ-OK
               DISPLAY 'LICGLJNL - CANNOT OPEN JOURNAL FILE '
                       'GLJRNL.DAT - FILE STATUS ' WS-GLJ-STATUS
               MOVE 'N' TO WS-BALANCE-SW
               GO TO 7000-WRITE-JOURNAL-EXIT
           END-IF
           IF NOT WS-DAY-BALANCES
               CLOSE GLJ-FILE
               GO TO 7000-WRITE-JOURNAL-EXIT
           END-IF
           MOVE SPACES TO GLJ-HEADER-REC
           MOVE 'H' TO GLJ-H-REC-TYPE
           MOVE WS-GL-AGENCY TO GLJ-H-AGENCY
           MOVE WS-RUN-DATE-NUM TO WS-JOURNAL-ID-DATE
           MOVE WS-JOURNAL-ID TO GLJ-H-JOURNAL-ID
           MOVE WS-RUN-DATE-NUM TO GLJ-H-EFFECTIVE-DATE
           MOVE 'LICGLJNL' TO GLJ-H-SOURCE
           MOVE 'DMV LICENSE FEES AND REFUNDS' TO GLJ-H-DESCRIPTION
           WRITE GLJ-OUT-REC FROM GLJ-HEADER-REC
           SET WS-JNL-IDX TO 1
           PERFORM 7100-WRITE-ONE-DETAIL
               VARYING WS-JNL-IDX FROM 1 BY 1
               UNTIL WS-JNL-IDX > WS-JNL-CNT
           MOVE SPACES TO GLJ-TRAILER-REC
           MOVE 'T' TO GLJ-T-REC-TYPE
           MOVE WS-JNL-CNT TO GLJ-T-LINE-CNT
           MOVE WS-DEBIT-TOTAL TO GLJ-T-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLJ-T-CREDIT-TOTAL
           WRITE GLJ-OUT-REC FROM GLJ-TRAILER-REC
           CLOSE GLJ-FILE.
       7000-WRITE-JOURNAL-EXIT.
           EXIT.

       7100-WRITE-ONE-DETAIL.
           MOVE SPACES TO GLJ-DETAIL-REC
           MOVE 'D' TO GLJ-D-REC-TYPE
           SET GLJ-D-LINE-NO TO WS-JNL-IDX
           MOVE WS-GL-FUND TO GLJ-D-FUND
           MOVE WS-JNL-ACCOUNT (WS-JNL-IDX) TO GLJ-D-ACCOUNT
           MOVE WS-JNL-PROGRAM (WS-JNL-IDX) TO GLJ-D-PROGRAM
           MOVE WS-JNL-DR-CR (WS-JNL-IDX) TO GLJ-D-DR-CR
           MOVE WS-JNL-AMOUNT (WS-JNL-IDX) TO GLJ-D-AMOUNT
           MOVE WS-JNL-REFERENCE (WS-JNL-IDX) TO GLJ-D-REFERENCE
           MOVE WS-JNL-DESC (WS-JNL-IDX) TO GLJ-D-DESCRIPTION
           WRITE GLJ-OUT-REC FROM GLJ-DETAIL-REC
           ADD 1 TO WS-GLJ-WRITTEN.

       8000-TERMINATE.
           MOVE SPACES TO GLT-SECTION-TEXT
           WRITE TIE-OUT-REC FROM GLT-SECTION-LINE
           MOVE 'REVENUE DETAIL RECORDS READ' TO GLT-TOT-LABEL
           MOVE WS-DTL-READ TO GLT-TOT-VALUE
           WRITE TIE-OUT-REC FROM GLT-TOT-LINE
           MOVE 'REFUND VOUCHERS READ' TO GLT-TOT-LABEL
           MOVE WS-VCH-CNT TO GLT-TOT-VALUE
           WRITE TIE-OUT-REC FROM GLT-TOT-LINE
           MOVE 'JOURNAL LINES BUILT' TO GLT-TOT-LABEL
           MOVE WS-JNL-CNT TO GLT-TOT-VALUE
           WRITE TIE-OUT-REC FROM GLT-TOT-LINE
           MOVE 'JOURNAL LINES WRITTEN TO GLJRNL.DAT' TO GLT-TOT-LABEL
           MOVE WS-GLJ-WRITTEN TO GLT-TOT-VALUE
           WRITE TIE-OUT-REC FROM GLT-TOT-LINE
           MOVE 'TIE-OUT FIGURES AND CHECKS FAILED' TO GLT-TOT-LABEL
           MOVE WS-FAILED-CNT TO GLT-TOT-VALUE
           WRITE TIE-OUT-REC FROM GLT-TOT-LINE
           IF WS-DAY-BALANCES
               MOVE 'DAY IS IN BALANCE - JOURNAL WRITTEN'
                   TO GLT-TOT-LABEL
           ELSE
               MOVE 'DAY DOES NOT BALANCE - NO JOURNAL WRITTEN'
                   TO GLT-TOT-LABEL
           END-IF
           MOVE ZEROS TO GLT-TOT-VALUE
           WRITE TIE-OUT-REC FROM GLT-TOT-LINE
           CLOSE REVD-FILE REVN-FILE VCHR-FILE REG-FILE TIE-FILE
           DISPLAY 'LICGLJNL - REVENUE DETAIL READ:   ' WS-DTL-READ
           DISPLAY 'LICGLJNL - REFUND VOUCHERS READ:  ' WS-VCH-CNT
           DISPLAY 'LICGLJNL - JOURNAL LINES WRITTEN: ' WS-GLJ-WRITTEN
           IF WS-DAY-BALANCES
               DISPLAY 'LICGLJNL - DAY IS IN BALANCE - SEND '
                       'GLJRNL.DAT TO THE STATE FINANCIAL SYSTEM'
           ELSE
               DISPLAY 'LICGLJNL - DAY DOES NOT BALANCE - NO JOURNAL '
                       'WRITTEN - SEE GLTIE.DAT'
               MOVE 16 TO RETURN-CODE
           END-IF.

      * ADD WS-JNL-WORK AS THE NEXT JOURNAL LINE.
       8900-ADD-JOURNAL-LINE.
           IF WS-JNL-CNT NOT < WS-JNL-MAX
               DISPLAY 'LICGLJNL - JOURNAL TABLE FULL AT ' WS-JNL-MAX
                       ' LINES - RUN ABANDONED - NO JOURNAL WRITTEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-JNL-CNT
           MOVE WS-JNL-WORK TO WS-JNL-ENTRY (WS-JNL-CNT).
