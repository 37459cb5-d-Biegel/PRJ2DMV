      ******************************************************************
      * PROGRAM-ID: LICMVR                                            *
      * AUTHOR:     J. B. RUIZ - DMV APPLICATIONS GROUP                *
      * INSTALLATION: STATE DMV DATA CENTER                           *
      * DATE-WRITTEN: 2026-09-11                                      *
      *                                                                *
      * REMARKS.                                                      *
      *   DRIVING RECORD ABSTRACT (MVR) BATCH FOR INSURERS AND FLEET   *
      *   EMPLOYERS. RECORDS STAFF USED TO BUILD EACH ANSWER BY HAND   *
      *   FROM LICINQ SCREENS AND DRIVER HISTORY PRINTOUTS. THIS RUN   *
      *   READS THE DAY'S REQUEST FILE (MVRREQ.DAT - ACCOUNT CODE,     *
      *   APPLICANT ID, REQUESTER REFERENCE) AND ANSWERS EACH ONE:     *
      *     - THE REQUESTER MUST HOLD AN ACTIVE ACCOUNT ON THE         *
      *       PERMITTED-USE TABLE (MVRACCT.DAT) WITH ONE OF THE        *
      *       STATUTORY USE CODES - ANY OTHER REQUEST IS REJECTED      *
      *       UNANSWERED, AS THE DRIVER PRIVACY STATUTE REQUIRES       *
      *     - AN APPLICANT ID ON THE MASTER GETS A PRINTED ABSTRACT    *
      *       (MVRABST.DAT): LICENSE TYPE, STATUS, EXPIRATION,         *
      *       ENDORSEMENTS (FROM THE COMMIDX.DAT COMMERCIAL DETAIL     *
      *       SIDE FILE, AS THE EDIT RUN'S CARD DOES - AN H HELD FOR   *
      *       NO CURRENT CLEARANCE ON HAZCIDX.DAT IS LEFT OFF),        *
      *       PROVISIONAL FLAG, AND FROM THE DRIVER HISTORY            *
      *       (DRVHIDX.DAT) THE SANCTION STATUS, POINTS AND LAST       *
      *       CONVICTION DATE. A DRIVER WITH NO HISTORY RECORD HAS A   *
      *       CLEAN RECORD                                             *
      *     - AN APPLICANT ID NOT ON FILE GETS A NO-RECORD ANSWER AND  *
      *       IS FLAGGED ON THE RUN REPORT                             *
      *   EVERY ABSTRACT IS BILLED TO THE REQUESTING ACCOUNT AT THE    *
      *   STATUTORY ABSTRACT FEE; THE BILLING FILE (MVRBILL.DAT)       *
      *   CARRIES ONE RECORD PER ACCOUNT FOR FINANCE. COUNTS BALANCE:  *
      *   REQUESTS READ = ABSTRACTS + NOT ON FILE + REJECTED, AND THE  *
      *   ABSTRACTS BILLED ACROSS ALL ACCOUNTS = ABSTRACTS PRINTED.    *
      *   THE HOLDER'S ADDRESS IS NEVER PRINTED ON AN ABSTRACT.        *
      *                                                                *
      * MODIFICATION HISTORY.                                         *
      *   2026-09-11 JBR  INITIAL VERSION.                             *
      *   2026-09-12 JBR  A HOLDER LICDEATH HAS MARKED DECEASED        *
      *                   REPORTS AS CLOSED - HOLDER DECEASED.         *
      *   2026-09-13 JBR  RECOMPILED FOR THE 213-BYTE MASTER (EXAMINER *
      *                   ID AND TEST OFFICE ADDED FOR THE LICEXAM     *
      *                   EXAMINER REPORT).                            *
      *   2026-09-19 JBR  RECOMPILED FOR THE 222-BYTE MASTER (DATE OF  *
      *                   BIRTH ADDED).                                *
      *   2026-10-15 JBR  AN H ENDORSEMENT WITH NO CURRENT CLEARANCE   *
      *                   ON HAZCIDX.DAT IS LEFT OFF THE ABSTRACT, AS  *
      *                   ON THE CARD.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICMVR.
       AUTHOR. J. B. RUIZ.
       INSTALLATION. STATE DMV DATA CENTER.
       DATE-WRITTEN. 2026-09-11.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO 'MVRREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT ACCT-FILE ASSIGN TO 'MVRACCT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT MSTR-FILE ASSIGN TO 'LICMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSTR-IO-KEY
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT DRVH-FILE ASSIGN TO 'DRVHIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRVH-IO-KEY
               FILE STATUS IS WS-DRVH-STATUS.

           SELECT COMM-FILE ASSIGN TO 'COMMIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COMM-IO-KEY
               FILE STATUS IS WS-COMM-STATUS.

           SELECT HAZC-FILE ASSIGN TO 'HAZCIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HAZC-IO-KEY
               FILE STATUS IS WS-HAZC-STATUS.

           SELECT ABST-FILE ASSIGN TO 'MVRABST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABST-STATUS.

           SELECT BILL-FILE ASSIGN TO 'MVRBILL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.

           SELECT RPT-FILE ASSIGN TO 'MVRRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REQ-IN-REC                  PIC X(80).

       FD  ACCT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  ACCT-IN-REC                 PIC X(60).

       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-IO-REC.
           05  MSTR-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(213).

       FD  DRVH-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  DRVH-IO-REC.
           05  DRVH-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(51).

       FD  COMM-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  COMM-IO-REC.
           05  COMM-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(51).

       FD  HAZC-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  HAZC-IO-REC.
           05  HAZC-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(21).

       FD  ABST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ABST-OUT-REC                PIC X(80).

       FD  BILL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BILL-OUT-REC                PIC X(80).

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-OUT-REC                 PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  PARM-IN-REC                 PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS                PIC XX.
           88 WS-REQ-OK                 VALUE '00'.
           88 WS-REQ-EOF                VALUE '10'.
       01  WS-ACCT-STATUS               PIC XX.
           88 WS-ACCT-OK                VALUE '00'.
           88 WS-ACCT-EOF               VALUE '10'.
       01  WS-MSTR-STATUS               PIC XX.
           88 WS-MSTR-OK                VALUE '00'.
           88 WS-MSTR-NOTFND            VALUE '23'.
       01  WS-DRVH-STATUS               PIC XX.
           88 WS-DRVH-OK                VALUE '00'.
           88 WS-DRVH-NOTFND            VALUE '23'.
       01  WS-COMM-STATUS               PIC XX.
           88 WS-COMM-OK                VALUE '00'.
           88 WS-COMM-NOTFND            VALUE '23'.
       01  WS-HAZC-STATUS               PIC XX.
           88 WS-HAZC-OK                VALUE '00'.
           88 WS-HAZC-NOTFND            VALUE '23'.
       01  WS-ABST-STATUS               PIC XX.
           88 WS-ABST-OK                VALUE '00'.
       01  WS-BILL-STATUS               PIC XX.
           88 WS-BILL-OK                VALUE '00'.
       01  WS-RPT-STATUS                PIC XX.
           88 WS-RPT-OK                 VALUE '00'.
       01  WS-PARM-STATUS               PIC XX.
           88 WS-PARM-OK                VALUE '00'.
           88 WS-PARM-EOF               VALUE '10'.

           COPY MVRQCOPY.
           COPY MVACCOPY.
           COPY MVABCOPY.
           COPY MVBLCOPY.
           COPY MVRPCOPY.
           COPY MSTRCOPY.
           COPY DRVHCOPY.
           COPY COMMCOPY.
           COPY HZCLCOPY.
           COPY PARMCOPY.

      * THE PERMITTED-USE TABLE HELD IN STORAGE, WITH EACH ACCOUNT'S
      * ABSTRACT COUNT AND AMOUNT DUE BUILT UP AS THE REQUESTS ARE
      * ANSWERED. AN OVERFLOW ABANDONS THE RUN BEFORE ANY REQUEST IS
      * ANSWERED - A TRUNCATED TABLE WOULD TURN AWAY LAWFUL
      * REQUESTERS.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-MAX             PIC 9(4)  VALUE 0500 COMP.
           05  WS-ACCT-CNT             PIC 9(4)  VALUE ZEROS COMP.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES
                                       INDEXED BY WS-ACCT-IDX.
               10 WS-ACCT-CODE         PIC X(6).
               10 WS-ACCT-NAME         PIC X(30).
               10 WS-ACCT-USE          PIC X(2).
               10 WS-ACCT-ACTIVE       PIC X.
               10 WS-ACCT-ABST-CNT     PIC 9(5).
               10 WS-ACCT-AMT-DUE      PIC 9(7)V99.

       01  WS-SWITCHES.
           05  WS-FOUND-SW             PIC X     VALUE 'N'.
               88 WS-WAS-FOUND         VALUE 'Y'.
           05  WS-HIST-SW              PIC X     VALUE 'N'.
               88 WS-HAS-HISTORY       VALUE 'Y'.
           05  WS-COMM-SW              PIC X     VALUE 'N'.
               88 WS-HAS-COMM-DETAIL   VALUE 'Y'.

      * STATUTORY FEE PER ABSTRACT FURNISHED. A NOT-ON-FILE ANSWER
      * IS NOT A RECORD FURNISHED AND IS NOT BILLED.
       01  WS-ABSTRACT-FEE              PIC 9(5)V99 VALUE 00010.00.

       01  WS-RUN-DATE-NUM              PIC 9(8)  VALUE ZEROS.
       01  WS-EXPIRE-DATE-NUM           PIC 9(8)  VALUE ZEROS.
       01  WS-HAZC-EXPIRE-FOUND         PIC 9(8)  VALUE ZEROS.
       01  WS-REJECT-NOTE               PIC X(30) VALUE SPACES.
       01  WS-POINTS-EDIT               PIC ZZ9.

       01  WS-COUNTS.
           05  WS-REQ-READ              PIC 9(7)  VALUE ZEROS.
           05  WS-ABSTRACT-CNT          PIC 9(7)  VALUE ZEROS.
           05  WS-NOT-ON-FILE-CNT       PIC 9(7)  VALUE ZEROS.
           05  WS-REJECT-CNT            PIC 9(7)  VALUE ZEROS.
           05  WS-NO-HISTORY-CNT        PIC 9(7)  VALUE ZEROS.
           05  WS-ACCT-READ             PIC 9(7)  VALUE ZEROS.
           05  WS-BILL-WRITTEN          PIC 9(7)  VALUE ZEROS.
           05  WS-BILLED-ABST-CNT       PIC 9(7)  VALUE ZEROS.
           05  WS-BALANCE-CHECK         PIC 9(7)  VALUE ZEROS.
           05  WS-BILLED-AMT            PIC 9(9)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-ACCT-TABLE THRU 1200-LOAD-ACCT-TABLE-EXIT
               UNTIL WS-ACCT-EOF
           CLOSE ACCT-FILE
           PERFORM 2000-ANSWER-ONE-REQUEST
                   THRU 2000-ANSWER-ONE-REQUEST-EXIT
               UNTIL WS-REQ-EOF
           PERFORM 6000-WRITE-BILLING
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-PARMS
           OPEN INPUT ACCT-FILE
           IF NOT WS-ACCT-OK
               DISPLAY 'LICMVR - PERMITTED-USE TABLE MVRACCT.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-ACCT-STATUS
               DISPLAY 'LICMVR - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT REQ-FILE
           IF NOT WS-REQ-OK
               DISPLAY 'LICMVR - REQUEST FILE MVRREQ.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-REQ-STATUS
               DISPLAY 'LICMVR - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MSTR-FILE
           IF NOT WS-MSTR-OK
               DISPLAY 'LICMVR - CANNOT OPEN LICENSE MASTER - FILE '
                       'STATUS ' WS-MSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT DRVH-FILE
           OPEN INPUT COMM-FILE
           OPEN INPUT HAZC-FILE
           IF NOT WS-DRVH-OK OR NOT WS-COMM-OK OR NOT WS-HAZC-OK
               DISPLAY 'LICMVR - SIDE FILE NOT AVAILABLE - DRVH '
                       WS-DRVH-STATUS ' COMM ' WS-COMM-STATUS
                       ' HAZC ' WS-HAZC-STATUS
               DISPLAY 'LICMVR - RUN LICRLOAD FIRST - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ABST-FILE
           OPEN OUTPUT BILL-FILE
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-DATE-NUM TO MVR-HDR1-DATE
           WRITE RPT-OUT-REC FROM MVR-HDR1
           MOVE WS-RUN-DATE-NUM TO MVB-HDR1-DATE
           READ ACCT-FILE INTO ACCT-IN-REC
               AT END SET WS-ACCT-EOF TO TRUE
           END-READ
           READ REQ-FILE INTO REQ-IN-REC
               AT END SET WS-REQ-EOF TO TRUE
           END-READ.

      * A MISSING OR EMPTY PARAMETER FILE ABANDONS THE RUN - THE
      * BUSINESS DATE IS THE AS-OF DATE PRINTED ON EVERY ABSTRACT
      * AND THE DATE ON EVERY BILL.
       1050-READ-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'LICMVR - RUN-CONTROL PARAMETER FILE '
                       'RUNPARM.DAT NOT AVAILABLE - FILE STATUS '
                       WS-PARM-STATUS
               DISPLAY 'LICMVR - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE INTO PARM-IN-REC
               AT END SET WS-PARM-EOF TO TRUE
           END-READ
           IF WS-PARM-EOF
               DISPLAY 'LICMVR - RUNPARM.DAT IS EMPTY - RUN '
                       'ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-IN-REC TO RUN-CONTROL-REC
           IF PRM-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'LICMVR - RUNPARM.DAT PARAMETERS NOT '
                       'NUMERIC - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PARM-FILE
           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE-NUM.

       1200-LOAD-ACCT-TABLE.
           ADD 1 TO WS-ACCT-READ
           MOVE ACCT-IN-REC TO MVR-ACCOUNT-REC
           IF WS-ACCT-CNT < WS-ACCT-MAX
               ADD 1 TO WS-ACCT-CNT
               SET WS-ACCT-IDX TO WS-ACCT-CNT
               MOVE MVA-ACCOUNT-CODE TO WS-ACCT-CODE (WS-ACCT-IDX)
               MOVE MVA-REQUESTER-NAME TO WS-ACCT-NAME (WS-ACCT-IDX)
               MOVE MVA-PERMITTED-USE TO WS-ACCT-USE (WS-ACCT-IDX)
               MOVE MVA-ACCOUNT-STATUS TO WS-ACCT-ACTIVE (WS-ACCT-IDX)
               MOVE ZEROS TO WS-ACCT-ABST-CNT (WS-ACCT-IDX)
               MOVE ZEROS TO WS-ACCT-AMT-DUE (WS-ACCT-IDX)
           ELSE
               DISPLAY 'LICMVR - FATAL: ACCOUNT TABLE FULL AT '
                       WS-ACCT-MAX ' ENTRIES - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ ACCT-FILE INTO ACCT-IN-REC
               AT END SET WS-ACCT-EOF TO TRUE
           END-READ.
       1200-LOAD-ACCT-TABLE-EXIT.
           EXIT.

      ******************************************************************
      * 2000 - ONE REQUEST: THE REQUESTER'S ACCOUNT IS PROVED FIRST -  *
      *        NOTHING ABOUT THE DRIVER IS LOOKED UP FOR A REQUESTER   *
      *        WITHOUT A PERMITTED USE - THEN THE MASTER DECIDES       *
      *        BETWEEN AN ABSTRACT AND A NO-RECORD ANSWER.             *
      ******************************************************************
       2000-ANSWER-ONE-REQUEST.
           ADD 1 TO WS-REQ-READ
           MOVE REQ-IN-REC TO MVR-REQUEST-REC
           PERFORM 2100-CHECK-ACCOUNT
           IF WS-WAS-FOUND
               PERFORM 2200-LOOK-UP-DRIVER
           ELSE
               ADD 1 TO WS-REJECT-CNT
               MOVE 'REJECTED' TO MVR-DET-ACTION
               MOVE WS-REJECT-NOTE TO MVR-DET-NOTE
               PERFORM 2900-WRITE-REPORT-LINE
           END-IF
           READ REQ-FILE INTO REQ-IN-REC
               AT END SET WS-REQ-EOF TO TRUE
           END-READ.
       2000-ANSWER-ONE-REQUEST-EXIT.
           EXIT.

      * AN ACCOUNT MUST BE ON THE TABLE, ACTIVE, AND CARRY ONE OF THE
      * STATUTORY USE CODES. WS-FOUND-SW COMES BACK 'Y' ONLY FOR AN
      * ACCOUNT THAT PASSES ALL THREE, WITH WS-ACCT-IDX ON ITS ENTRY.
       2100-CHECK-ACCOUNT.
           SET WS-FOUND-SW TO 'N'
           SET WS-ACCT-IDX TO 1
           PERFORM 2110-SCAN-ACCT-ENTRY
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-CNT
                  OR WS-WAS-FOUND
           IF NOT WS-WAS-FOUND
               MOVE 'NO PERMITTED-USE ACCOUNT' TO WS-REJECT-NOTE
           ELSE
               SET WS-ACCT-IDX DOWN BY 1
               MOVE WS-ACCT-USE (WS-ACCT-IDX) TO MVA-PERMITTED-USE
               IF WS-ACCT-ACTIVE (WS-ACCT-IDX) NOT = 'A'
                   SET WS-FOUND-SW TO 'N'
                   MOVE 'ACCOUNT NOT ACTIVE' TO WS-REJECT-NOTE
               ELSE
                   IF NOT MVA-USE-IS-VALID
                       SET WS-FOUND-SW TO 'N'
                       MOVE 'NO STATUTORY USE ON ACCOUNT'
                           TO WS-REJECT-NOTE
                   END-IF
               END-IF
           END-IF.

       2110-SCAN-ACCT-ENTRY.
           IF WS-ACCT-CODE (WS-ACCT-IDX) = MVQ-ACCOUNT-CODE
               SET WS-FOUND-SW TO 'Y'
           END-IF.

       2200-LOOK-UP-DRIVER.
           MOVE MVQ-APPLICANT-ID TO MSTR-IO-KEY
           READ MSTR-FILE INTO LICENSE-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE-CNT
                   PERFORM 4000-WRITE-NO-RECORD
                   MOVE 'NOT ON FILE' TO MVR-DET-ACTION
                   MOVE 'NO RECORD - NOT BILLED' TO MVR-DET-NOTE
                   PERFORM 2900-WRITE-REPORT-LINE
               NOT INVALID KEY
                   PERFORM 2300-READ-SIDE-FILES
                   PERFORM 3000-WRITE-ABSTRACT
                   PERFORM 2400-BILL-ABSTRACT
           END-READ.

      * NO DRIVER HISTORY RECORD MEANS THE COURTS HAVE NEVER REPORTED
      * AGAINST THE DRIVER - A CLEAN RECORD, NOT AN ERROR. THE
      * COMMERCIAL DETAIL IS LOOKED UP FOR A TYPE 'C' LICENSE ONLY,
      * AND AN H ENDORSEMENT ON IT IS CHECKED AGAINST THE CLEARANCE.
       2300-READ-SIDE-FILES.
           SET WS-HIST-SW TO 'N'
           SET WS-COMM-SW TO 'N'
           MOVE MST-APPLICANT-ID TO DRVH-IO-KEY
           READ DRVH-FILE INTO DRIVER-HISTORY-REC
               INVALID KEY
                   ADD 1 TO WS-NO-HISTORY-CNT
               NOT INVALID KEY
                   SET WS-HIST-SW TO 'Y'
           END-READ
           IF MST-LICENSE-TYPE = 'C'
               MOVE MST-APPLICANT-ID TO COMM-IO-KEY
               READ COMM-FILE INTO COMMERCIAL-DETAIL-REC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-COMM-SW TO 'Y'
               END-READ
           END-IF
           IF WS-HAS-COMM-DETAIL
              AND CDL-ENDORSE-HAZMAT NOT = SPACE
               PERFORM 2310-CHECK-HAZMAT-CLEARANCE
           END-IF.

      * THE SAME RULE AS THE EDIT RUN'S CARD: NO CLEARANCE ON
      * HAZCIDX, OR ONE THAT EXPIRED BEFORE THE BUSINESS DATE, MEANS
      * THE H ENDORSEMENT WAS HELD BACK, SO THE ABSTRACT DOES NOT
      * SHOW IT EITHER.
       2310-CHECK-HAZMAT-CLEARANCE.
           MOVE ZEROS TO WS-HAZC-EXPIRE-FOUND
           MOVE MST-APPLICANT-ID TO HAZC-IO-KEY
           READ HAZC-FILE INTO HAZMAT-CLEARANCE-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE HZC-CLEAR-EXPIRE TO WS-HAZC-EXPIRE-FOUND
           END-READ
           IF WS-HAZC-EXPIRE-FOUND < WS-RUN-DATE-NUM
               MOVE SPACE TO CDL-ENDORSE-HAZMAT
           END-IF.

       2400-BILL-ABSTRACT.
           ADD 1 TO WS-ABSTRACT-CNT
           ADD 1 TO WS-ACCT-ABST-CNT (WS-ACCT-IDX)
           ADD WS-ABSTRACT-FEE TO WS-ACCT-AMT-DUE (WS-ACCT-IDX)
           ADD WS-ABSTRACT-FEE TO WS-BILLED-AMT.

       2900-WRITE-REPORT-LINE.
           MOVE MVQ-ACCOUNT-CODE TO MVR-DET-ACCOUNT
           MOVE MVQ-APPLICANT-ID TO MVR-DET-APPID
           MOVE MVQ-REQUESTER-REF TO MVR-DET-REF
           WRITE RPT-OUT-REC FROM MVR-DETAIL.

      ******************************************************************
      * 3000 - THE ABSTRACT: REQUESTER HEADING, THEN THE LICENSE FROM  *
      *        THE MASTER AND THE RECORD FROM THE DRIVER HISTORY, ONE  *
      *        LABELLED LINE EACH.                                     *
      ******************************************************************
       3000-WRITE-ABSTRACT.
           PERFORM 3900-WRITE-ABSTRACT-HEADING
           MOVE 'LICENSE NUMBER:' TO MVB-FLD-LABEL
           MOVE MST-APPLICANT-ID TO MVB-FLD-VALUE
           PERFORM 3910-WRITE-FIELD-LINE
           MOVE 'NAME:' TO MVB-FLD-LABEL
           MOVE MST-NAME TO MVB-FLD-VALUE
           PERFORM 3910-WRITE-FIELD-LINE
           MOVE 'LICENSE TYPE:' TO MVB-FLD-LABEL
           MOVE SPACES TO MVB-FLD-VALUE
           MOVE MST-LICENSE-TYPE TO MVB-FLD-VALUE (1:1)
           IF MST-LICENSE-TYPE = 'C'
               MOVE ' - COMMERCIAL' TO MVB-FLD-VALUE (2:)
           END-IF
           PERFORM 3910-WRITE-FIELD-LINE
           PERFORM 3100-FORMAT-STATUS
           PERFORM 3910-WRITE-FIELD-LINE
           MOVE 'EXPIRATION DATE:' TO MVB-FLD-LABEL
           IF MST-OUTC-APPROVED OR MST-OUTC-WITHDRAWN
              OR MST-OUTC-DECEASED
               MOVE MST-EXPIRE-DATE TO MVB-FLD-VALUE
           ELSE
               MOVE 'NONE - NO LICENSE ISSUED' TO MVB-FLD-VALUE
           END-IF
           PERFORM 3910-WRITE-FIELD-LINE
           MOVE 'ENDORSEMENTS:' TO MVB-FLD-LABEL
           IF WS-HAS-COMM-DETAIL
              AND CDL-ENDORSEMENTS NOT = SPACES
               MOVE CDL-ENDORSEMENTS TO MVB-FLD-VALUE
           ELSE
               MOVE 'NONE' TO MVB-FLD-VALUE
           END-IF
           PERFORM 3910-WRITE-FIELD-LINE
           MOVE 'PROVISIONAL LICENSE:' TO MVB-FLD-LABEL
           IF MST-IS-PROVISIONAL
               MOVE 'YES' TO MVB-FLD-VALUE
           ELSE
               MOVE 'NO' TO MVB-FLD-VALUE
           END-IF
           PERFORM 3910-WRITE-FIELD-LINE
           PERFORM 3920-WRITE-BLANK-LINE
           PERFORM 3200-FORMAT-HISTORY
           PERFORM 3920-WRITE-BLANK-LINE
           MOVE MVB-END-LINE TO ABST-OUT-REC
           PERFORM 3930-WRITE-ABSTRACT-LINE.

      * AN APPROVED LICENSE PAST ITS EXPIRATION DATE IS REPORTED
      * EXPIRED - THE REQUESTER IS ASKING WHETHER THE PERSON MAY
      * DRIVE TODAY, NOT WHAT THE EDIT RUN ONCE DECIDED.
       3100-FORMAT-STATUS.
           MOVE 'LICENSE STATUS:' TO MVB-FLD-LABEL
           MOVE MST-EXPIRE-DATE TO WS-EXPIRE-DATE-NUM
           EVALUATE TRUE
               WHEN MST-OUTC-APPROVED
                AND WS-EXPIRE-DATE-NUM < WS-RUN-DATE-NUM
                   MOVE 'EXPIRED' TO MVB-FLD-VALUE
               WHEN MST-OUTC-APPROVED
                   MOVE 'VALID' TO MVB-FLD-VALUE
               WHEN MST-OUTC-WITHDRAWN AND MST-WDRN-REVOKED
                   MOVE 'REVOKED BY COURT ORDER' TO MVB-FLD-VALUE
               WHEN MST-OUTC-WITHDRAWN
                   MOVE 'SUSPENDED BY COURT ORDER' TO MVB-FLD-VALUE
               WHEN MST-OUTC-DECEASED
                   MOVE 'CLOSED - HOLDER DECEASED' TO MVB-FLD-VALUE
               WHEN MST-OUTC-DENIED
                   MOVE 'APPLICATION DENIED' TO MVB-FLD-VALUE
               WHEN OTHER
                   MOVE 'APPLICATION PENDING' TO MVB-FLD-VALUE
           END-EVALUATE.

       3200-FORMAT-HISTORY.
           MOVE 'SANCTION STATUS:' TO MVB-FLD-LABEL
           MOVE SPACES TO MVB-FLD-VALUE
           IF WS-HAS-HISTORY AND DRV-ACTIVE-SUSPENSION
               MOVE 'SUSPENDED' TO MVB-FLD-VALUE
           ELSE
               IF WS-HAS-HISTORY AND DRV-ACTIVE-REVOCATION
                   MOVE 'REVOKED' TO MVB-FLD-VALUE
               ELSE
                   MOVE 'NONE' TO MVB-FLD-VALUE
               END-IF
           END-IF
           PERFORM 3910-WRITE-FIELD-LINE
           IF WS-HAS-HISTORY
              AND (DRV-ACTIVE-SUSPENSION OR DRV-ACTIVE-REVOCATION)
               MOVE 'SANCTION REASON:' TO MVB-FLD-LABEL
               MOVE DRV-SANCTION-REASON TO MVB-FLD-VALUE
               PERFORM 3910-WRITE-FIELD-LINE
           END-IF
           MOVE 'POINTS ON RECORD:' TO MVB-FLD-LABEL
           IF WS-HAS-HISTORY AND DRV-POINT-TOTAL NUMERIC
               MOVE DRV-POINT-TOTAL TO WS-POINTS-EDIT
           ELSE
               MOVE ZEROS TO WS-POINTS-EDIT
           END-IF
           MOVE WS-POINTS-EDIT TO MVB-FLD-VALUE
           PERFORM 3910-WRITE-FIELD-LINE
           MOVE 'LAST CONVICTION DATE:' TO MVB-FLD-LABEL
           IF WS-HAS-HISTORY
              AND DRV-LAST-CONV-DATE NUMERIC
              AND DRV-LAST-CONV-DATE NOT = ZEROS
               MOVE DRV-LAST-CONV-DATE TO MVB-FLD-VALUE
           ELSE
               MOVE 'NONE ON RECORD' TO MVB-FLD-VALUE
           END-IF
           PERFORM 3910-WRITE-FIELD-LINE.

       3900-WRITE-ABSTRACT-HEADING.
           MOVE MVB-HDR1 TO ABST-OUT-REC
           PERFORM 3930-WRITE-ABSTRACT-LINE
           PERFORM 3920-WRITE-BLANK-LINE
           MOVE MVB-TITLE TO ABST-OUT-REC
           PERFORM 3930-WRITE-ABSTRACT-LINE
           PERFORM 3920-WRITE-BLANK-LINE
           MOVE MVQ-ACCOUNT-CODE TO MVB-REQ-ACCOUNT
           MOVE WS-ACCT-NAME (WS-ACCT-IDX) TO MVB-REQ-NAME
           MOVE MVB-REQ-LINE TO ABST-OUT-REC
           PERFORM 3930-WRITE-ABSTRACT-LINE
           MOVE MVQ-REQUESTER-REF TO MVB-REF-VALUE
           MOVE WS-ACCT-USE (WS-ACCT-IDX) TO MVB-REF-USE
           MOVE MVB-REF-LINE TO ABST-OUT-REC
           PERFORM 3930-WRITE-ABSTRACT-LINE
           PERFORM 3920-WRITE-BLANK-LINE.

       3910-WRITE-FIELD-LINE.
           MOVE MVB-FIELD-LINE TO ABST-OUT-REC
           PERFORM 3930-WRITE-ABSTRACT-LINE
           MOVE SPACES TO MVB-FLD-VALUE.

       3920-WRITE-BLANK-LINE.
           MOVE MVB-BLANK-LINE TO ABST-OUT-REC
           PERFORM 3930-WRITE-ABSTRACT-LINE.

       3930-WRITE-ABSTRACT-LINE.
           WRITE ABST-OUT-REC
           IF NOT WS-ABST-OK
               DISPLAY 'LICMVR - FATAL WRITE ERROR ON MVRABST.DAT - '
                       'FILE STATUS ' WS-ABST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * THE REQUESTER STILL GETS AN ANSWER FOR AN ID NOT ON FILE -
      * THE SAME HEADING, THEN THE NO-RECORD STATEMENT.
       4000-WRITE-NO-RECORD.
           PERFORM 3900-WRITE-ABSTRACT-HEADING
           MOVE 'LICENSE NUMBER:' TO MVB-FLD-LABEL
           MOVE MVQ-APPLICANT-ID TO MVB-FLD-VALUE
           PERFORM 3910-WRITE-FIELD-LINE
           MOVE 'RESULT:' TO MVB-FLD-LABEL
           MOVE 'NO RECORD FOUND FOR THIS LICENSE NUMBER'
               TO MVB-FLD-VALUE
           PERFORM 3910-WRITE-FIELD-LINE
           PERFORM 3920-WRITE-BLANK-LINE
           MOVE MVB-END-LINE TO ABST-OUT-REC
           PERFORM 3930-WRITE-ABSTRACT-LINE.

      ******************************************************************
      * 6000 - ONE BILLING RECORD PER ACCOUNT THAT RECEIVED AT LEAST   *
      *        ONE ABSTRACT, AT THE STATUTORY FEE                      *
      ******************************************************************
       6000-WRITE-BILLING.
           SET WS-ACCT-IDX TO 1
           PERFORM 6100-BILL-ONE-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-CNT.

       6100-BILL-ONE-ACCOUNT.
           IF WS-ACCT-ABST-CNT (WS-ACCT-IDX) > ZEROS
               MOVE SPACES TO MVR-BILLING-REC
               MOVE WS-ACCT-CODE (WS-ACCT-IDX) TO MVL-ACCOUNT-CODE
               MOVE WS-ACCT-NAME (WS-ACCT-IDX) TO MVL-REQUESTER-NAME
               MOVE WS-RUN-DATE-NUM TO MVL-BILL-DATE
               MOVE WS-ACCT-ABST-CNT (WS-ACCT-IDX)
                   TO MVL-ABSTRACT-CNT
               MOVE WS-ABSTRACT-FEE TO MVL-FEE-AMT
               MOVE WS-ACCT-AMT-DUE (WS-ACCT-IDX) TO MVL-AMOUNT-DUE
               WRITE BILL-OUT-REC FROM MVR-BILLING-REC
               IF NOT WS-BILL-OK
                   DISPLAY 'LICMVR - FATAL WRITE ERROR ON MVRBILL.DAT '
                           '- FILE STATUS ' WS-BILL-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-BILL-WRITTEN
               ADD WS-ACCT-ABST-CNT (WS-ACCT-IDX) TO WS-BILLED-ABST-CNT
           END-IF.

       8000-TERMINATE.
           MOVE 'REQUESTS READ' TO MVR-TOT-LABEL
           MOVE WS-REQ-READ TO MVR-TOT-VALUE
           WRITE RPT-OUT-REC FROM MVR-TOT-LINE
           MOVE 'ABSTRACTS FURNISHED' TO MVR-TOT-LABEL
           MOVE WS-ABSTRACT-CNT TO MVR-TOT-VALUE
           WRITE RPT-OUT-REC FROM MVR-TOT-LINE
           MOVE '  WITH NO DRIVER HISTORY ON FILE' TO MVR-TOT-LABEL
           MOVE WS-NO-HISTORY-CNT TO MVR-TOT-VALUE
           WRITE RPT-OUT-REC FROM MVR-TOT-LINE
           MOVE 'APPLICANT IDS NOT ON FILE' TO MVR-TOT-LABEL
           MOVE WS-NOT-ON-FILE-CNT TO MVR-TOT-VALUE
           WRITE RPT-OUT-REC FROM MVR-TOT-LINE
           MOVE 'REQUESTS REJECTED - NO PERMITTED USE'
               TO MVR-TOT-LABEL
           MOVE WS-REJECT-CNT TO MVR-TOT-VALUE
           WRITE RPT-OUT-REC FROM MVR-TOT-LINE
           MOVE 'ACCOUNTS BILLED' TO MVR-TOT-LABEL
           MOVE WS-BILL-WRITTEN TO MVR-TOT-VALUE
           WRITE RPT-OUT-REC FROM MVR-TOT-LINE
           MOVE 'ABSTRACTS BILLED' TO MVR-TOT-LABEL
           MOVE WS-BILLED-ABST-CNT TO MVR-TOT-VALUE
           WRITE RPT-OUT-REC FROM MVR-TOT-LINE
           MOVE 'AMOUNT BILLED' TO MVR-AMT-LABEL
           MOVE WS-BILLED-AMT TO MVR-AMT-VALUE
           WRITE RPT-OUT-REC FROM MVR-AMT-LINE
           COMPUTE WS-BALANCE-CHECK =
               WS-ABSTRACT-CNT + WS-NOT-ON-FILE-CNT + WS-REJECT-CNT
           IF WS-BALANCE-CHECK = WS-REQ-READ
              AND WS-BILLED-ABST-CNT = WS-ABSTRACT-CNT
               MOVE 'RUN IS IN BALANCE' TO MVR-TOT-LABEL
           ELSE
               MOVE 'RUN IS OUT OF BALANCE - INVESTIGATE'
                   TO MVR-TOT-LABEL
           END-IF
           MOVE ZEROS TO MVR-TOT-VALUE
           WRITE RPT-OUT-REC FROM MVR-TOT-LINE
           CLOSE REQ-FILE MSTR-FILE DRVH-FILE COMM-FILE HAZC-FILE
                 ABST-FILE BILL-FILE RPT-FILE
           DISPLAY 'LICMVR - REQUESTS READ:        ' WS-REQ-READ
           DISPLAY 'LICMVR - ABSTRACTS FURNISHED:  ' WS-ABSTRACT-CNT
           DISPLAY 'LICMVR - NOT ON FILE:          ' WS-NOT-ON-FILE-CNT
           DISPLAY 'LICMVR - REJECTED:             ' WS-REJECT-CNT
           DISPLAY 'LICMVR - ACCOUNTS BILLED:      ' WS-BILL-WRITTEN
           IF WS-BALANCE-CHECK = WS-REQ-READ
              AND WS-BILLED-ABST-CNT = WS-ABSTRACT-CNT
               DISPLAY 'LICMVR - RUN IS IN BALANCE - MVRBILL.DAT MAY '
                       'GO TO FINANCE'
           ELSE
               DISPLAY 'LICMVR - RUN IS OUT OF BALANCE - HOLD THE '
                       'ABSTRACTS AND BILLING - INVESTIGATE'
           END-IF.
