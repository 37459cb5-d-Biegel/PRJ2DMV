      ******************************************************************
      * PROGRAM-ID: LICCREG                                            *
      * AUTHOR:     J. B. RUIZ - DMV APPLICATIONS GROUP                *
      * INSTALLATION: STATE DMV DATA CENTER                            *
      * DATE-WRITTEN: 2026-09-17                                       *
      *                                                                *
      * REMARKS.                                                       *
      *   CARD SERIAL REGISTRY AND INVALID-CARD HOTLIST. THE VENDOR'S  *
      *   CARD SERIAL (CNF-CARD-SERIAL) WAS USED ONLY TO RECONCILE     *
      *   PRODUCTION AND THEN THROWN AWAY, SO A CARD REPORTED LOST OR  *
      *   STOLEN STAYED GOOD AFTER ITS REPLACEMENT WAS ISSUED. RUN     *
      *   NIGHTLY AFTER LICCRECN, THIS PROGRAM:                        *
      *     - ADDS EVERY SERIAL LICCRECN MATCHED TO AN EXTRACTED CARD  *
      *       (CARDPROD.DAT) TO THE CARD REGISTRY (CARDREG.DAT, SEE    *
      *       CREGCOPY) WITH ITS PRODUCTION DATE, AND VOIDS THE        *
      *       HOLDER'S PRIOR CARD - A REPLACEMENT, A RENEWAL AND AN    *
      *       UPGRADE ALL LEAVE ONLY THE NEWEST CARD GOOD              *
      *     - READS THE WHOLE REGISTRY AGAINST THE MASTER AND VOIDS    *
      *       THE ACTIVE CARD OF EVERY HOLDER NOW WITHDRAWN            *
      *       (SUSPENDED OR REVOKED BY LICSANCT) OR DECEASED           *
      *       (LICDEATH)                                               *
      *     - MAKES A HOLDER'S LATEST CARD ACTIVE AGAIN WHEN IT WAS    *
      *       VOIDED FOR A WITHDRAWAL AND LICSANCT HAS SINCE PUT THE   *
      *       HOLDER BACK TO APPROVED                                  *
      *     - WRITES EVERY VOIDED SERIAL TO THE LAW ENFORCEMENT        *
      *       HOTLIST (HOTLIST.DAT, SEE HOTLCOPY) WITH A COUNT         *
      *       TRAILER - A FULL REPLACEMENT LIST EACH NIGHT             *
      *     - LISTS EVERY VOID, REACTIVATION AND DUPLICATE SERIAL ON   *
      *       CARDREGR.DAT WITH BALANCING TOTALS                       *
      *   NO SERIAL IS EVER REMOVED FROM THE REGISTRY.                 *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-09-17 JBR  INITIAL VERSION.                             *
      *   2026-09-19 JBR  RECOMPILED FOR THE 222-BYTE MASTER (DATE OF  *
      *                   BIRTH ADDED).                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICCREG.
       AUTHOR. J. B. RUIZ.
       INSTALLATION. STATE DMV DATA CENTER.
       DATE-WRITTEN. 2026-09-17.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL SO A NIGHT LICCRECN PASSED NO CARDS STILL VOIDS THE
      * CARDS OF NEWLY WITHDRAWN OR DECEASED HOLDERS AND SENDS THE
      * HOTLIST.
           SELECT OPTIONAL PROD-FILE ASSIGN TO 'CARDPROD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

      * OPTIONAL SO THE FIRST RUN EVER CREATES THE REGISTRY INSTEAD
      * OF FAILING THE OPEN.
           SELECT OPTIONAL CREG-FILE ASSIGN TO 'CARDREG.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREG-IO-KEY
               FILE STATUS IS WS-CREG-STATUS.

           SELECT MSTR-FILE ASSIGN TO 'LICMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSTR-IO-KEY
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT HOT-FILE ASSIGN TO 'HOTLIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOT-STATUS.

           SELECT RPT-FILE ASSIGN TO 'CARDREGR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROD-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  PROD-IN-REC                 PIC X(30).

       FD  CREG-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CREG-IO-REC.
           05  CREG-IO-KEY             PIC X(12).
           05  FILLER                  PIC X(48).

       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-IO-REC.
           05  MSTR-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(213).

       FD  HOT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  HOT-OUT-REC                 PIC X(60).

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-OUT-REC                 PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  PARM-IN-REC                 PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-PROD-STATUS               PIC XX.
           88 WS-PROD-OK                VALUE '00'.
           88 WS-PROD-EOF               VALUE '10'.
       01  WS-CREG-STATUS               PIC XX.
           88 WS-CREG-OK                VALUE '00'.
           88 WS-CREG-EOF               VALUE '10'.
       01  WS-MSTR-STATUS               PIC XX.
           88 WS-MSTR-OK                VALUE '00'.
       01  WS-HOT-STATUS                PIC XX.
           88 WS-HOT-OK                 VALUE '00'.
       01  WS-RPT-STATUS                PIC XX.
           88 WS-RPT-OK                 VALUE '00'.
       01  WS-PARM-STATUS               PIC XX.
           88 WS-PARM-OK                VALUE '00'.
           88 WS-PARM-EOF               VALUE '10'.

           COPY CNFCOPY.
           COPY CREGCOPY.
           COPY MSTRCOPY.
           COPY HOTLCOPY.
           COPY CRGRCOPY.
           COPY PARMCOPY.

       01  WS-SWITCHES.
           05  WS-SCAN-SW              PIC X     VALUE 'N'.
               88 WS-SCAN-DONE         VALUE 'Y'.
           05  WS-DUP-SW               PIC X     VALUE 'N'.
               88 WS-IS-DUPLICATE      VALUE 'Y'.
           05  WS-MSTR-FOUND-SW        PIC X     VALUE 'N'.
               88 WS-MSTR-FOUND        VALUE 'Y'.
           05  WS-CHANGED-SW           PIC X     VALUE 'N'.
               88 WS-CARD-CHANGED      VALUE 'Y'.

       01  WS-RUN-DATE-NUM              PIC 9(8)  VALUE ZEROS.
       01  WS-SCAN-APPID                PIC X(9)  VALUE SPACES.
       01  WS-LAST-MSTR-ID              PIC X(9)  VALUE SPACES.
       01  WS-LAST-SEQ                  PIC 9(3)  VALUE ZEROS.
       01  WS-NEW-SERIAL                PIC X(10) VALUE SPACES.
       01  WS-VOID-NOTE                 PIC X(33) VALUE SPACES.

       01  WS-COUNTS.
           05  WS-PROD-READ             PIC 9(7)  VALUE ZEROS.
           05  WS-REGISTERED-CNT        PIC 9(7)  VALUE ZEROS.
           05  WS-DUPLICATE-CNT         PIC 9(7)  VALUE ZEROS.
           05  WS-REJECTED-CNT          PIC 9(7)  VALUE ZEROS.
           05  WS-VOID-REPL-CNT         PIC 9(7)  VALUE ZEROS.
           05  WS-VOID-WDRN-CNT         PIC 9(7)  VALUE ZEROS.
           05  WS-VOID-DCSD-CNT         PIC 9(7)  VALUE ZEROS.
           05  WS-REACTIVATED-CNT       PIC 9(7)  VALUE ZEROS.
           05  WS-NO-MASTER-CNT         PIC 9(7)  VALUE ZEROS.
           05  WS-REGISTRY-CNT          PIC 9(7)  VALUE ZEROS.
           05  WS-ACTIVE-CNT            PIC 9(7)  VALUE ZEROS.
           05  WS-HOTLIST-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-BALANCE-CHECK         PIC 9(7)  VALUE ZEROS.
           05  WS-REGISTRY-CHECK        PIC 9(7)  VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REGISTER-ONE-SERIAL
               THRU 2000-REGISTER-ONE-SERIAL-EXIT
               UNTIL WS-PROD-EOF
           PERFORM 3000-REVIEW-REGISTRY
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-PARMS
           OPEN INPUT PROD-FILE
           IF WS-PROD-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'LICCREG - PRODUCED-CARD FILE CARDPROD.DAT '
                       'NOT AVAILABLE - FILE STATUS ' WS-PROD-STATUS
               DISPLAY 'LICCREG - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CREG-FILE
           IF WS-CREG-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'LICCREG - CANNOT OPEN CARD REGISTRY '
                       'CARDREG.DAT - FILE STATUS ' WS-CREG-STATUS
               DISPLAY 'LICCREG - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MSTR-FILE
           IF NOT WS-MSTR-OK
               DISPLAY 'LICCREG - CANNOT OPEN LICENSE MASTER - FILE '
                       'STATUS ' WS-MSTR-STATUS
               DISPLAY 'LICCREG - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HOT-FILE
           OPEN OUTPUT RPT-FILE
           IF NOT WS-HOT-OK OR NOT WS-RPT-OK
               DISPLAY 'LICCREG - CANNOT OPEN HOTLIST.DAT OR '
                       'CARDREGR.DAT - FILE STATUS ' WS-HOT-STATUS
                       ' ' WS-RPT-STATUS
               DISPLAY 'LICCREG - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-DATE-NUM TO CRR-HDR1-DATE
           WRITE RPT-OUT-REC FROM CRR-HDR1
           WRITE RPT-OUT-REC FROM CRR-HDR2
           READ PROD-FILE INTO PROD-IN-REC
               AT END SET WS-PROD-EOF TO TRUE
           END-READ.

      * A MISSING OR EMPTY PARAMETER FILE ABANDONS THE RUN - THE
      * BUSINESS DATE IS THE VOID DATE LAW ENFORCEMENT SEES ON THE
      * HOTLIST.
       1050-READ-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'LICCREG - RUN-CONTROL PARAMETER FILE '
                       'RUNPARM.DAT NOT AVAILABLE - FILE STATUS '
                       WS-PARM-STATUS
               DISPLAY 'LICCREG - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE INTO PARM-IN-REC
               AT END SET WS-PARM-EOF TO TRUE
           END-READ
           IF WS-PARM-EOF
               DISPLAY 'LICCREG - RUNPARM.DAT IS EMPTY - RUN '
                       'ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-IN-REC TO RUN-CONTROL-REC
           IF PRM-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'LICCREG - RUNPARM.DAT PARAMETERS NOT '
                       'NUMERIC - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PARM-FILE
           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE-NUM.

      ******************************************************************
      * 2000 - REGISTER ONE PRODUCED CARD. THE HOLDER'S CARDS ON FILE  *
      *        ARE READ FIRST: A SERIAL ALREADY REGISTERED (THE VENDOR *
      *        CONFIRMED A RE-EXTRACTED CARD TWICE) IS REPORTED AND    *
      *        SKIPPED; OTHERWISE EVERY ACTIVE PRIOR CARD IS VOIDED    *
      *        AS REPLACED AND THE NEW SERIAL IS ADDED AS THE LATEST.  *
      ******************************************************************
       2000-REGISTER-ONE-SERIAL.
           ADD 1 TO WS-PROD-READ
           MOVE PROD-IN-REC TO CARD-CONFIRM-REC
           IF CNF-APPLICANT-ID = SPACES OR CNF-CARD-SERIAL = SPACES
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED' TO CRR-DET-ACTION
               MOVE 'NO APPLICANT ID OR NO SERIAL' TO WS-VOID-NOTE
               PERFORM 2950-REPORT-CONFIRMATION
               GO TO 2000-READ-NEXT
           END-IF
           MOVE CNF-APPLICANT-ID TO WS-SCAN-APPID
           MOVE CNF-CARD-SERIAL TO WS-NEW-SERIAL
           MOVE 'N' TO WS-DUP-SW
           MOVE ZEROS TO WS-LAST-SEQ
           PERFORM 2050-START-APPLICANT
           PERFORM 2100-CHECK-ONE-CARD
               UNTIL WS-SCAN-DONE
           IF WS-IS-DUPLICATE
               ADD 1 TO WS-DUPLICATE-CNT
               MOVE 'DUPLICATE' TO CRR-DET-ACTION
               MOVE 'SERIAL ALREADY REGISTERED' TO WS-VOID-NOTE
               PERFORM 2950-REPORT-CONFIRMATION
               GO TO 2000-READ-NEXT
           END-IF
           IF WS-LAST-SEQ = 999
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED' TO CRR-DET-ACTION
               MOVE 'HOLDER HAS 999 CARDS REGISTERED' TO WS-VOID-NOTE
               PERFORM 2950-REPORT-CONFIRMATION
               GO TO 2000-READ-NEXT
           END-IF
           IF WS-LAST-SEQ > ZERO
               MOVE SPACES TO WS-VOID-NOTE
               STRING 'REPLACED BY ' DELIMITED BY SIZE
                      WS-NEW-SERIAL DELIMITED BY SPACE
                      INTO WS-VOID-NOTE
               END-STRING
               PERFORM 2050-START-APPLICANT
               PERFORM 2200-RETIRE-ONE-CARD
                   UNTIL WS-SCAN-DONE
           END-IF
           MOVE SPACES TO CARD-REGISTRY-REC
           MOVE CNF-APPLICANT-ID TO CRG-APPLICANT-ID
           ADD 1 TO WS-LAST-SEQ GIVING CRG-ISSUE-SEQ
           MOVE CNF-CARD-SERIAL TO CRG-CARD-SERIAL
           MOVE CNF-PROD-DATE TO CRG-PROD-DATE
           SET CRG-IS-ACTIVE TO TRUE
           MOVE ZEROS TO CRG-VOID-DATE
           SET CRG-IS-LATEST TO TRUE
           MOVE WS-RUN-DATE-NUM TO CRG-REGISTER-DATE
           WRITE CREG-IO-REC FROM CARD-REGISTRY-REC
               INVALID KEY
                   DISPLAY 'LICCREG - FATAL: CANNOT ADD '
                           CRG-KEY ' TO CARDREG.DAT - STATUS '
                           WS-CREG-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-WRITE
           ADD 1 TO WS-REGISTERED-CNT.
       2000-READ-NEXT.
           READ PROD-FILE INTO PROD-IN-REC
               AT END SET WS-PROD-EOF TO TRUE
           END-READ.
       2000-REGISTER-ONE-SERIAL-EXIT.
           EXIT.

      * POSITION ON THE HOLDER'S FIRST CARD AND READ IT. THE SCAN IS
      * DONE AT END OF FILE OR ON THE FIRST CARD OF ANOTHER HOLDER.
       2050-START-APPLICANT.
           MOVE 'N' TO WS-SCAN-SW
           MOVE WS-SCAN-APPID TO CREG-IO-KEY (1:9)
           MOVE ZEROS TO CREG-IO-KEY (10:3)
           START CREG-FILE KEY IS NOT LESS THAN CREG-IO-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           IF NOT WS-SCAN-DONE
               PERFORM 2060-READ-NEXT-CARD
           END-IF.

       2060-READ-NEXT-CARD.
           READ CREG-FILE NEXT RECORD INTO CARD-REGISTRY-REC
               AT END SET WS-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-SCAN-DONE
              AND CRG-APPLICANT-ID NOT = WS-SCAN-APPID
               SET WS-SCAN-DONE TO TRUE
           END-IF.

       2100-CHECK-ONE-CARD.
           IF CRG-CARD-SERIAL = WS-NEW-SERIAL
               SET WS-IS-DUPLICATE TO TRUE
           END-IF
           MOVE CRG-ISSUE-SEQ TO WS-LAST-SEQ
           PERFORM 2060-READ-NEXT-CARD.

      * EVERY PRIOR CARD STOPS BEING THE LATEST; AN ACTIVE ONE IS
      * VOIDED AS REPLACED. A CARD ALREADY VOIDED KEEPS ITS ORIGINAL
      * REASON AND DATE.
       2200-RETIRE-ONE-CARD.
           MOVE 'N' TO WS-CHANGED-SW
           IF CRG-IS-LATEST
               MOVE 'N' TO CRG-LATEST-FLAG
               SET WS-CARD-CHANGED TO TRUE
           END-IF
           IF CRG-IS-ACTIVE
               SET CRG-IS-VOID TO TRUE
               SET CRG-VOID-REPLACED TO TRUE
               MOVE WS-RUN-DATE-NUM TO CRG-VOID-DATE
               SET WS-CARD-CHANGED TO TRUE
               ADD 1 TO WS-VOID-REPL-CNT
               MOVE 'VOIDED' TO CRR-DET-ACTION
               PERFORM 2900-REPORT-CARD
           END-IF
           IF WS-CARD-CHANGED
               PERFORM 2800-REWRITE-CARD
           END-IF
           PERFORM 2060-READ-NEXT-CARD.

       2800-REWRITE-CARD.
           REWRITE CREG-IO-REC FROM CARD-REGISTRY-REC
           IF NOT WS-CREG-OK
               DISPLAY 'LICCREG - FATAL: CANNOT REWRITE ' CRG-KEY
                       ' ON CARDREG.DAT - STATUS ' WS-CREG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       2900-REPORT-CARD.
           MOVE CRG-APPLICANT-ID TO CRR-DET-APPID
           MOVE CRG-CARD-SERIAL TO CRR-DET-SERIAL
           MOVE CRG-PROD-DATE TO CRR-DET-PROD
           MOVE WS-VOID-NOTE TO CRR-DET-NOTE
           WRITE RPT-OUT-REC FROM CRR-DETAIL.

       2950-REPORT-CONFIRMATION.
           MOVE CNF-APPLICANT-ID TO CRR-DET-APPID
           MOVE CNF-CARD-SERIAL TO CRR-DET-SERIAL
           MOVE CNF-PROD-DATE TO CRR-DET-PROD
           MOVE WS-VOID-NOTE TO CRR-DET-NOTE
           WRITE RPT-OUT-REC FROM CRR-DETAIL
           MOVE SPACES TO WS-VOID-NOTE.

      ******************************************************************
      * 3000 - READ THE WHOLE REGISTRY AGAINST THE MASTER: VOID THE    *
      *        CARDS OF WITHDRAWN AND DECEASED HOLDERS, RESTORE THE    *
      *        LATEST CARD OF A REINSTATED HOLDER, AND SEND EVERY      *
      *        VOIDED SERIAL TO THE HOTLIST.                           *
      ******************************************************************
       3000-REVIEW-REGISTRY.
           MOVE 'N' TO WS-SCAN-SW
           MOVE LOW-VALUES TO CREG-IO-KEY
           START CREG-FILE KEY IS NOT LESS THAN CREG-IO-KEY
               INVALID KEY
                   SET WS-CREG-EOF TO TRUE
           END-START
           IF NOT WS-CREG-EOF
               READ CREG-FILE NEXT RECORD INTO CARD-REGISTRY-REC
                   AT END SET WS-CREG-EOF TO TRUE
               END-READ
           END-IF
           PERFORM 3100-REVIEW-ONE-CARD THRU 3100-REVIEW-ONE-CARD-EXIT
               UNTIL WS-CREG-EOF
           MOVE SPACES TO HOTLIST-TRAILER-REC
           SET HTT-IS-TRAILER TO TRUE
           MOVE WS-RUN-DATE-NUM TO HTT-AS-OF-DATE
           MOVE WS-HOTLIST-CNT TO HTT-SERIAL-COUNT
           WRITE HOT-OUT-REC FROM HOTLIST-TRAILER-REC.

       3100-REVIEW-ONE-CARD.
           ADD 1 TO WS-REGISTRY-CNT
           IF CRG-APPLICANT-ID NOT = WS-LAST-MSTR-ID
               PERFORM 3200-READ-MASTER
           END-IF
           MOVE 'N' TO WS-CHANGED-SW
           MOVE SPACES TO WS-VOID-NOTE
           EVALUATE TRUE
               WHEN NOT WS-MSTR-FOUND
                   IF CRG-IS-ACTIVE
                       ADD 1 TO WS-NO-MASTER-CNT
                       MOVE 'CHECK' TO CRR-DET-ACTION
                       MOVE 'ACTIVE CARD, HOLDER NOT ON MASTER'
                           TO WS-VOID-NOTE
                       PERFORM 2900-REPORT-CARD
                   END-IF
               WHEN MST-OUTC-DECEASED
                    AND (CRG-IS-ACTIVE
                         OR (CRG-VOID-WITHDRAWN AND CRG-IS-LATEST))
                   SET CRG-IS-VOID TO TRUE
                   SET CRG-VOID-DECEASED TO TRUE
                   MOVE WS-RUN-DATE-NUM TO CRG-VOID-DATE
                   ADD 1 TO WS-VOID-DCSD-CNT
                   MOVE 'VOIDED' TO CRR-DET-ACTION
                   MOVE 'HOLDER DECEASED' TO WS-VOID-NOTE
                   SET WS-CARD-CHANGED TO TRUE
               WHEN MST-OUTC-WITHDRAWN AND CRG-IS-ACTIVE
                   SET CRG-IS-VOID TO TRUE
                   SET CRG-VOID-WITHDRAWN TO TRUE
                   MOVE WS-RUN-DATE-NUM TO CRG-VOID-DATE
                   ADD 1 TO WS-VOID-WDRN-CNT
                   MOVE 'VOIDED' TO CRR-DET-ACTION
                   IF MST-WDRN-REVOKED
                       MOVE 'HOLDER REVOKED' TO WS-VOID-NOTE
                   ELSE
                       MOVE 'HOLDER SUSPENDED' TO WS-VOID-NOTE
                   END-IF
                   SET WS-CARD-CHANGED TO TRUE
               WHEN MST-OUTC-APPROVED AND CRG-VOID-WITHDRAWN
                    AND CRG-IS-LATEST
                   SET CRG-IS-ACTIVE TO TRUE
                   MOVE SPACES TO CRG-VOID-REASON
                   MOVE ZEROS TO CRG-VOID-DATE
                   ADD 1 TO WS-REACTIVATED-CNT
                   MOVE 'REACTIVATED' TO CRR-DET-ACTION
                   MOVE 'HOLDER REINSTATED' TO WS-VOID-NOTE
                   SET WS-CARD-CHANGED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CARD-CHANGED
               PERFORM 2900-REPORT-CARD
               PERFORM 2800-REWRITE-CARD
           END-IF
           IF CRG-IS-VOID
               PERFORM 3300-WRITE-HOTLIST
           ELSE
               ADD 1 TO WS-ACTIVE-CNT
           END-IF
           READ CREG-FILE NEXT RECORD INTO CARD-REGISTRY-REC
               AT END SET WS-CREG-EOF TO TRUE
           END-READ.
       3100-REVIEW-ONE-CARD-EXIT.
           EXIT.

      * ONE MASTER READ PER HOLDER - THE REGISTRY IS IN APPLICANT
      * ORDER, SO A HOLDER'S CARDS ARE TOGETHER.
       3200-READ-MASTER.
           MOVE CRG-APPLICANT-ID TO WS-LAST-MSTR-ID
           MOVE CRG-APPLICANT-ID TO MSTR-IO-KEY
           MOVE 'Y' TO WS-MSTR-FOUND-SW
           READ MSTR-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MSTR-FOUND-SW
           END-READ
           IF WS-MSTR-FOUND
               MOVE MSTR-IO-REC TO LICENSE-MASTER-REC
           ELSE
               MOVE SPACES TO LICENSE-MASTER-REC
           END-IF.

       3300-WRITE-HOTLIST.
           MOVE SPACES TO HOTLIST-DETAIL-REC
           SET HOT-IS-DETAIL TO TRUE
           MOVE CRG-CARD-SERIAL TO HOT-CARD-SERIAL
           MOVE CRG-APPLICANT-ID TO HOT-APPLICANT-ID
           MOVE CRG-VOID-REASON TO HOT-REASON
           MOVE CRG-VOID-DATE TO HOT-VOID-DATE
           MOVE CRG-PROD-DATE TO HOT-PROD-DATE
           WRITE HOT-OUT-REC FROM HOTLIST-DETAIL-REC
           ADD 1 TO WS-HOTLIST-CNT.

       8000-TERMINATE.
           MOVE 'PRODUCED CARDS READ' TO CRR-TOT-LABEL
           MOVE WS-PROD-READ TO CRR-TOT-VALUE
           WRITE RPT-OUT-REC FROM CRR-TOT-LINE
           MOVE 'NEW SERIALS REGISTERED' TO CRR-TOT-LABEL
           MOVE WS-REGISTERED-CNT TO CRR-TOT-VALUE
           WRITE RPT-OUT-REC FROM CRR-TOT-LINE
           MOVE 'DUPLICATE SERIALS SKIPPED' TO CRR-TOT-LABEL
           MOVE WS-DUPLICATE-CNT TO CRR-TOT-VALUE
           WRITE RPT-OUT-REC FROM CRR-TOT-LINE
           MOVE 'CONFIRMATIONS REJECTED' TO CRR-TOT-LABEL
           MOVE WS-REJECTED-CNT TO CRR-TOT-VALUE
           WRITE RPT-OUT-REC FROM CRR-TOT-LINE
           MOVE 'CARDS VOIDED - REPLACED' TO CRR-TOT-LABEL
           MOVE WS-VOID-REPL-CNT TO CRR-TOT-VALUE
           WRITE RPT-OUT-REC FROM CRR-TOT-LINE
           MOVE 'CARDS VOIDED - HOLDER WITHDRAWN' TO CRR-TOT-LABEL
           MOVE WS-VOID-WDRN-CNT TO CRR-TOT-VALUE
           WRITE RPT-OUT-REC FROM CRR-TOT-LINE
           MOVE 'CARDS VOIDED - HOLDER DECEASED' TO CRR-TOT-LABEL
           MOVE WS-VOID-DCSD-CNT TO CRR-TOT-VALUE
           WRITE RPT-OUT-REC FROM CRR-TOT-LINE
           MOVE 'CARDS REACTIVATED - HOLDER REINSTATED'
               TO CRR-TOT-LABEL
           MOVE WS-REACTIVATED-CNT TO CRR-TOT-VALUE
           WRITE RPT-OUT-REC FROM CRR-TOT-LINE
           MOVE 'ACTIVE CARDS WITH NO MASTER RECORD' TO CRR-TOT-LABEL
           MOVE WS-NO-MASTER-CNT TO CRR-TOT-VALUE
           WRITE RPT-OUT-REC FROM CRR-TOT-LINE
           MOVE 'REGISTRY RECORDS' TO CRR-TOT-LABEL
           MOVE WS-REGISTRY-CNT TO CRR-TOT-VALUE
           WRITE RPT-OUT-REC FROM CRR-TOT-LINE
           MOVE 'ACTIVE CARDS' TO CRR-TOT-LABEL
           MOVE WS-ACTIVE-CNT TO CRR-TOT-VALUE
           WRITE RPT-OUT-REC FROM CRR-TOT-LINE
           MOVE 'VOIDED SERIALS SENT ON HOTLIST.DAT' TO CRR-TOT-LABEL
           MOVE WS-HOTLIST-CNT TO CRR-TOT-VALUE
           WRITE RPT-OUT-REC FROM CRR-TOT-LINE
           COMPUTE WS-BALANCE-CHECK =
               WS-REGISTERED-CNT + WS-DUPLICATE-CNT + WS-REJECTED-CNT
           COMPUTE WS-REGISTRY-CHECK =
               WS-ACTIVE-CNT + WS-HOTLIST-CNT
           IF WS-BALANCE-CHECK = WS-PROD-READ
              AND WS-REGISTRY-CHECK = WS-REGISTRY-CNT
               MOVE 'RUN IS IN BALANCE' TO CRR-TOT-LABEL
           ELSE
               MOVE 'RUN IS OUT OF BALANCE - INVESTIGATE'
                   TO CRR-TOT-LABEL
           END-IF
           MOVE ZEROS TO CRR-TOT-VALUE
           WRITE RPT-OUT-REC FROM CRR-TOT-LINE
           CLOSE PROD-FILE CREG-FILE MSTR-FILE HOT-FILE RPT-FILE
           DISPLAY 'LICCREG - PRODUCED CARDS READ:   ' WS-PROD-READ
           DISPLAY 'LICCREG - SERIALS REGISTERED:    '
                   WS-REGISTERED-CNT
           DISPLAY 'LICCREG - VOIDED (REPL/WDRN/DCSD): '
                   WS-VOID-REPL-CNT ' ' WS-VOID-WDRN-CNT ' '
                   WS-VOID-DCSD-CNT
           DISPLAY 'LICCREG - REACTIVATED:           '
                   WS-REACTIVATED-CNT
           DISPLAY 'LICCREG - HOTLIST SERIALS:       ' WS-HOTLIST-CNT
           IF WS-BALANCE-CHECK = WS-PROD-READ
              AND WS-REGISTRY-CHECK = WS-REGISTRY-CNT
               DISPLAY 'LICCREG - RUN IS IN BALANCE - HOTLIST.DAT '
                       'MAY GO TO LAW ENFORCEMENT'
           ELSE
               DISPLAY 'LICCREG - RUN IS OUT OF BALANCE - DO NOT '
                       'SEND THE HOTLIST - INVESTIGATE'
           END-IF.
