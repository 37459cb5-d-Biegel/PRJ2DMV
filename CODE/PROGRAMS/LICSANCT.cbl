      ******************************************************************
      * PROGRAM-ID: LICSANCT                                          *
      * AUTHOR:     J. B. RUIZ - DMV APPLICATIONS GROUP                *
      * INSTALLATION: STATE DMV DATA CENTER                           *
      * DATE-WRITTEN: 2026-09-09                                      *
      *                                                                *
      * REMARKS.                                                      *
      *   COURT SANCTION RUN AGAINST CURRENT LICENSE HOLDERS.          *
      *   LICDHUPD POSTS COURT SUSPENSIONS AND REVOCATIONS TO THE      *
      *   DRIVER HISTORY, BUT THE EDIT RUN ONLY LOOKS THERE WHEN A     *
      *   PERSON APPLIES AGAIN - A HOLDER APPROVED TODAY AND           *
      *   SUSPENDED BY A COURT NEXT WEEK STAYED APPROVED ON THE        *
      *   MASTER, IN LICINQ, AND ON LICXPIRE'S RENEWAL MAILING. THIS   *
      *   RUN, AFTER LICDHUPD (WITH DRVHISTN.DAT SWAPPED IN) AND       *
      *   LICRLOAD (WHICH REBUILDS THE DRVHIDX.DAT SIDE FILE FROM IT), *
      *   MAKES ONE PASS OVER THE MASTER AND CHECKS EVERY APPROVED     *
      *   OR WITHDRAWN HOLDER AGAINST THE DRIVER HISTORY BY KEY:       *
      *     - AN APPROVED HOLDER WITH AN ACTIVE 'S' OR 'R' SANCTION    *
      *       IS WITHDRAWN IN PLACE - OUTCOME 'W', THE COURT'S CODE    *
      *       AND REASON, AND THE BUSINESS DATE AS THE EFFECTIVE       *
      *       DATE                                                     *
      *     - A WITHDRAWN HOLDER WHOSE SANCTION HAS BEEN LIFTED IS     *
      *       PUT BACK TO APPROVED THE SAME WAY, WITH A NEW            *
      *       EFFECTIVE DATE                                           *
      *     - A WITHDRAWN HOLDER WHOSE COURT CODE HAS CHANGED (A       *
      *       SUSPENSION TURNED REVOCATION, OR THE REVERSE) IS         *
      *       AMENDED TO THE NEW ORDER                                 *
      *     - A WITHDRAWN HOLDER WITH NO DRIVER HISTORY RECORD AT ALL  *
      *       STAYS WITHDRAWN AND GOES ON THE REPORT FOR REVIEW -      *
      *       A MISSING RECORD IS NOT A LIFTED SANCTION                *
      *   EVERY WITHDRAWAL, AMENDMENT AND REINSTATEMENT PRINTS A       *
      *   LETTER TO THE MASTER ADDRESS (SANCLTR.DAT) AND WRITES AN     *
      *   AUDIT RECORD (DECISION 'W' OR 'R'). A LETTER TO AN ADDRESS   *
      *   LICRMAIL HAS ALREADY FLAGGED BAD STILL PRINTS - THE ORDER    *
      *   MUST BE SERVED - BUT IS NOTED ON THE REPORT FOR THE COURT    *
      *   DESK. COUNTS BALANCE: MASTER RECORDS READ = IN STANDING +    *
      *   WITHDRAWN + AMENDED + STILL WITHDRAWN + REINSTATED +         *
      *   REVIEW + NOT A CURRENT HOLDER, AND LETTERS = WITHDRAWN +     *
      *   AMENDED + REINSTATED.                                        *
      *                                                                *
      * MODIFICATION HISTORY.                                         *
      *   2026-09-09 JBR  INITIAL VERSION.                             *
      *   2026-09-13 JBR  RECOMPILED FOR THE 213-BYTE MASTER (EXAMINER *
      *                   ID AND TEST OFFICE ADDED FOR THE LICEXAM     *
      *                   EXAMINER REPORT).                            *
      *   2026-09-19 JBR  RECOMPILED FOR THE 222-BYTE MASTER (DATE OF  *
      *                   BIRTH ADDED).                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICSANCT.
       AUTHOR. J. B. RUIZ.
       INSTALLATION. STATE DMV DATA CENTER.
       DATE-WRITTEN. 2026-09-09.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTR-FILE ASSIGN TO 'LICMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSTR-IO-KEY
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT DRVH-FILE ASSIGN TO 'DRVHIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRVH-IO-KEY
               FILE STATUS IS WS-DRVH-STATUS.

           SELECT LTR-FILE ASSIGN TO 'SANCLTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

           SELECT AUD-FILE ASSIGN TO 'AUDCOPY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT RPT-FILE ASSIGN TO 'SANCRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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

       FD  DRVH-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  DRVH-IO-REC.
           05  DRVH-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(51).

       FD  LTR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LTR-OUT-REC                 PIC X(80).

       FD  AUD-FILE
           RECORD CONTAINS 122 CHARACTERS.
       01  AUD-OUT-REC                 PIC X(122).

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
       01  WS-DRVH-STATUS               PIC XX.
           88 WS-DRVH-OK                VALUE '00'.
           88 WS-DRVH-NOTFND            VALUE '23'.
       01  WS-LTR-STATUS                PIC XX.
           88 WS-LTR-OK                 VALUE '00'.
       01  WS-AUD-STATUS                PIC XX.
           88 WS-AUD-OK                 VALUE '00'.
       01  WS-RPT-STATUS                PIC XX.
           88 WS-RPT-OK                 VALUE '00'.
       01  WS-PARM-STATUS               PIC XX.
           88 WS-PARM-OK                VALUE '00'.
           88 WS-PARM-EOF               VALUE '10'.

           COPY MSTRCOPY.
           COPY DRVHCOPY.
           COPY AUDCOPY.
           COPY SNLTCOPY.
           COPY SNRPCOPY.
           COPY PARMCOPY.

       01  WS-SWITCHES.
           05  WS-FOUND-SW             PIC X     VALUE 'N'.
               88 WS-WAS-FOUND         VALUE 'Y'.
           05  WS-SANCTION-SW          PIC X     VALUE 'N'.
               88 WS-IS-SANCTIONED     VALUE 'Y'.

       01  WS-RUN-DATE-NUM              PIC 9(8)  VALUE ZEROS.
       01  WS-CURR-TIME                 PIC 9(8)  VALUE ZEROS.
       01  WS-LETTER-KIND               PIC X     VALUE SPACES.
           88 WS-LTR-SUSPENSION         VALUE 'S'.
           88 WS-LTR-REVOCATION         VALUE 'R'.
           88 WS-LTR-REINSTATEMENT      VALUE 'I'.

       01  WS-COUNTS.
           05  WS-RECS-READ             PIC 9(7)  VALUE ZEROS.
           05  WS-STANDING-CNT          PIC 9(7)  VALUE ZEROS.
           05  WS-WITHDRAWN-CNT         PIC 9(7)  VALUE ZEROS.
           05  WS-AMENDED-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-STILL-WDRN-CNT        PIC 9(7)  VALUE ZEROS.
           05  WS-REINSTATED-CNT        PIC 9(7)  VALUE ZEROS.
           05  WS-REVIEW-CNT            PIC 9(7)  VALUE ZEROS.
           05  WS-NOT-HOLDER-CNT        PIC 9(7)  VALUE ZEROS.
           05  WS-LETTER-CNT            PIC 9(7)  VALUE ZEROS.
           05  WS-BADADDR-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-BALANCE-CHECK         PIC 9(7)  VALUE ZEROS.
           05  WS-LETTER-CHECK          PIC 9(7)  VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ONE-MASTER
                   THRU 2000-CHECK-ONE-MASTER-EXIT
               UNTIL WS-MSTR-EOF
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-PARMS
           OPEN I-O MSTR-FILE
           IF NOT WS-MSTR-OK
               DISPLAY 'LICSANCT - CANNOT OPEN LICENSE MASTER - FILE '
                       'STATUS ' WS-MSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT DRVH-FILE
           IF NOT WS-DRVH-OK
               DISPLAY 'LICSANCT - DRIVER HISTORY SIDE FILE '
                       'DRVHIDX.DAT NOT AVAILABLE - FILE STATUS '
                       WS-DRVH-STATUS
               DISPLAY 'LICSANCT - RUN LICRLOAD FIRST - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LTR-FILE
           OPEN EXTEND AUD-FILE
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-DATE-NUM TO SNR-HDR1-DATE
           WRITE RPT-OUT-REC FROM SNR-HDR1
           MOVE WS-RUN-DATE-NUM TO SLT-HDR1-DATE
           READ MSTR-FILE INTO MSTR-IO-REC
               AT END SET WS-MSTR-EOF TO TRUE
           END-READ.

      * A MISSING OR EMPTY PARAMETER FILE ABANDONS THE RUN - THE
      * BUSINESS DATE IS THE EFFECTIVE DATE OF EVERY ORDER THIS RUN
      * SERVES, AND A WRONG ONE ON A LEGAL NOTICE IS NOT A COSMETIC
      * ERROR.
       1050-READ-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'LICSANCT - RUN-CONTROL PARAMETER FILE '
                       'RUNPARM.DAT NOT AVAILABLE - FILE STATUS '
                       WS-PARM-STATUS
               DISPLAY 'LICSANCT - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE INTO PARM-IN-REC
               AT END SET WS-PARM-EOF TO TRUE
           END-READ
           IF WS-PARM-EOF
               DISPLAY 'LICSANCT - RUNPARM.DAT IS EMPTY - RUN '
                       'ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-IN-REC TO RUN-CONTROL-REC
           IF PRM-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'LICSANCT - RUNPARM.DAT PARAMETERS NOT '
                       'NUMERIC - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PARM-FILE
           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE-NUM.

      ******************************************************************
      * 2000 - ONE PASS OVER THE MASTER: APPROVED HOLDERS ARE CHECKED  *
      *        FOR A NEW SANCTION, WITHDRAWN HOLDERS FOR A LIFTED OR   *
      *        CHANGED ONE. DENIED AND SUSPENSE RECORDS HOLD NO        *
      *        LICENSE TO WITHDRAW AND ARE ONLY COUNTED.               *
      ******************************************************************
       2000-CHECK-ONE-MASTER.
           ADD 1 TO WS-RECS-READ
           MOVE MSTR-IO-REC TO LICENSE-MASTER-REC
           IF MST-OUTC-APPROVED
               PERFORM 2100-CHECK-APPROVED-HOLDER
           ELSE
               IF MST-OUTC-WITHDRAWN
                   PERFORM 2200-CHECK-WITHDRAWN-HOLDER
               ELSE
                   ADD 1 TO WS-NOT-HOLDER-CNT
               END-IF
           END-IF
           READ MSTR-FILE INTO MSTR-IO-REC
               AT END SET WS-MSTR-EOF TO TRUE
           END-READ.
       2000-CHECK-ONE-MASTER-EXIT.
           EXIT.

       2100-CHECK-APPROVED-HOLDER.
           PERFORM 2300-READ-DRIVER-HISTORY
           IF WS-IS-SANCTIONED
               ADD 1 TO WS-WITHDRAWN-CNT
               MOVE 'WITHDRAWN' TO SNR-DET-ACTION
               PERFORM 3000-WITHDRAW-HOLDER
           ELSE
               ADD 1 TO WS-STANDING-CNT
           END-IF.

      * A WITHDRAWN HOLDER WITH NO DRIVER HISTORY RECORD AT ALL IS
      * LEFT WITHDRAWN FOR THE COURT DESK - THE RECORD THAT PUT THE
      * SANCTION ON IS GONE, WHICH IS NOT THE SAME AS A COURT
      * LIFTING IT.
       2200-CHECK-WITHDRAWN-HOLDER.
           PERFORM 2300-READ-DRIVER-HISTORY
           IF NOT WS-WAS-FOUND
               ADD 1 TO WS-REVIEW-CNT
               MOVE 'REVIEW' TO SNR-DET-ACTION
               MOVE MST-APPLICANT-ID TO SNR-DET-APPID
               MOVE MST-NAME TO SNR-DET-NAME
               MOVE MST-SANCTION-CODE TO SNR-DET-CODE
               MOVE 'NO DRIVER HISTORY ON FILE' TO SNR-DET-REASON
               WRITE RPT-OUT-REC FROM SNR-DETAIL
           ELSE
               IF NOT WS-IS-SANCTIONED
                   ADD 1 TO WS-REINSTATED-CNT
                   PERFORM 4000-REINSTATE-HOLDER
               ELSE
                   IF DRV-SANCTION-STATUS NOT = MST-SANCTION-CODE
                       ADD 1 TO WS-AMENDED-CNT
                       MOVE 'AMENDED' TO SNR-DET-ACTION
                       PERFORM 3000-WITHDRAW-HOLDER
                   ELSE
                       ADD 1 TO WS-STILL-WDRN-CNT
                   END-IF
               END-IF
           END-IF.

       2300-READ-DRIVER-HISTORY.
           SET WS-FOUND-SW TO 'N'
           SET WS-SANCTION-SW TO 'N'
           MOVE MST-APPLICANT-ID TO DRVH-IO-KEY
           READ DRVH-FILE INTO DRIVER-HISTORY-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET WS-FOUND-SW TO 'Y'
                   IF DRV-ACTIVE-SUSPENSION OR DRV-ACTIVE-REVOCATION
                       SET WS-SANCTION-SW TO 'Y'
                   END-IF
           END-READ.

      ******************************************************************
      * 3000 - WITHDRAW (OR AMEND) IN PLACE: OUTCOME 'W' WITH THE      *
      *        COURT'S CODE AND REASON, EFFECTIVE THE BUSINESS DATE,   *
      *        THEN SERVE THE ORDER AND LOG IT                         *
      ******************************************************************
       3000-WITHDRAW-HOLDER.
           SET MST-OUTC-WITHDRAWN TO TRUE
           MOVE DRV-SANCTION-STATUS TO MST-SANCTION-CODE
           MOVE DRV-SANCTION-REASON TO MST-REASON
           MOVE WS-RUN-DATE-NUM TO MST-STANDING-DATE
           PERFORM 5000-REWRITE-MASTER
           IF MST-WDRN-REVOKED
               SET WS-LTR-REVOCATION TO TRUE
           ELSE
               SET WS-LTR-SUSPENSION TO TRUE
           END-IF
           PERFORM 6000-PRINT-LETTER
           PERFORM 7000-WRITE-AUDIT-RECORD
           PERFORM 7100-WRITE-REPORT-LINE.

      ******************************************************************
      * 4000 - PUT THE HOLDER BACK TO APPROVED THE SAME WAY: CODE      *
      *        CLEARED, REASON SAYS WHY, EFFECTIVE THE BUSINESS DATE   *
      ******************************************************************
       4000-REINSTATE-HOLDER.
           SET MST-OUTC-APPROVED TO TRUE
           MOVE SPACES TO MST-SANCTION-CODE
           MOVE 'REINSTATED - COURT SANCTION LIFTED' TO MST-REASON
           MOVE WS-RUN-DATE-NUM TO MST-STANDING-DATE
           PERFORM 5000-REWRITE-MASTER
           SET WS-LTR-REINSTATEMENT TO TRUE
           PERFORM 6000-PRINT-LETTER
           PERFORM 7000-WRITE-AUDIT-RECORD
           MOVE 'REINSTATED' TO SNR-DET-ACTION
           PERFORM 7100-WRITE-REPORT-LINE.

       5000-REWRITE-MASTER.
           REWRITE MSTR-IO-REC FROM LICENSE-MASTER-REC
           IF NOT WS-MSTR-OK
               DISPLAY 'LICSANCT - FATAL REWRITE ERROR - FILE '
                       'STATUS ' WS-MSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * 6000 - ONE LETTER TO THE MASTER ADDRESS. THE BODY TEXT IS      *
      *        PICKED BY LETTER KIND; THE COURT'S REASON PRINTS ON     *
      *        AN ORDER, NOT ON A REINSTATEMENT.                       *
      ******************************************************************
       6000-PRINT-LETTER.
           ADD 1 TO WS-LETTER-CNT
           PERFORM 6900-WRITE-LETTER-HDR1
           MOVE SLT-BLANK-LINE TO LTR-OUT-REC
           PERFORM 6910-WRITE-LETTER-LINE
           EVALUATE TRUE
               WHEN WS-LTR-SUSPENSION
                   MOVE 'ORDER OF SUSPENSION OF DRIVING PRIVILEGE'
                       TO SLT-TITLE-TEXT
               WHEN WS-LTR-REVOCATION
                   MOVE 'ORDER OF REVOCATION OF DRIVING PRIVILEGE'
                       TO SLT-TITLE-TEXT
               WHEN OTHER
                   MOVE 'NOTICE OF REINSTATEMENT OF DRIVING PRIVILEGE'
                       TO SLT-TITLE-TEXT
           END-EVALUATE
           MOVE SLT-TITLE TO LTR-OUT-REC
           PERFORM 6910-WRITE-LETTER-LINE
           MOVE SLT-BLANK-LINE TO LTR-OUT-REC
           PERFORM 6910-WRITE-LETTER-LINE
           MOVE MST-NAME TO SLT-ADDR-TEXT
           MOVE SLT-ADDR-LINE TO LTR-OUT-REC
           PERFORM 6910-WRITE-LETTER-LINE
           MOVE MST-ADDR-LINE1 TO SLT-ADDR-TEXT
           MOVE SLT-ADDR-LINE TO LTR-OUT-REC
           PERFORM 6910-WRITE-LETTER-LINE
           MOVE MST-ADDR-CITY TO SLT-CSZ-CITY
           MOVE MST-ADDR-STATE TO SLT-CSZ-STATE
           MOVE MST-ADDR-ZIP TO SLT-CSZ-ZIP
           MOVE SLT-CSZ-LINE TO LTR-OUT-REC
           PERFORM 6910-WRITE-LETTER-LINE
           MOVE SLT-BLANK-LINE TO LTR-OUT-REC
           PERFORM 6910-WRITE-LETTER-LINE
           MOVE MST-APPLICANT-ID TO SLT-REF-APPID
           MOVE WS-RUN-DATE-NUM TO SLT-REF-DATE
           MOVE SLT-REF-LINE TO LTR-OUT-REC
           PERFORM 6910-WRITE-LETTER-LINE
           MOVE SLT-BLANK-LINE TO LTR-OUT-REC
           PERFORM 6910-WRITE-LETTER-LINE
           EVALUATE TRUE
               WHEN WS-LTR-SUSPENSION
                   PERFORM 6100-SUSPENSION-TEXT
               WHEN WS-LTR-REVOCATION
                   PERFORM 6200-REVOCATION-TEXT
               WHEN OTHER
                   PERFORM 6300-REINSTATEMENT-TEXT
           END-EVALUATE
           IF NOT WS-LTR-REINSTATEMENT
               MOVE SLT-BLANK-LINE TO LTR-OUT-REC
               PERFORM 6910-WRITE-LETTER-LINE
               MOVE DRV-SANCTION-REASON TO SLT-REASON
               MOVE SLT-REASON-LINE TO LTR-OUT-REC
               PERFORM 6910-WRITE-LETTER-LINE
           END-IF
           MOVE SLT-BLANK-LINE TO LTR-OUT-REC
           PERFORM 6910-WRITE-LETTER-LINE
           MOVE SLT-END-LINE TO LTR-OUT-REC
           PERFORM 6910-WRITE-LETTER-LINE
           IF MST-IS-BAD-ADDRESS
               ADD 1 TO WS-BADADDR-CNT
           END-IF.

       6100-SUSPENSION-TEXT.
           MOVE 'BY ORDER OF THE COURT, YOUR PRIVILEGE TO OPERATE'
               TO SLT-TEXT
           PERFORM 6920-WRITE-TEXT-LINE
           MOVE 'A MOTOR VEHICLE IN THIS STATE IS SUSPENDED'
               TO SLT-TEXT
           PERFORM 6920-WRITE-TEXT-LINE
           MOVE 'EFFECTIVE ON THE DATE SHOWN ABOVE. YOU MUST NOT'
               TO SLT-TEXT
           PERFORM 6920-WRITE-TEXT-LINE
           MOVE 'DRIVE UNTIL YOU RECEIVE NOTICE FROM THIS'
               TO SLT-TEXT
           PERFORM 6920-WRITE-TEXT-LINE
           MOVE 'DEPARTMENT THAT YOUR PRIVILEGE IS REINSTATED.'
               TO SLT-TEXT
           PERFORM 6920-WRITE-TEXT-LINE.

       6200-REVOCATION-TEXT.
           MOVE 'BY ORDER OF THE COURT, YOUR PRIVILEGE TO OPERATE'
               TO SLT-TEXT
           PERFORM 6920-WRITE-TEXT-LINE
           MOVE 'A MOTOR VEHICLE IN THIS STATE IS REVOKED'
               TO SLT-TEXT
           PERFORM 6920-WRITE-TEXT-LINE
           MOVE 'EFFECTIVE ON THE DATE SHOWN ABOVE. YOU MUST NOT'
               TO SLT-TEXT
           PERFORM 6920-WRITE-TEXT-LINE
           MOVE 'DRIVE UNTIL YOU RECEIVE NOTICE FROM THIS'
               TO SLT-TEXT
           PERFORM 6920-WRITE-TEXT-LINE
           MOVE 'DEPARTMENT THAT YOUR PRIVILEGE IS REINSTATED.'
               TO SLT-TEXT
           PERFORM 6920-WRITE-TEXT-LINE.

       6300-REINSTATEMENT-TEXT.
           MOVE 'THE COURT ORDER AGAINST YOUR PRIVILEGE TO OPERATE'
               TO SLT-TEXT
           PERFORM 6920-WRITE-TEXT-LINE
           MOVE 'A MOTOR VEHICLE HAS BEEN LIFTED. YOUR LICENSE IS'
               TO SLT-TEXT
           PERFORM 6920-WRITE-TEXT-LINE
           MOVE 'RESTORED TO GOOD STANDING EFFECTIVE ON THE DATE'
               TO SLT-TEXT
           PERFORM 6920-WRITE-TEXT-LINE
           MOVE 'SHOWN ABOVE.'
               TO SLT-TEXT
           PERFORM 6920-WRITE-TEXT-LINE.

       6900-WRITE-LETTER-HDR1.
           MOVE SLT-HDR1 TO LTR-OUT-REC
           PERFORM 6910-WRITE-LETTER-LINE.

       6910-WRITE-LETTER-LINE.
           WRITE LTR-OUT-REC
           IF NOT WS-LTR-OK
               DISPLAY 'LICSANCT - FATAL WRITE ERROR ON SANCLTR.DAT '
                       '- FILE STATUS ' WS-LTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       6920-WRITE-TEXT-LINE.
           MOVE SLT-TEXT-LINE TO LTR-OUT-REC
           PERFORM 6910-WRITE-LETTER-LINE.

      * THE DECISION FOLLOWS THE OUTCOME JUST REWRITTEN - 'W' FOR A
      * WITHDRAWAL OR AMENDMENT, 'R' FOR A REINSTATEMENT - AND THE
      * REASON IS THE ONE NOW ON THE MASTER.
       7000-WRITE-AUDIT-RECORD.
           ACCEPT WS-CURR-TIME FROM TIME
           MOVE SPACES TO AUDIT-TRAIL-REC
           IF MST-OUTC-WITHDRAWN
               SET AUD-DECN-WITHDRAWN TO TRUE
           ELSE
               SET AUD-DECN-REINSTATED TO TRUE
           END-IF
           MOVE WS-RUN-DATE-NUM TO AUD-DATE
           MOVE WS-CURR-TIME(1:6) TO AUD-TIME
           MOVE MST-APPLICANT-ID TO AUD-APPLICANT-ID
           MOVE MST-NAME TO AUD-NAME
           MOVE MST-REASON TO AUD-FAILED-EDITS
           WRITE AUD-OUT-REC FROM AUDIT-TRAIL-REC
           IF NOT WS-AUD-OK
               DISPLAY 'LICSANCT - FATAL WRITE ERROR ON AUDIT '
                       'TRAIL - FILE STATUS ' WS-AUD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       7100-WRITE-REPORT-LINE.
           MOVE MST-APPLICANT-ID TO SNR-DET-APPID
           MOVE MST-NAME TO SNR-DET-NAME
           MOVE DRV-SANCTION-STATUS TO SNR-DET-CODE
           MOVE DRV-SANCTION-REASON TO SNR-DET-REASON
           WRITE RPT-OUT-REC FROM SNR-DETAIL
           IF MST-IS-BAD-ADDRESS
               MOVE 'LETTER PRINTED - ADDRESS FLAGGED BAD ON FILE'
                   TO SNR-NOTE-TEXT
               WRITE RPT-OUT-REC FROM SNR-NOTE
           END-IF.

       8000-TERMINATE.
           MOVE 'MASTER RECORDS READ' TO SNR-TOT-LABEL
           MOVE WS-RECS-READ TO SNR-TOT-VALUE
           WRITE RPT-OUT-REC FROM SNR-TOT-LINE
           MOVE 'HOLDERS STILL IN STANDING' TO SNR-TOT-LABEL
           MOVE WS-STANDING-CNT TO SNR-TOT-VALUE
           WRITE RPT-OUT-REC FROM SNR-TOT-LINE
           MOVE 'HOLDERS WITHDRAWN BY COURT ORDER' TO SNR-TOT-LABEL
           MOVE WS-WITHDRAWN-CNT TO SNR-TOT-VALUE
           WRITE RPT-OUT-REC FROM SNR-TOT-LINE
           MOVE 'WITHDRAWALS AMENDED TO A NEW ORDER' TO SNR-TOT-LABEL
           MOVE WS-AMENDED-CNT TO SNR-TOT-VALUE
           WRITE RPT-OUT-REC FROM SNR-TOT-LINE
           MOVE 'HOLDERS STILL WITHDRAWN' TO SNR-TOT-LABEL
           MOVE WS-STILL-WDRN-CNT TO SNR-TOT-VALUE
           WRITE RPT-OUT-REC FROM SNR-TOT-LINE
           MOVE 'HOLDERS REINSTATED' TO SNR-TOT-LABEL
           MOVE WS-REINSTATED-CNT TO SNR-TOT-VALUE
           WRITE RPT-OUT-REC FROM SNR-TOT-LINE
           MOVE 'WITHDRAWN - NO DRIVER HISTORY - REVIEW'
               TO SNR-TOT-LABEL
           MOVE WS-REVIEW-CNT TO SNR-TOT-VALUE
           WRITE RPT-OUT-REC FROM SNR-TOT-LINE
           MOVE 'NOT A CURRENT HOLDER' TO SNR-TOT-LABEL
           MOVE WS-NOT-HOLDER-CNT TO SNR-TOT-VALUE
           WRITE RPT-OUT-REC FROM SNR-TOT-LINE
           MOVE 'LETTERS PRINTED' TO SNR-TOT-LABEL
           MOVE WS-LETTER-CNT TO SNR-TOT-VALUE
           WRITE RPT-OUT-REC FROM SNR-TOT-LINE
           MOVE 'LETTERS TO AN ADDRESS FLAGGED BAD' TO SNR-TOT-LABEL
           MOVE WS-BADADDR-CNT TO SNR-TOT-VALUE
           WRITE RPT-OUT-REC FROM SNR-TOT-LINE
           COMPUTE WS-BALANCE-CHECK =
               WS-STANDING-CNT + WS-WITHDRAWN-CNT + WS-AMENDED-CNT
               + WS-STILL-WDRN-CNT + WS-REINSTATED-CNT
               + WS-REVIEW-CNT + WS-NOT-HOLDER-CNT
           COMPUTE WS-LETTER-CHECK =
               WS-WITHDRAWN-CNT + WS-AMENDED-CNT + WS-REINSTATED-CNT
           IF WS-BALANCE-CHECK = WS-RECS-READ
              AND WS-LETTER-CHECK = WS-LETTER-CNT
               MOVE 'RUN IS IN BALANCE' TO SNR-TOT-LABEL
           ELSE
               MOVE 'RUN IS OUT OF BALANCE - INVESTIGATE'
                   TO SNR-TOT-LABEL
           END-IF
           MOVE ZEROS TO SNR-TOT-VALUE
           WRITE RPT-OUT-REC FROM SNR-TOT-LINE
           CLOSE MSTR-FILE DRVH-FILE LTR-FILE AUD-FILE RPT-FILE
           DISPLAY 'LICSANCT - MASTER RECORDS READ:   ' WS-RECS-READ
           DISPLAY 'LICSANCT - STILL IN STANDING:     ' WS-STANDING-CNT
           DISPLAY 'LICSANCT - WITHDRAWN:             ' WS-WITHDRAWN-CNT
           DISPLAY 'LICSANCT - AMENDED:               ' WS-AMENDED-CNT
           DISPLAY 'LICSANCT - STILL WITHDRAWN:       '
                   WS-STILL-WDRN-CNT
           DISPLAY 'LICSANCT - REINSTATED:            '
                   WS-REINSTATED-CNT
           DISPLAY 'LICSANCT - REVIEW:                ' WS-REVIEW-CNT
           DISPLAY 'LICSANCT - NOT A CURRENT HOLDER:  '
                   WS-NOT-HOLDER-CNT
           DISPLAY 'LICSANCT - LETTERS PRINTED:       ' WS-LETTER-CNT
           IF WS-BALANCE-CHECK = WS-RECS-READ
              AND WS-LETTER-CHECK = WS-LETTER-CNT
               DISPLAY 'LICSANCT - RUN IS IN BALANCE - SANCLTR.DAT '
                       'MAY GO TO THE PRINT ROOM'
           ELSE
               DISPLAY 'LICSANCT - RUN IS OUT OF BALANCE - HOLD THE '
                       'LETTERS - INVESTIGATE'
           END-IF.
