      *                                                                *
      * REMARKS.                                                      *
      *   REFERENCE FILE LOAD FOR THE EDIT RUN'S KEYED LOOKUPS. RUNS   *
      *   AHEAD OF LICEDIT EACH DAY AND REBUILDS, FRESH, THE SIX       *
      *   INDEXED SIDE FILES THE EDIT RUN READS BY APPLICANT ID -      *
      *   THE SAME CONVERSION THE LICENSE MASTER WENT THROUGH WITH     *
      *   LICMLOAD, APPLIED TO THE REFERENCE DATA:                     *
      *     DRVHIST.DAT  (DRIVER HISTORY)      -> DRVHIDX.DAT          *
      *     COMMDTL.DAT  (COMMERCIAL DETAIL)   -> COMMIDX.DAT          *
      *     MEDCERT.DAT  (MEDICAL CERTS)       -> MEDCIDX.DAT          *
      *     INSPOLCY.DAT (INSURER POLICIES)    -> INSPIDX.DAT          *
      *     HAZCLEAR.DAT (HAZMAT CLEARANCES)   -> HAZCIDX.DAT          *
      *   THE OLD IN-MEMORY OCCURS TABLES IN LICEDIT WERE CAPPED AT    *
      *   5000/5000/2000/2000 ENTRIES AND DROPPED RECORDS (WITH ONLY   *
      *   A CONSOLE WARNING) WHEN THEY FILLED, WHICH ON A HEAVY DAY    *
      *                                                                *
      * MODIFICATION HISTORY.                                         *
      *   2026-08-27 JBR  INITIAL VERSION.                             *
      *   2026-09-08 JBR  BUILD THE INSURER POLICY SIDE FILE           *
      *                   (INSPIDX.DAT) FROM THE NIGHTLY INSPOLCY.DAT  *
      *                   FOR THE LICEDIT INSURANCE VERIFICATION AND   *
      *                   THE LICINLPS LAPSE RUN.                      *
      *   2026-09-18 JBR  BUILD THE HAZMAT CLEARANCE SIDE FILE         *
      *                   (HAZCIDX.DAT) FROM THE SECURITY THREAT       *
      *                   ASSESSMENT FILE HAZCLEAR.DAT FOR THE LICEDIT *
      *                   HAZMAT HOLD AND THE LICHZMEX EXPIRY RUN.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICRLOAD.
               RECORD KEY IS MEDX-OUT-KEY
               FILE STATUS IS WS-MEDX-STATUS.

           SELECT INSP-FILE ASSIGN TO 'INSPOLCY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSP-STATUS.

           SELECT INSX-FILE ASSIGN TO 'INSPIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INSX-OUT-KEY
               FILE STATUS IS WS-INSX-STATUS.

           SELECT HAZC-FILE ASSIGN TO 'HAZCLEAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HAZC-STATUS.

           SELECT HAZX-FILE ASSIGN TO 'HAZCIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HAZX-OUT-KEY
               FILE STATUS IS WS-HAZX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCPT-FILE
           05  MEDX-OUT-KEY            PIC X(9).
           05  FILLER                  PIC X(21).

       FD  INSP-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  INSP-IN-REC                 PIC X(60).

       FD  INSX-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  INSX-OUT-REC.
           05  INSX-OUT-KEY            PIC X(9).
           05  FILLER                  PIC X(51).

       FD  HAZC-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  HAZC-IN-REC                 PIC X(30).

       FD  HAZX-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  HAZX-OUT-REC.
           05  HAZX-OUT-KEY            PIC X(9).
           05  FILLER                  PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-RCPT-STATUS               PIC XX.
           88 WS-RCPT-OK                VALUE '00'.
           88 WS-MEDC-EOF               VALUE '10'.
       01  WS-MEDX-STATUS               PIC XX.
           88 WS-MEDX-OK                VALUE '00'.
       01  WS-INSP-STATUS               PIC XX.
           88 WS-INSP-OK                VALUE '00'.
           88 WS-INSP-EOF               VALUE '10'.
       01  WS-INSX-STATUS               PIC XX.
           88 WS-INSX-OK                VALUE '00'.
       01  WS-HAZC-STATUS               PIC XX.
           88 WS-HAZC-OK                VALUE '00'.
           88 WS-HAZC-EOF               VALUE '10'.
       01  WS-HAZX-STATUS               PIC XX.
           88 WS-HAZX-OK                VALUE '00'.

           COPY RCPTCOPY.
           COPY DRVHCOPY.
           COPY COMMCOPY.
           COPY MEDCCOPY.
           COPY INSPCOPY.
           COPY HZCLCOPY.

      * PER-FILE COUNTERS, RESET BY 6000-SHOW-FILE-COUNTS AFTER EACH
      * FILE IS PROVED.
           PERFORM 2000-LOAD-DRIVER-HISTORY
           PERFORM 3000-LOAD-COMMERCIAL
           PERFORM 4000-LOAD-MED-CERTS
           PERFORM 5000-LOAD-INS-POLICIES
           PERFORM 5500-LOAD-HAZMAT-CLEARANCES
           PERFORM 8000-TERMINATE
           GOBACK.

       4100-LOAD-ONE-CERT-EXIT.
           EXIT.

      ******************************************************************
      * 5000 - INSURER LIABILITY POLICIES, KEYED ON THE NAMED          *
      *        INSURED'S APPLICANT ID. THE INSURERS' CLEARINGHOUSE     *
      *        SENDS ONE RECORD PER INSURED - THE POLICY IN FORCE, OR  *
      *        THE MOST RECENT ONE IF NONE IS - SO A REPEATED KEY IS   *
      *        THE ORDINARY LAST-WINS REPLACEMENT, COUNTED.            *
      ******************************************************************
       5000-LOAD-INS-POLICIES.
           MOVE 'INSPIDX' TO WS-CURR-FILE-ID
           OPEN INPUT INSP-FILE
           IF NOT WS-INSP-OK
               DISPLAY 'LICRLOAD - INSURER POLICIES INSPOLCY.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-INSP-STATUS
               DISPLAY 'LICRLOAD - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT INSX-FILE
           IF NOT WS-INSX-OK
               DISPLAY 'LICRLOAD - CANNOT BUILD INSPIDX.DAT - FILE '
                       'STATUS ' WS-INSX-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ INSP-FILE INTO INSP-IN-REC
               AT END SET WS-INSP-EOF TO TRUE
           END-READ
           PERFORM 5100-LOAD-ONE-POLICY
                   THRU 5100-LOAD-ONE-POLICY-EXIT
               UNTIL WS-INSP-EOF
           CLOSE INSP-FILE INSX-FILE
           PERFORM 6000-SHOW-FILE-COUNTS.

       5100-LOAD-ONE-POLICY.
           ADD 1 TO WS-RECS-READ
           MOVE INSP-IN-REC TO INSURANCE-POLICY-REC
           IF INS-APPLICANT-ID = SPACES
               ADD 1 TO WS-NOKEY-CNT
               DISPLAY 'LICRLOAD - WARNING: INSURER POLICY WITH NO '
                       'APPLICANT ID SKIPPED: ' INS-POLICY-NO
               GO TO 5100-LOAD-NEXT
           END-IF
           MOVE INSP-IN-REC TO INSX-OUT-REC
           WRITE INSX-OUT-REC
               INVALID KEY
                   ADD 1 TO WS-REPLACED-CNT
                   REWRITE INSX-OUT-REC
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-CNT
           END-WRITE
           IF NOT WS-INSX-OK
               DISPLAY 'LICRLOAD - FATAL WRITE ERROR ON INSPIDX.DAT '
                       '- FILE STATUS ' WS-INSX-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5100-LOAD-NEXT.
           READ INSP-FILE INTO INSP-IN-REC
               AT END SET WS-INSP-EOF TO TRUE
           END-READ.
       5100-LOAD-ONE-POLICY-EXIT.
           EXIT.

      ******************************************************************
      * 5500 - HAZMAT SECURITY THREAT ASSESSMENT CLEARANCES, KEYED ON  *
      *        APPLICANT ID. A LATER CLEARANCE FOR THE SAME DRIVER     *
      *        REPLACES THE EARLIER ONE, LAST WINS AS ELSEWHERE.       *
      ******************************************************************
       5500-LOAD-HAZMAT-CLEARANCES.
           MOVE 'HAZCIDX' TO WS-CURR-FILE-ID
           OPEN INPUT HAZC-FILE
           IF NOT WS-HAZC-OK
               DISPLAY 'LICRLOAD - HAZMAT CLEARANCES HAZCLEAR.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-HAZC-STATUS
               DISPLAY 'LICRLOAD - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HAZX-FILE
           IF NOT WS-HAZX-OK
               DISPLAY 'LICRLOAD - CANNOT BUILD HAZCIDX.DAT - FILE '
                       'STATUS ' WS-HAZX-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ HAZC-FILE INTO HAZC-IN-REC
               AT END SET WS-HAZC-EOF TO TRUE
           END-READ
           PERFORM 5600-LOAD-ONE-CLEARANCE
                   THRU 5600-LOAD-ONE-CLEARANCE-EXIT
               UNTIL WS-HAZC-EOF
           CLOSE HAZC-FILE HAZX-FILE
           PERFORM 6000-SHOW-FILE-COUNTS.

       5600-LOAD-ONE-CLEARANCE.
           ADD 1 TO WS-RECS-READ
           MOVE HAZC-IN-REC TO HAZMAT-CLEARANCE-REC
           IF HZC-APPLICANT-ID = SPACES
               ADD 1 TO WS-NOKEY-CNT
               DISPLAY 'LICRLOAD - WARNING: HAZMAT CLEARANCE WITH NO '
                       'APPLICANT ID SKIPPED: ' HZC-CLEARANCE-NO
               GO TO 5600-LOAD-NEXT
           END-IF
           MOVE HAZC-IN-REC TO HAZX-OUT-REC
           WRITE HAZX-OUT-REC
               INVALID KEY
                   ADD 1 TO WS-REPLACED-CNT
                   REWRITE HAZX-OUT-REC
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-CNT
           END-WRITE
           IF NOT WS-HAZX-OK
               DISPLAY 'LICRLOAD - FATAL WRITE ERROR ON HAZCIDX.DAT '
                       '- FILE STATUS ' WS-HAZX-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       5600-LOAD-NEXT.
           READ HAZC-FILE INTO HAZC-IN-REC
               AT END SET WS-HAZC-EOF TO TRUE
           END-READ.
       5600-LOAD-ONE-CLEARANCE-EXIT.
           EXIT.

      ******************************************************************
      * 6000 - PROVE AND DISPLAY ONE FILE'S COUNTS, THEN RESET THE     *
      *        COUNTERS FOR THE NEXT FILE                              *
