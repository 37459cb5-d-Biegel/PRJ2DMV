      ******************************************************************
      * PROGRAM-ID: LICHZMEX                                           *
      * AUTHOR:     J. B. RUIZ - DMV APPLICATIONS GROUP                *
      * INSTALLATION: STATE DMV DATA CENTER                            *
      * DATE-WRITTEN: 2026-09-18                                       *
      *                                                                *
      * REMARKS.                                                       *
      *   HAZMAT CLEARANCE EXPIRY RUN, PATTERNED ON LICMEDEX. LICEDIT  *
      *   HOLDS THE H ENDORSEMENT OFF A NEW CARD WHEN THE FEDERAL      *
      *   SECURITY THREAT ASSESSMENT HAS NOT CLEARED THE DRIVER, BUT A *
      *   HOLDER WHOSE CLEARANCE RUNS OUT AFTER ISSUE KEEPS THE        *
      *   ENDORSEMENT UNTIL SOMETHING TAKES IT AWAY. THIS PERIODIC     *
      *   RUN, AFTER LICRLOAD HAS REBUILT THE CLEARANCE SIDE FILE      *
      *   (HAZCIDX.DAT), READS THE COMMERCIAL DETAIL FILE              *
      *   (COMMDTL.DAT) AND, FOR EVERY RECORD CARRYING THE HAZMAT      *
      *   ENDORSEMENT WHOSE APPLICANT IS A CURRENT APPROVED            *
      *   COMMERCIAL HOLDER ON THE LICENSE MASTER:                     *
      *     - CLEARANCE EXPIRING WITHIN WS-CLEAR-WINDOW DAYS OF THE    *
      *       BUSINESS DATE - A WARNING RECORD (HAZCDUE.DAT) TO THE    *
      *       MASTER ADDRESS                                           *
      *     - NO CLEARANCE ON FILE, OR ONE ALREADY EXPIRED - THE       *
      *       ENDORSEMENT IS STRIPPED AND A RE-ISSUE CARD WITHOUT IT   *
      *       GOES TO THE VENDOR (CARDHZMT.DAT, CRD- DETAILS PLUS A    *
      *       CRT- COUNT TRAILER, AS LICPUPGR'S CARDUPGR.DAT)          *
      *   EVERY COMMERCIAL DETAIL RECORD IS WRITTEN TO COMMDTLN.DAT,   *
      *   STRIPPED OR AS READ. AFTER THE COUNTS BALANCE (READ = NO     *
      *   HAZMAT + NO KEY + NO MASTER + NOT A HOLDER + CURRENT +       *
      *   WARNED + STRIPPED; WRITTEN = READ) THE OPERATOR SWAPS        *
      *   COMMDTLN.DAT IN AS COMMDTL.DAT, THE SAME PROCEDURE AS THE    *
      *   LICDHUPD DRIVER HISTORY UPDATE, SO THE NEXT LICRLOAD CARRIES *
      *   THE STRIPPED ENDORSEMENT INTO COMMIDX.DAT. A WITHDRAWN,      *
      *   DENIED OR DECEASED HOLDER IS LEFT AS READ - LICEDIT CHECKS   *
      *   THE CLEARANCE AGAIN IF THAT APPLICANT EVER COMES BACK.       *
      *   DAYS TO EXPIRY USE THE SAME SERIAL-DAY ARITHMETIC AS         *
      *   LICURCPT; THE BUSINESS DATE COMES FROM RUNPARM.DAT.          *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-09-18 JBR  INITIAL VERSION.                             *
      *   2026-09-19 JBR  RECOMPILED FOR THE 222-BYTE MASTER (DATE OF  *
      *                   BIRTH ADDED).                                *
      *   2026-10-15 JBR  CLEARANCE CHECK PERFORMED THRU ITS EXIT - A  *
      *                   HOLDER WITH NO CLEARANCE RAN ON INTO THE     *
      *                   REPORT PARAGRAPHS.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICHZMEX.
       AUTHOR. J. B. RUIZ.
       INSTALLATION. STATE DMV DATA CENTER.
       DATE-WRITTEN. 2026-09-18.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMM-FILE ASSIGN TO 'COMMDTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMM-STATUS.

           SELECT NEWC-FILE ASSIGN TO 'COMMDTLN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWC-STATUS.

           SELECT MSTR-FILE ASSIGN TO 'LICMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSTR-IO-KEY
               FILE STATUS IS WS-MSTR-STATUS.

           SELECT HAZC-FILE ASSIGN TO 'HAZCIDX.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HAZC-IO-KEY
               FILE STATUS IS WS-HAZC-STATUS.

           SELECT DUE-FILE ASSIGN TO 'HAZCDUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUE-STATUS.

           SELECT CARD-FILE ASSIGN TO 'CARDHZMT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT RPT-FILE ASSIGN TO 'HAZMRPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMM-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  COMM-IN-REC                 PIC X(60).

       FD  NEWC-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  NEWC-OUT-REC                PIC X(60).

       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-IO-REC.
           05  MSTR-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(213).

       FD  HAZC-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  HAZC-IO-REC.
           05  HAZC-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(21).

       FD  DUE-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  DUE-OUT-REC                 PIC X(100).

       FD  CARD-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CARD-OUT-REC                PIC X(132).

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-OUT-REC                 PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  PARM-IN-REC                 PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-COMM-STATUS               PIC XX.
           88 WS-COMM-OK                VALUE '00'.
           88 WS-COMM-EOF               VALUE '10'.
       01  WS-NEWC-STATUS               PIC XX.
           88 WS-NEWC-OK                VALUE '00'.
       01  WS-MSTR-STATUS               PIC XX.
           88 WS-MSTR-OK                VALUE '00'.
           88 WS-MSTR-NOTFND            VALUE '23'.
       01  WS-HAZC-STATUS               PIC XX.
           88 WS-HAZC-OK                VALUE '00'.
           88 WS-HAZC-NOTFND            VALUE '23'.
       01  WS-DUE-STATUS                PIC XX.
           88 WS-DUE-OK                 VALUE '00'.
       01  WS-CARD-STATUS               PIC XX.
           88 WS-CARD-OK                VALUE '00'.
       01  WS-RPT-STATUS                PIC XX.
           88 WS-RPT-OK                 VALUE '00'.
       01  WS-PARM-STATUS               PIC XX.
           88 WS-PARM-OK                VALUE '00'.
           88 WS-PARM-EOF               VALUE '10'.

           COPY COMMCOPY.
           COPY HZCLCOPY.
           COPY MSTRCOPY.
           COPY HZDUCOPY.
           COPY CARDCOPY.
           COPY HZMRCOPY.
           COPY PARMCOPY.

      * RESULT OF 3000-CHECK-CLEARANCE FOR THE CURRENT HOLDER.
       01  WS-CLEAR-STATE-SW            PIC X     VALUE SPACE.
           88 WS-CLEAR-CURRENT          VALUE 'C'.
           88 WS-CLEAR-DUE              VALUE 'W'.
           88 WS-CLEAR-NONE             VALUE 'N'.
           88 WS-CLEAR-EXPIRED          VALUE 'E'.
           88 WS-CLEAR-BAD-DATE         VALUE 'B'.

      * NOTICE WINDOW - A HOLDER WHOSE CLEARANCE EXPIRES WITHIN THIS
      * MANY CALENDAR DAYS OF THE BUSINESS DATE IS WARNED, THE SAME
      * LOOK-AHEAD LICMEDEX GIVES THE MEDICAL CERTIFICATE.
       01  WS-CLEAR-WINDOW              PIC 9(3)  VALUE 060.

       01  WS-RUN-DATE-NUM              PIC 9(8)  VALUE ZEROS.
       01  WS-DAYS-LEFT                 PIC S9(7) VALUE ZEROS.

      * CUMULATIVE DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH,
      * NON-LEAP - THE SERIAL-DAY COMPUTATION BELOW ADJUSTS A LEAP
      * YEAR FROM MARCH ON BY ONE (THE SAME TABLE AS LICURCPT).
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
           05  WS-COMM-READ             PIC 9(7)  VALUE ZEROS.
           05  WS-NO-HAZMAT-CNT         PIC 9(7)  VALUE ZEROS.
           05  WS-NOKEY-CNT             PIC 9(7)  VALUE ZEROS.
           05  WS-NO-MASTER-CNT         PIC 9(7)  VALUE ZEROS.
           05  WS-NOT-HOLDER-CNT        PIC 9(7)  VALUE ZEROS.
           05  WS-CURRENT-CNT           PIC 9(7)  VALUE ZEROS.
           05  WS-WARNED-CNT            PIC 9(7)  VALUE ZEROS.
           05  WS-STRIPPED-CNT          PIC 9(7)  VALUE ZEROS.
           05  WS-NEWC-WRITTEN          PIC 9(7)  VALUE ZEROS.
           05  WS-CARDS-WRITTEN         PIC 9(7)  VALUE ZEROS.
           05  WS-BALANCE-CHECK         PIC 9(7)  VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-DETAIL
                   THRU 2000-PROCESS-ONE-DETAIL-EXIT
               UNTIL WS-COMM-EOF
           PERFORM 8000-TERMINATE
           GOBACK.

      ******************************************************************
      * 1000 - INITIALIZATION - THE COMMERCIAL DETAIL, THE MASTER AND  *
      *        THE CLEARANCE SIDE FILE MUST ALL OPEN, OR THE RUN IS    *
      *        ABANDONED                                               *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-PARMS
           OPEN INPUT COMM-FILE
           IF NOT WS-COMM-OK
               DISPLAY 'LICHZMEX - COMMERCIAL DETAIL COMMDTL.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-COMM-STATUS
               DISPLAY 'LICHZMEX - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MSTR-FILE
           IF NOT WS-MSTR-OK
               DISPLAY 'LICHZMEX - CANNOT OPEN LICENSE MASTER - FILE '
                       'STATUS ' WS-MSTR-STATUS
               DISPLAY 'LICHZMEX - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HAZC-FILE
           IF NOT WS-HAZC-OK
               DISPLAY 'LICHZMEX - CLEARANCE SIDE FILE HAZCIDX.DAT '
                       'NOT AVAILABLE - FILE STATUS ' WS-HAZC-STATUS
               DISPLAY 'LICHZMEX - RUN LICRLOAD FIRST - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT NEWC-FILE
           OPEN OUTPUT DUE-FILE
           OPEN OUTPUT CARD-FILE
           OPEN OUTPUT RPT-FILE
           IF NOT WS-NEWC-OK OR NOT WS-DUE-OK
              OR NOT WS-CARD-OK OR NOT WS-RPT-OK
               DISPLAY 'LICHZMEX - CANNOT OPEN OUTPUT FILES - NEWC '
                       WS-NEWC-STATUS ' DUE ' WS-DUE-STATUS
                       ' CARD ' WS-CARD-STATUS ' RPT ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-DATE-NUM TO HZR-HDR1-DATE
           WRITE RPT-OUT-REC FROM HZR-HDR1
           WRITE RPT-OUT-REC FROM HZR-HDR2
           MOVE WS-RUN-DATE-NUM TO WS-DATE-WORK (1:8)
           PERFORM 4200-COMPUTE-SERIAL-DAY
           MOVE WS-SERIAL-DAY TO WS-RUN-SERIAL
           READ COMM-FILE INTO COMM-IN-REC
               AT END SET WS-COMM-EOF TO TRUE
           END-READ.

      * A MISSING OR EMPTY PARAMETER FILE ABANDONS THE RUN - STRIPPING
      * AN ENDORSEMENT A DAY EARLY IS NOT A QUIET ERROR.
       1050-READ-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'LICHZMEX - RUN-CONTROL PARAMETER FILE '
                       'RUNPARM.DAT NOT AVAILABLE - FILE STATUS '
                       WS-PARM-STATUS
               DISPLAY 'LICHZMEX - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE INTO PARM-IN-REC
               AT END SET WS-PARM-EOF TO TRUE
           END-READ
           IF WS-PARM-EOF
               DISPLAY 'LICHZMEX - RUNPARM.DAT IS EMPTY - RUN '
                       'ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-IN-REC TO RUN-CONTROL-REC
           IF PRM-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'LICHZMEX - RUNPARM.DAT PARAMETERS NOT '
                       'NUMERIC - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PARM-FILE
           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE-NUM.

      ******************************************************************
      * 2000 - ONE COMMERCIAL DETAIL RECORD: WARN, STRIP, OR PASS IT   *
      *        THROUGH - EVERY RECORD IS WRITTEN TO COMMDTLN.DAT       *
      ******************************************************************
       2000-PROCESS-ONE-DETAIL.
           ADD 1 TO WS-COMM-READ
           MOVE COMM-IN-REC TO COMMERCIAL-DETAIL-REC
           IF CDL-ENDORSE-HAZMAT = SPACE
               ADD 1 TO WS-NO-HAZMAT-CNT
               GO TO 2000-WRITE-DETAIL
           END-IF
           MOVE SPACES TO HZR-DETAIL
           MOVE CDL-APPLICANT-ID TO HZR-DET-APPID
           IF CDL-APPLICANT-ID = SPACES
               ADD 1 TO WS-NOKEY-CNT
               MOVE 'NO KEY' TO HZR-DET-ACTION
               MOVE 'NO APPLICANT ID' TO HZR-DET-NOTE
               PERFORM 2900-WRITE-REPORT-LINE
               GO TO 2000-WRITE-DETAIL
           END-IF
           MOVE CDL-APPLICANT-ID TO MSTR-IO-KEY
           READ MSTR-FILE INTO LICENSE-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-NO-MASTER-CNT
                   MOVE 'NO MASTER' TO HZR-DET-ACTION
                   MOVE 'NOT ON LICENSE MSTR' TO HZR-DET-NOTE
                   PERFORM 2900-WRITE-REPORT-LINE
                   GO TO 2000-WRITE-DETAIL
           END-READ
           IF NOT MST-OUTC-APPROVED
              OR MST-LICENSE-TYPE NOT = 'C'
               ADD 1 TO WS-NOT-HOLDER-CNT
               GO TO 2000-WRITE-DETAIL
           END-IF
           MOVE MST-NAME TO HZR-DET-NAME
           PERFORM 3000-CHECK-CLEARANCE THRU 3000-CHECK-CLEARANCE-EXIT
           MOVE HZC-CLEARANCE-NO TO HZR-DET-CLEAR-NO
           IF NOT WS-CLEAR-NONE
               MOVE HZC-CLEAR-EXPIRE TO HZR-DET-EXPIRE
           END-IF
           IF WS-CLEAR-CURRENT
               ADD 1 TO WS-CURRENT-CNT
               GO TO 2000-WRITE-DETAIL
           END-IF
           IF WS-CLEAR-DUE
               ADD 1 TO WS-WARNED-CNT
               PERFORM 4000-WRITE-WARNING
               MOVE 'WARNED' TO HZR-DET-ACTION
               MOVE 'CLEARANCE EXPIRING' TO HZR-DET-NOTE
               PERFORM 2900-WRITE-REPORT-LINE
               GO TO 2000-WRITE-DETAIL
           END-IF
           ADD 1 TO WS-STRIPPED-CNT
           MOVE 'STRIPPED' TO HZR-DET-ACTION
           EVALUATE TRUE
               WHEN WS-CLEAR-NONE
                   MOVE 'NO CLEARANCE ON FILE' TO HZR-DET-NOTE
               WHEN WS-CLEAR-EXPIRED
                   MOVE 'CLEARANCE EXPIRED' TO HZR-DET-NOTE
               WHEN OTHER
                   MOVE 'CLEARANCE DATE BAD' TO HZR-DET-NOTE
           END-EVALUATE
           PERFORM 2900-WRITE-REPORT-LINE
           MOVE SPACE TO CDL-ENDORSE-HAZMAT
           PERFORM 5000-WRITE-CARD-RECORD.
       2000-WRITE-DETAIL.
           WRITE NEWC-OUT-REC FROM COMMERCIAL-DETAIL-REC
           IF NOT WS-NEWC-OK
               DISPLAY 'LICHZMEX - FATAL WRITE ERROR ON COMMDTLN.DAT '
                       '- FILE STATUS ' WS-NEWC-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-NEWC-WRITTEN.
       2000-READ-NEXT.
           READ COMM-FILE INTO COMM-IN-REC
               AT END SET WS-COMM-EOF TO TRUE
           END-READ.
       2000-PROCESS-ONE-DETAIL-EXIT.
           EXIT.

       2900-WRITE-REPORT-LINE.
           WRITE RPT-OUT-REC FROM HZR-DETAIL
           IF NOT WS-RPT-OK
               DISPLAY 'LICHZMEX - FATAL WRITE ERROR ON HAZMRPT.DAT '
                       '- FILE STATUS ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      * 3000 - CLEARANCE STATE FOR THE CURRENT HOLDER. EXPIRING ON THE *
      *        BUSINESS DATE ITSELF IS STILL CURRENT, THE SAME RULE    *
      *        LICEDIT APPLIES AT ISSUE. A DATE THAT IS NOT A DATE     *
      *        CANNOT PROVE A CLEARANCE AND IS TREATED AS NONE.        *
      ******************************************************************
       3000-CHECK-CLEARANCE.
           MOVE SPACES TO HAZMAT-CLEARANCE-REC
           MOVE CDL-APPLICANT-ID TO HAZC-IO-KEY
           READ HAZC-FILE INTO HAZMAT-CLEARANCE-REC
               INVALID KEY
                   SET WS-CLEAR-NONE TO TRUE
                   GO TO 3000-CHECK-CLEARANCE-EXIT
           END-READ
           MOVE HZC-CLEAR-EXPIRE TO WS-DATE-WORK (1:8)
           IF HZC-CLEAR-EXPIRE NOT NUMERIC
              OR WS-SER-MM < 01 OR WS-SER-MM > 12
              OR WS-SER-DD < 01 OR WS-SER-DD > 31
               SET WS-CLEAR-BAD-DATE TO TRUE
               GO TO 3000-CHECK-CLEARANCE-EXIT
           END-IF
           PERFORM 4200-COMPUTE-SERIAL-DAY
           COMPUTE WS-DAYS-LEFT = WS-SERIAL-DAY - WS-RUN-SERIAL
           IF WS-DAYS-LEFT < 0
               SET WS-CLEAR-EXPIRED TO TRUE
           ELSE
               IF WS-DAYS-LEFT > WS-CLEAR-WINDOW
                   SET WS-CLEAR-CURRENT TO TRUE
               ELSE
                   SET WS-CLEAR-DUE TO TRUE
               END-IF
           END-IF.
       3000-CHECK-CLEARANCE-EXIT.
           EXIT.

       4000-WRITE-WARNING.
           MOVE SPACES TO HAZMAT-DUE-REC
           MOVE MST-APPLICANT-ID TO HZD-APPLICANT-ID
           MOVE MST-NAME TO HZD-NAME
           MOVE HZC-CLEARANCE-NO TO HZD-CLEARANCE-NO
           MOVE HZC-CLEAR-EXPIRE TO HZD-CLEAR-EXPIRE
           MOVE MST-ADDR-LINE1 TO HZD-ADDR-LINE1
           MOVE MST-ADDR-CITY TO HZD-ADDR-CITY
           MOVE MST-ADDR-STATE TO HZD-ADDR-STATE
           MOVE MST-ADDR-ZIP TO HZD-ADDR-ZIP
           WRITE DUE-OUT-REC FROM HAZMAT-DUE-REC
           IF NOT WS-DUE-OK
               DISPLAY 'LICHZMEX - FATAL WRITE ERROR ON HAZCDUE.DAT '
                       '- FILE STATUS ' WS-DUE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
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

      ******************************************************************
      * 5000 - RE-ISSUE CARD WITHOUT THE H ENDORSEMENT - THE HOLDER'S  *
      *        CARD FIELDS FROM THE MASTER (AS LICPUPGR BUILDS THEM),  *
      *        THE COMMERCIAL FIELDS FROM THE STRIPPED DETAIL RECORD   *
      ******************************************************************
       5000-WRITE-CARD-RECORD.
           MOVE SPACES TO CARD-PRODUCTION-REC
           SET CRD-IS-DETAIL TO TRUE
           MOVE MST-APPLICANT-ID TO CRD-APPLICANT-ID
           MOVE MST-NAME TO CRD-NAME
           MOVE MST-LICENSE-TYPE TO CRD-LICENSE-TYPE
           MOVE MST-REALID-FLAG TO CRD-REALID-FLAG
           IF MST-IS-PROVISIONAL
               MOVE 'Y' TO CRD-PROVISIONAL-FLAG
           ELSE
               MOVE 'N' TO CRD-PROVISIONAL-FLAG
           END-IF
           MOVE CDL-VEHICLE-CLASS TO CRD-VEHICLE-CLASS
           MOVE CDL-ENDORSEMENTS TO CRD-ENDORSEMENTS
           MOVE CDL-RESTRICTIONS TO CRD-RESTRICTIONS
           MOVE MST-CORRECTIVE-LENS TO CRD-CORRECTIVE-LENS
           MOVE MST-EYE-COLOR TO CRD-EYE-COLOR
           MOVE MST-HAIR-COLOR TO CRD-HAIR-COLOR
           MOVE MST-EXPIRE-YY TO CRD-EXPIRE-YY
           MOVE MST-EXPIRE-MM TO CRD-EXPIRE-MM
           MOVE MST-EXPIRE-DD TO CRD-EXPIRE-DD
           MOVE MST-ORGAN-DONOR TO CRD-ORGAN-DONOR
           MOVE MST-ADDRESS TO CRD-ADDRESS
           WRITE CARD-OUT-REC FROM CARD-PRODUCTION-REC
           IF NOT WS-CARD-OK
               DISPLAY 'LICHZMEX - FATAL WRITE ERROR ON CARDHZMT.DAT '
                       '- FILE STATUS ' WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-CARDS-WRITTEN.

       8000-TERMINATE.
           MOVE SPACES TO CARD-TRAILER-REC
           SET CRT-IS-TRAILER TO TRUE
           MOVE WS-CARDS-WRITTEN TO CRT-CARD-COUNT
           WRITE CARD-OUT-REC FROM CARD-TRAILER-REC
           MOVE 'COMMERCIAL DETAIL RECORDS READ' TO HZR-TOT-LABEL
           MOVE WS-COMM-READ TO HZR-TOT-VALUE
           WRITE RPT-OUT-REC FROM HZR-TOT-LINE
           MOVE 'NO HAZMAT ENDORSEMENT' TO HZR-TOT-LABEL
           MOVE WS-NO-HAZMAT-CNT TO HZR-TOT-VALUE
           WRITE RPT-OUT-REC FROM HZR-TOT-LINE
           MOVE 'HAZMAT RECORDS WITH NO APPLICANT ID'
               TO HZR-TOT-LABEL
           MOVE WS-NOKEY-CNT TO HZR-TOT-VALUE
           WRITE RPT-OUT-REC FROM HZR-TOT-LINE
           MOVE 'NOT ON LICENSE MASTER' TO HZR-TOT-LABEL
           MOVE WS-NO-MASTER-CNT TO HZR-TOT-VALUE
           WRITE RPT-OUT-REC FROM HZR-TOT-LINE
           MOVE 'NOT A CURRENT APPROVED COMMERCIAL HOLDER'
               TO HZR-TOT-LABEL
           MOVE WS-NOT-HOLDER-CNT TO HZR-TOT-VALUE
           WRITE RPT-OUT-REC FROM HZR-TOT-LINE
           MOVE 'CLEARANCE CURRENT' TO HZR-TOT-LABEL
           MOVE WS-CURRENT-CNT TO HZR-TOT-VALUE
           WRITE RPT-OUT-REC FROM HZR-TOT-LINE
           MOVE 'CLEARANCE EXPIRING - HOLDER WARNED' TO HZR-TOT-LABEL
           MOVE WS-WARNED-CNT TO HZR-TOT-VALUE
           WRITE RPT-OUT-REC FROM HZR-TOT-LINE
           MOVE 'NO CURRENT CLEARANCE - ENDORSEMENT STRIPPED'
               TO HZR-TOT-LABEL
           MOVE WS-STRIPPED-CNT TO HZR-TOT-VALUE
           WRITE RPT-OUT-REC FROM HZR-TOT-LINE
           MOVE 'RE-ISSUE CARDS WRITTEN TO CARDHZMT.DAT'
               TO HZR-TOT-LABEL
           MOVE WS-CARDS-WRITTEN TO HZR-TOT-VALUE
           WRITE RPT-OUT-REC FROM HZR-TOT-LINE
           MOVE 'RECORDS WRITTEN TO COMMDTLN.DAT' TO HZR-TOT-LABEL
           MOVE WS-NEWC-WRITTEN TO HZR-TOT-VALUE
           WRITE RPT-OUT-REC FROM HZR-TOT-LINE
           COMPUTE WS-BALANCE-CHECK =
               WS-NO-HAZMAT-CNT + WS-NOKEY-CNT + WS-NO-MASTER-CNT
               + WS-NOT-HOLDER-CNT + WS-CURRENT-CNT + WS-WARNED-CNT
               + WS-STRIPPED-CNT
           IF WS-BALANCE-CHECK = WS-COMM-READ
              AND WS-NEWC-WRITTEN = WS-COMM-READ
              AND WS-CARDS-WRITTEN = WS-STRIPPED-CNT
               MOVE 'RUN IS IN BALANCE' TO HZR-TOT-LABEL
           ELSE
               MOVE 'RUN IS OUT OF BALANCE - INVESTIGATE'
                   TO HZR-TOT-LABEL
           END-IF
           MOVE ZEROS TO HZR-TOT-VALUE
           WRITE RPT-OUT-REC FROM HZR-TOT-LINE
           CLOSE COMM-FILE NEWC-FILE MSTR-FILE HAZC-FILE
                 DUE-FILE CARD-FILE RPT-FILE
           DISPLAY 'LICHZMEX - DETAIL RECORDS READ:  ' WS-COMM-READ
           DISPLAY 'LICHZMEX - NO HAZMAT:            '
                   WS-NO-HAZMAT-CNT
           DISPLAY 'LICHZMEX - NO APPLICANT ID:      ' WS-NOKEY-CNT
           DISPLAY 'LICHZMEX - NOT ON MASTER:        ' WS-NO-MASTER-CNT
           DISPLAY 'LICHZMEX - NOT A HOLDER:         '
                   WS-NOT-HOLDER-CNT
           DISPLAY 'LICHZMEX - CLEARANCE CURRENT:    ' WS-CURRENT-CNT
           DISPLAY 'LICHZMEX - WARNED:               ' WS-WARNED-CNT
           DISPLAY 'LICHZMEX - STRIPPED:             ' WS-STRIPPED-CNT
           DISPLAY 'LICHZMEX - RE-ISSUE CARDS:       '
                   WS-CARDS-WRITTEN
           IF WS-BALANCE-CHECK = WS-COMM-READ
              AND WS-NEWC-WRITTEN = WS-COMM-READ
              AND WS-CARDS-WRITTEN = WS-STRIPPED-CNT
               DISPLAY 'LICHZMEX - RUN IS IN BALANCE - COMMDTLN.DAT '
                       'MAY REPLACE COMMDTL.DAT'
           ELSE
               DISPLAY 'LICHZMEX - RUN IS OUT OF BALANCE - DO NOT '
                       'REPLACE THE COMMERCIAL DETAIL FILE - '
                       'INVESTIGATE'
               MOVE 16 TO RETURN-CODE
           END-IF.
