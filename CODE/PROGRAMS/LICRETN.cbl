      ******************************************************************
      * PROGRAM-ID: LICRETN                                            *
      * AUTHOR:     J. B. RUIZ - DMV APPLICATIONS GROUP                *
      * INSTALLATION: STATE DMV DATA CENTER                            *
      * DATE-WRITTEN: 2026-09-21                                       *
      *                                                                *
      * REMARKS.                                                       *
      *   RECORDS RETENTION PURGE. THE EDIT DECISION AUDIT TRAIL       *
      *   (AUDCOPY.DAT), THE SUPERSEDED MASTER HISTORY (LICHIST.DAT)   *
      *   AND THE PIPELINE CONTROL ARCHIVE (PIPEARCH.DAT) WERE ONLY    *
      *   EVER EXTENDED, SO LICAUDIT AND LICHINQ SCANNED MORE EVERY    *
      *   MONTH AND THE FILES HELD RECORDS PAST THE PERIOD THE STATE   *
      *   RECORDS RETENTION SCHEDULE ALLOWS. THIS RUN READS THE        *
      *   SCHEDULE (RETNSCHD.DAT - YEARS TO KEEP BY FILE AND RECORD    *
      *   TYPE) AND MAKES ONE PASS OVER EACH FILE:                     *
      *     - A RECORD DATED BEFORE THE BUSINESS DATE LESS ITS KEEP    *
      *       YEARS IS COPIED TO THE DATED DESTRUCTION ARCHIVE         *
      *       (RETNARCH.DAT) AND LEFT OFF THE REWRITTEN FILE           *
      *     - AN ELIGIBLE AUDIT OR HISTORY RECORD FOR AN APPLICANT     *
      *       WITH AN APPEAL CASE STILL OPEN OR SCHEDULED ON           *
      *       APPLCASE.DAT, OR WHOSE MASTER IS WITHDRAWN UNDER AN      *
      *       ACTIVE COURT SANCTION, IS HELD - KEPT ON THE LIVE FILE   *
      *       AND COUNTED AS HELD - UNTIL THE CASE OR SANCTION ENDS    *
      *     - EVERY OTHER RECORD, INCLUDING ONE OF A TYPE THE          *
      *       SCHEDULE DOES NOT COVER OR WITH NO VALID DATE, IS KEPT   *
      *   THE KEPT RECORDS OF EACH FILE GO FIRST TO A WORK COPY        *
      *   (AUDCOPYN.DAT, LICHISTN.DAT, PIPEARCN.DAT). ONLY WHEN ALL    *
      *   THREE FILES BALANCE (READ = KEPT + UNSCHEDULED + HELD +      *
      *   PURGED, WORK COPY = READ - PURGED, ARCHIVE = PURGED) ARE     *
      *   THE LIVE FILES REWRITTEN FROM THE WORK COPIES; ON ANY        *
      *   ERROR BEFORE THAT THE LIVE FILES ARE NOT DISTURBED. THE      *
      *   WORK COPIES STAY ON DISK AS THE RECOVERY COPY UNTIL THE      *
      *   NEXT RUN. THE CERTIFICATE OF DESTRUCTION (RETNCERT.DAT)      *
      *   GIVES THE COUNT AND DATE RANGE DESTROYED UNDER EACH          *
      *   SCHEDULE ITEM, THE HOLDS, AND THE FILE TOTALS, FOR THE       *
      *   RECORDS CUSTODIAN TO SIGN. RUN IT AFTER LICPSTAT, WITH NO    *
      *   OTHER STEP WRITING THE AUDIT TRAIL. THE ARCHIVE GOES TO      *
      *   OFFLINE MEDIA LABELLED WITH THE RUN DATE; A RUN THAT FINDS   *
      *   THE PREVIOUS ARCHIVE STILL ON DISK IS ABANDONED RATHER       *
      *   THAN OVERWRITE IT.                                           *
      *                                                                *
      * MODIFICATION HISTORY.                                          *
      *   2026-09-21 JBR  INITIAL VERSION.                             *
      *   2026-10-15 JBR  SANCTION CHECK PERFORMED THRU ITS EXIT - AN  *
      *                   APPLICANT OFF THE MASTER RAN ON INTO THE     *
      *                   ARCHIVE AND REWRITE PARAGRAPHS.              *
      *   2026-10-15 JBR  SCHEDULE AND APPEAL LOOKUPS REWRITTEN AS     *
      *                   SCAN PARAGRAPHS.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICRETN.
       AUTHOR. J. B. RUIZ.
       INSTALLATION. STATE DMV DATA CENTER.
       DATE-WRITTEN. 2026-09-21.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHD-FILE ASSIGN TO 'RETNSCHD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHD-STATUS.

      * OPTIONAL SO AN INSTALLATION WITH NO APPEAL CASE FILE YET
      * READS IT AS EMPTY - NO OPEN CASES, NOTHING HELD FOR ONE.
           SELECT OPTIONAL CASE-FILE ASSIGN TO 'APPLCASE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT MSTR-FILE ASSIGN TO 'LICMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MSTR-IO-KEY
               FILE STATUS IS WS-MSTR-STATUS.

      * OPTIONAL ON ALL THREE - A FILE NOT YET CREATED AT THIS
      * INSTALLATION READS AS EMPTY AND IS REWRITTEN EMPTY.
           SELECT OPTIONAL AUD-FILE ASSIGN TO 'AUDCOPY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPTIONAL HIST-FILE ASSIGN TO 'LICHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OPTIONAL PARC-FILE ASSIGN TO 'PIPEARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARC-STATUS.

           SELECT AUDN-FILE ASSIGN TO 'AUDCOPYN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDN-STATUS.

           SELECT HSTN-FILE ASSIGN TO 'LICHISTN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSTN-STATUS.

           SELECT PRCN-FILE ASSIGN TO 'PIPEARCN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCN-STATUS.

      * OPTIONAL SO THE CHECK FOR A PREVIOUS ARCHIVE STILL ON DISK
      * CAN OPEN IT FOR INPUT WHEN THERE IS NONE.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO 'RETNARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT CERT-FILE ASSIGN TO 'RETNCERT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT PARM-FILE ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHD-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  SCHD-IN-REC                 PIC X(40).

       FD  CASE-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  CASE-IN-REC                 PIC X(150).

       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-IO-REC.
           05  MSTR-IO-KEY             PIC X(9).
           05  FILLER                  PIC X(213).

       FD  AUD-FILE
           RECORD CONTAINS 122 CHARACTERS.
       01  AUD-IO-REC                  PIC X(122).

       FD  HIST-FILE
           RECORD CONTAINS 231 CHARACTERS.
       01  HIST-IO-REC                 PIC X(231).

       FD  PARC-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  PARC-IO-REC                 PIC X(42).

       FD  AUDN-FILE
           RECORD CONTAINS 122 CHARACTERS.
       01  AUDN-IO-REC                 PIC X(122).

       FD  HSTN-FILE
           RECORD CONTAINS 231 CHARACTERS.
       01  HSTN-IO-REC                 PIC X(231).

       FD  PRCN-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  PRCN-IO-REC                 PIC X(42).

       FD  ARCH-FILE
           RECORD CONTAINS 267 CHARACTERS.
       01  ARCH-IO-REC                 PIC X(267).

       FD  CERT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CERT-OUT-REC                PIC X(80).

       FD  PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  PARM-IN-REC                 PIC X(32).

       WORKING-STORAGE SECTION.
       01  WS-SCHD-STATUS               PIC XX.
           88 WS-SCHD-OK                VALUE '00'.
           88 WS-SCHD-EOF               VALUE '10'.
       01  WS-CASE-STATUS               PIC XX.
           88 WS-CASE-OK                VALUE '00'.
           88 WS-CASE-EOF               VALUE '10'.
       01  WS-MSTR-STATUS               PIC XX.
           88 WS-MSTR-OK                VALUE '00'.
       01  WS-AUD-STATUS                PIC XX.
           88 WS-AUD-OK                 VALUE '00'.
           88 WS-AUD-EOF                VALUE '10'.
       01  WS-HIST-STATUS               PIC XX.
           88 WS-HIST-OK                VALUE '00'.
           88 WS-HIST-EOF               VALUE '10'.
       01  WS-PARC-STATUS               PIC XX.
           88 WS-PARC-OK                VALUE '00'.
           88 WS-PARC-EOF               VALUE '10'.
       01  WS-AUDN-STATUS               PIC XX.
           88 WS-AUDN-OK                VALUE '00'.
           88 WS-AUDN-EOF               VALUE '10'.
       01  WS-HSTN-STATUS               PIC XX.
           88 WS-HSTN-OK                VALUE '00'.
           88 WS-HSTN-EOF               VALUE '10'.
       01  WS-PRCN-STATUS               PIC XX.
           88 WS-PRCN-OK                VALUE '00'.
           88 WS-PRCN-EOF               VALUE '10'.
       01  WS-ARCH-STATUS               PIC XX.
           88 WS-ARCH-OK                VALUE '00'.
           88 WS-ARCH-EOF               VALUE '10'.
       01  WS-CERT-STATUS               PIC XX.
           88 WS-CERT-OK                VALUE '00'.
       01  WS-PARM-STATUS               PIC XX.
           88 WS-PARM-OK                VALUE '00'.
           88 WS-PARM-EOF               VALUE '10'.

           COPY RETNCOPY.
           COPY APLCCOPY.
           COPY MSTRCOPY.
           COPY AUDCOPY.
           COPY HISTCOPY.
           COPY PIPECOPY.
           COPY RTNACOPY.
           COPY RTNCCOPY.
           COPY PARMCOPY.

      * THE RETENTION SCHEDULE, WITH WHAT WAS DESTROYED AND HELD
      * UNDER EACH ROW FOR THE CERTIFICATE. A ROW THAT IS NOT FOR
      * ONE OF THE THREE FILES, OR WHOSE KEEP YEARS ARE NOT A
      * NUMBER ABOVE ZERO, IS DROPPED - A ZERO WOULD DESTROY A
      * FILE TO THE BUSINESS DATE. AN OVERFLOW ABANDONS THE RUN.
       01  WS-SCH-TABLE.
           05  WS-SCH-MAX              PIC 9(3)  VALUE 050 COMP.
           05  WS-SCH-CNT              PIC 9(3)  VALUE ZEROS COMP.
           05  WS-SCH-ENTRY OCCURS 50 TIMES
                                       INDEXED BY WS-SCH-IDX.
               10 WS-SCH-FILE-ID       PIC X(8).
               10 WS-SCH-REC-TYPE      PIC X(8).
               10 WS-SCH-KEEP-YEARS    PIC 9(2).
               10 WS-SCH-ITEM          PIC X(10).
               10 WS-SCH-CUTOFF        PIC 9(8).
               10 WS-SCH-PURGED        PIC 9(7).
               10 WS-SCH-HELD          PIC 9(7).
               10 WS-SCH-LOW-DATE      PIC 9(8).
               10 WS-SCH-HIGH-DATE     PIC 9(8).

      * APPLICANTS WITH AN APPEAL CASE STILL OPEN OR SCHEDULED FOR
      * HEARING. AN OVERFLOW ABANDONS THE RUN - HOLDING TOO LITTLE
      * IS NOT A QUIET ERROR.
       01  WS-CASE-TABLE.
           05  WS-CASE-MAX             PIC 9(5)  VALUE 05000 COMP.
           05  WS-CASE-CNT             PIC 9(5)  VALUE ZEROS COMP.
           05  WS-CASE-APPID OCCURS 5000 TIMES
                                       INDEXED BY WS-CASE-IDX
                                       PIC X(9).

      * ONE ENTRY PER FILE RETAINED: 1 AUDCOPY, 2 LICHIST,
      * 3 PIPEARCH.
       01  WS-FILE-TABLE.
           05  WS-FT-ENTRY OCCURS 3 TIMES
                                       INDEXED BY WS-FT-IDX.
               10 WS-FT-ID             PIC X(8).
               10 WS-FT-NAME           PIC X(12).
               10 WS-FT-READ           PIC 9(7).
               10 WS-FT-KEPT           PIC 9(7).
               10 WS-FT-UNSCHED        PIC 9(7).
               10 WS-FT-HELD-APPEAL    PIC 9(7).
               10 WS-FT-HELD-SANCT     PIC 9(7).
               10 WS-FT-PURGED         PIC 9(7).
               10 WS-FT-WORK-WRITTEN   PIC 9(7).
               10 WS-FT-REWRITTEN      PIC 9(7).
       01  WS-FT-AUD                    PIC 9     VALUE 1.
       01  WS-FT-HIST                   PIC 9     VALUE 2.
       01  WS-FT-PARC                   PIC 9     VALUE 3.
       01  WS-FT-CURR                   PIC 9     VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-FOUND-SW             PIC X     VALUE 'N'.
               88 WS-WAS-FOUND         VALUE 'Y'.
           05  WS-BALANCED-SW          PIC X     VALUE 'Y'.
               88 WS-ALL-BALANCED      VALUE 'Y'.
           05  WS-ACTION-SW            PIC X     VALUE SPACE.
               88 WS-ACT-KEEP          VALUE 'K'.
               88 WS-ACT-UNSCHED       VALUE 'U'.
               88 WS-ACT-HELD-APPEAL   VALUE 'A'.
               88 WS-ACT-HELD-SANCT    VALUE 'S'.
               88 WS-ACT-PURGE         VALUE 'P'.

      * THE RECORD IN HAND, IN THE SAME TERMS FOR EVERY FILE.
       01  WS-CURR-REC.
           05  WS-CURR-TYPE             PIC X(8)  VALUE SPACES.
           05  WS-CURR-DATE             PIC 9(8)  VALUE ZEROS.
           05  WS-CURR-APPID            PIC X(9)  VALUE SPACES.
           05  WS-CURR-IMAGE            PIC X(231) VALUE SPACES.

       01  WS-FIND-TYPE                 PIC X(8)  VALUE SPACES.
       01  WS-RUN-DATE-NUM              PIC 9(8)  VALUE ZEROS.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-NUM.
           05  WS-RUN-YY                PIC 9(4).
           05  WS-RUN-MMDD              PIC 9(4).
       01  WS-CUTOFF-YY                 PIC 9(4)  VALUE ZEROS.
       01  WS-EXPECT-WORK               PIC 9(7)  VALUE ZEROS.
       01  WS-BALANCE-CHECK             PIC 9(7)  VALUE ZEROS.
       01  WS-TOTAL-PURGED              PIC 9(7)  VALUE ZEROS.
       01  WS-ARCH-WRITTEN              PIC 9(7)  VALUE ZEROS.
       01  WS-SCHD-READ                 PIC 9(5)  VALUE ZEROS.
       01  WS-SCHD-DROPPED              PIC 9(5)  VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           MOVE WS-FT-AUD TO WS-FT-CURR
           PERFORM 2000-SCREEN-ONE-AUDIT THRU 2000-SCREEN-ONE-AUDIT-EXIT
               UNTIL WS-AUD-EOF
           MOVE WS-FT-HIST TO WS-FT-CURR
           PERFORM 2100-SCREEN-ONE-HISTORY
                   THRU 2100-SCREEN-ONE-HISTORY-EXIT
               UNTIL WS-HIST-EOF
           MOVE WS-FT-PARC TO WS-FT-CURR
           PERFORM 2200-SCREEN-ONE-PIPE THRU 2200-SCREEN-ONE-PIPE-EXIT
               UNTIL WS-PARC-EOF
           CLOSE AUD-FILE HIST-FILE PARC-FILE
                 AUDN-FILE HSTN-FILE PRCN-FILE ARCH-FILE MSTR-FILE
           PERFORM 4000-CHECK-BALANCE
           IF WS-ALL-BALANCED
               PERFORM 5000-REWRITE-LIVE-FILES
           END-IF
           PERFORM 7000-WRITE-CERTIFICATE
           PERFORM 8000-TERMINATE
           GOBACK.

      ******************************************************************
      * 1000 - INITIALIZATION - THE SCHEDULE, THE OPEN APPEAL CASES    *
      *        AND THE MASTER MUST ALL BE IN HAND, AND THE PREVIOUS    *
      *        ARCHIVE MUST HAVE GONE OFFLINE, BEFORE ANY FILE IS READ *
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-PARMS
           MOVE 'AUDCOPY' TO WS-FT-ID (WS-FT-AUD)
           MOVE 'AUDCOPY.DAT' TO WS-FT-NAME (WS-FT-AUD)
           MOVE 'LICHIST' TO WS-FT-ID (WS-FT-HIST)
           MOVE 'LICHIST.DAT' TO WS-FT-NAME (WS-FT-HIST)
           MOVE 'PIPEARCH' TO WS-FT-ID (WS-FT-PARC)
           MOVE 'PIPEARCH.DAT' TO WS-FT-NAME (WS-FT-PARC)
           PERFORM 1060-CLEAR-FILE-COUNTS
               VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > 3
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'LICRETN - ARCHIVE RETNARCH.DAT CANNOT BE '
                       'CHECKED - FILE STATUS ' WS-ARCH-STATUS
               DISPLAY 'LICRETN - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ ARCH-FILE INTO ARCH-IO-REC
               AT END SET WS-ARCH-EOF TO TRUE
           END-READ
           IF NOT WS-ARCH-EOF
               DISPLAY 'LICRETN - THE PREVIOUS DESTRUCTION ARCHIVE '
                       'RETNARCH.DAT IS STILL ON DISK'
               DISPLAY 'LICRETN - MOVE IT TO OFFLINE MEDIA FIRST - '
                       'RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE ARCH-FILE
           OPEN INPUT SCHD-FILE
           IF NOT WS-SCHD-OK
               DISPLAY 'LICRETN - RETENTION SCHEDULE RETNSCHD.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-SCHD-STATUS
               DISPLAY 'LICRETN - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ SCHD-FILE INTO SCHD-IN-REC
               AT END SET WS-SCHD-EOF TO TRUE
           END-READ
           PERFORM 1200-LOAD-ONE-SCHEDULE
                   THRU 1200-LOAD-ONE-SCHEDULE-EXIT
               UNTIL WS-SCHD-EOF
           CLOSE SCHD-FILE
           IF WS-SCH-CNT = ZERO
               DISPLAY 'LICRETN - NO USABLE ROWS ON RETNSCHD.DAT - '
                       'RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = '00' AND NOT = '05'
               DISPLAY 'LICRETN - APPEAL CASE FILE APPLCASE.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-CASE-STATUS
               DISPLAY 'LICRETN - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ CASE-FILE INTO CASE-IN-REC
               AT END SET WS-CASE-EOF TO TRUE
           END-READ
           PERFORM 1300-LOAD-ONE-CASE THRU 1300-LOAD-ONE-CASE-EXIT
               UNTIL WS-CASE-EOF
           CLOSE CASE-FILE
           OPEN INPUT MSTR-FILE
           IF NOT WS-MSTR-OK
               DISPLAY 'LICRETN - LICENSE MASTER LICMSTR.DAT NOT '
                       'AVAILABLE - FILE STATUS ' WS-MSTR-STATUS
               DISPLAY 'LICRETN - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT AUD-FILE
           OPEN INPUT HIST-FILE
           OPEN INPUT PARC-FILE
           IF (WS-AUD-STATUS NOT = '00' AND NOT = '05')
              OR (WS-HIST-STATUS NOT = '00' AND NOT = '05')
              OR (WS-PARC-STATUS NOT = '00' AND NOT = '05')
               DISPLAY 'LICRETN - CANNOT OPEN THE RETAINED FILES - '
                       'AUD ' WS-AUD-STATUS ' HIST ' WS-HIST-STATUS
                       ' PARC ' WS-PARC-STATUS
               DISPLAY 'LICRETN - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT AUDN-FILE
           OPEN OUTPUT HSTN-FILE
           OPEN OUTPUT PRCN-FILE
           OPEN OUTPUT ARCH-FILE
           OPEN OUTPUT CERT-FILE
           IF NOT WS-AUDN-OK OR NOT WS-HSTN-OK OR NOT WS-PRCN-OK
              OR NOT WS-ARCH-OK OR NOT WS-CERT-OK
               DISPLAY 'LICRETN - CANNOT OPEN OUTPUT FILES - AUDN '
                       WS-AUDN-STATUS ' HSTN ' WS-HSTN-STATUS
                       ' PRCN ' WS-PRCN-STATUS ' ARCH ' WS-ARCH-STATUS
                       ' CERT ' WS-CERT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ AUD-FILE INTO AUD-IO-REC
               AT END SET WS-AUD-EOF TO TRUE
           END-READ
           READ HIST-FILE INTO HIST-IO-REC
               AT END SET WS-HIST-EOF TO TRUE
           END-READ
           READ PARC-FILE INTO PARC-IO-REC
               AT END SET WS-PARC-EOF TO TRUE
           END-READ.

      * A MISSING OR EMPTY PARAMETER FILE ABANDONS THE RUN - EVERY
      * CUTOFF IS MEASURED BACK FROM THE BUSINESS DATE, AND
      * DESTROYING A RECORD A DAY EARLY CANNOT BE UNDONE.
       1050-READ-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'LICRETN - RUN-CONTROL PARAMETER FILE '
                       'RUNPARM.DAT NOT AVAILABLE - FILE STATUS '
                       WS-PARM-STATUS
               DISPLAY 'LICRETN - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE INTO PARM-IN-REC
               AT END SET WS-PARM-EOF TO TRUE
           END-READ
           IF WS-PARM-EOF
               DISPLAY 'LICRETN - RUNPARM.DAT IS EMPTY - RUN '
                       'ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-IN-REC TO RUN-CONTROL-REC
           IF PRM-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'LICRETN - RUNPARM.DAT PARAMETERS NOT '
                       'NUMERIC - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PARM-FILE
           MOVE PRM-BUSINESS-DATE TO WS-RUN-DATE-NUM.

       1060-CLEAR-FILE-COUNTS.
           MOVE ZEROS TO WS-FT-READ (WS-FT-IDX)
                         WS-FT-KEPT (WS-FT-IDX)
                         WS-FT-UNSCHED (WS-FT-IDX)
                         WS-FT-HELD-APPEAL (WS-FT-IDX)
                         WS-FT-HELD-SANCT (WS-FT-IDX)
                         WS-FT-PURGED (WS-FT-IDX)
                         WS-FT-WORK-WRITTEN (WS-FT-IDX)
                         WS-FT-REWRITTEN (WS-FT-IDX).

      * THE CUTOFF FOR A ROW IS THE BUSINESS DATE LESS ITS KEEP
      * YEARS - A RECORD DATED BEFORE IT IS PAST RETENTION.
       1200-LOAD-ONE-SCHEDULE.
           ADD 1 TO WS-SCHD-READ
           MOVE SCHD-IN-REC TO RETENTION-SCHED-REC
           IF RTN-FILE-ID NOT = 'AUDCOPY' AND NOT = 'LICHIST'
                                          AND NOT = 'PIPEARCH'
              OR RTN-REC-TYPE = SPACES
              OR RTN-KEEP-YEARS NOT NUMERIC
              OR RTN-KEEP-YEARS = ZERO
               ADD 1 TO WS-SCHD-DROPPED
               DISPLAY 'LICRETN - WARNING: RETENTION SCHEDULE ROW '
                       'NOT USABLE - DROPPED: ' SCHD-IN-REC
               GO TO 1200-READ-NEXT
           END-IF
           IF WS-SCH-CNT NOT < WS-SCH-MAX
               DISPLAY 'LICRETN - FATAL: RETENTION SCHEDULE TABLE '
                       'FULL AT ' WS-SCH-MAX ' ENTRIES - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-SCH-CNT
           MOVE RTN-FILE-ID TO WS-SCH-FILE-ID (WS-SCH-CNT)
           MOVE RTN-REC-TYPE TO WS-SCH-REC-TYPE (WS-SCH-CNT)
           MOVE RTN-KEEP-YEARS TO WS-SCH-KEEP-YEARS (WS-SCH-CNT)
           MOVE RTN-SCHED-ITEM TO WS-SCH-ITEM (WS-SCH-CNT)
           SUBTRACT RTN-KEEP-YEARS FROM WS-RUN-YY GIVING WS-CUTOFF-YY
           COMPUTE WS-SCH-CUTOFF (WS-SCH-CNT) =
               WS-CUTOFF-YY * 10000 + WS-RUN-MMDD
           MOVE ZEROS TO WS-SCH-PURGED (WS-SCH-CNT)
                         WS-SCH-HELD (WS-SCH-CNT)
                         WS-SCH-HIGH-DATE (WS-SCH-CNT)
           MOVE 99999999 TO WS-SCH-LOW-DATE (WS-SCH-CNT).
       1200-READ-NEXT.
           READ SCHD-FILE INTO SCHD-IN-REC
               AT END SET WS-SCHD-EOF TO TRUE
           END-READ.
       1200-LOAD-ONE-SCHEDULE-EXIT.
           EXIT.

       1300-LOAD-ONE-CASE.
           MOVE CASE-IN-REC TO APPEAL-CASE-REC
           IF NOT APL-STAT-OPEN AND NOT APL-STAT-SCHEDULED
               GO TO 1300-READ-NEXT
           END-IF
           IF WS-CASE-CNT NOT < WS-CASE-MAX
               DISPLAY 'LICRETN - FATAL: OPEN APPEAL TABLE FULL AT '
                       WS-CASE-MAX ' ENTRIES - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-CASE-CNT
           MOVE APL-APPLICANT-ID TO WS-CASE-APPID (WS-CASE-CNT).
       1300-READ-NEXT.
           READ CASE-FILE INTO CASE-IN-REC
               AT END SET WS-CASE-EOF TO TRUE
           END-READ.
       1300-LOAD-ONE-CASE-EXIT.
           EXIT.

      ******************************************************************
      * 2000 - ONE PASS PER FILE. EACH RECORD IS PUT IN COMMON TERMS   *
      *        (TYPE, DATE, APPLICANT), SCREENED BY 3000, AND WRITTEN  *
      *        TO THE WORK COPY OR THE ARCHIVE                         *
      ******************************************************************
       2000-SCREEN-ONE-AUDIT.
           MOVE AUD-IO-REC TO AUDIT-TRAIL-REC
           MOVE SPACES TO WS-CURR-TYPE
           MOVE AUD-DECISION TO WS-CURR-TYPE
           MOVE ZEROS TO WS-CURR-DATE
           IF AUD-DATE NUMERIC
               MOVE AUD-DATE TO WS-CURR-DATE
           END-IF
           MOVE AUD-APPLICANT-ID TO WS-CURR-APPID
           MOVE AUD-IO-REC TO WS-CURR-IMAGE
           PERFORM 3000-SCREEN-RECORD THRU 3000-SCREEN-RECORD-EXIT
           IF WS-ACT-PURGE
               PERFORM 3500-WRITE-ARCHIVE
           ELSE
               WRITE AUDN-IO-REC FROM AUD-IO-REC
               IF NOT WS-AUDN-OK
                   DISPLAY 'LICRETN - FATAL WRITE ERROR ON '
                           'AUDCOPYN.DAT - FILE STATUS ' WS-AUDN-STATUS
                   DISPLAY 'LICRETN - LIVE FILES NOT DISTURBED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-FT-WORK-WRITTEN (WS-FT-CURR)
           END-IF
           READ AUD-FILE INTO AUD-IO-REC
               AT END SET WS-AUD-EOF TO TRUE
           END-READ.
       2000-SCREEN-ONE-AUDIT-EXIT.
           EXIT.

      * THE RECORD TYPE OF A HISTORY RECORD IS THE OUTCOME ON THE
      * RETIRED MASTER IMAGE; ITS DATE IS THE CONSOLIDATION RUN THAT
      * RETIRED IT.
       2100-SCREEN-ONE-HISTORY.
           MOVE HIST-IO-REC TO MASTER-HISTORY-REC
           MOVE HST-MASTER-IMAGE TO LICENSE-MASTER-REC
           MOVE SPACES TO WS-CURR-TYPE
           MOVE MST-OUTCOME TO WS-CURR-TYPE
           MOVE ZEROS TO WS-CURR-DATE
           IF HST-ARCHIVE-DATE NUMERIC
               MOVE HST-ARCHIVE-DATE TO WS-CURR-DATE
           END-IF
           MOVE MST-APPLICANT-ID TO WS-CURR-APPID
           MOVE HIST-IO-REC TO WS-CURR-IMAGE
           PERFORM 3000-SCREEN-RECORD THRU 3000-SCREEN-RECORD-EXIT
           IF WS-ACT-PURGE
               PERFORM 3500-WRITE-ARCHIVE
           ELSE
               WRITE HSTN-IO-REC FROM HIST-IO-REC
               IF NOT WS-HSTN-OK
                   DISPLAY 'LICRETN - FATAL WRITE ERROR ON '
                           'LICHISTN.DAT - FILE STATUS ' WS-HSTN-STATUS
                   DISPLAY 'LICRETN - LIVE FILES NOT DISTURBED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-FT-WORK-WRITTEN (WS-FT-CURR)
           END-IF
           READ HIST-FILE INTO HIST-IO-REC
               AT END SET WS-HIST-EOF TO TRUE
           END-READ.
       2100-SCREEN-ONE-HISTORY-EXIT.
           EXIT.

      * A PIPELINE CONTROL RECORD BELONGS TO NO APPLICANT, SO NONE IS
      * EVER HELD.
       2200-SCREEN-ONE-PIPE.
           MOVE PARC-IO-REC TO PIPELINE-CTL-REC
           MOVE PIP-STEP-NAME TO WS-CURR-TYPE
           MOVE ZEROS TO WS-CURR-DATE
           IF PIP-RUN-DATE NUMERIC
               MOVE PIP-RUN-DATE TO WS-CURR-DATE
           END-IF
           MOVE SPACES TO WS-CURR-APPID
           MOVE PARC-IO-REC TO WS-CURR-IMAGE
           PERFORM 3000-SCREEN-RECORD THRU 3000-SCREEN-RECORD-EXIT
           IF WS-ACT-PURGE
               PERFORM 3500-WRITE-ARCHIVE
           ELSE
               WRITE PRCN-IO-REC FROM PARC-IO-REC
               IF NOT WS-PRCN-OK
                   DISPLAY 'LICRETN - FATAL WRITE ERROR ON '
                           'PIPEARCN.DAT - FILE STATUS ' WS-PRCN-STATUS
                   DISPLAY 'LICRETN - LIVE FILES NOT DISTURBED'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-FT-WORK-WRITTEN (WS-FT-CURR)
           END-IF
           READ PARC-FILE INTO PARC-IO-REC
               AT END SET WS-PARC-EOF TO TRUE
           END-READ.
       2200-SCREEN-ONE-PIPE-EXIT.
           EXIT.

      ******************************************************************
      * 3000 - SCREEN THE RECORD IN WS-CURR-REC: KEPT, UNSCHEDULED,    *
      *        HELD FOR AN OPEN APPEAL OR AN ACTIVE SANCTION, OR       *
      *        PURGED. THE SCHEDULE ROW FOR ITS OWN TYPE WINS OVER     *
      *        THE FILE'S '*' ROW.                                     *
      ******************************************************************
       3000-SCREEN-RECORD.
           ADD 1 TO WS-FT-READ (WS-FT-CURR)
           MOVE WS-CURR-TYPE TO WS-FIND-TYPE
           PERFORM 3100-FIND-SCHEDULE-ROW
           IF NOT WS-WAS-FOUND
               MOVE '*' TO WS-FIND-TYPE
               PERFORM 3100-FIND-SCHEDULE-ROW
           END-IF
           IF NOT WS-WAS-FOUND
               SET WS-ACT-UNSCHED TO TRUE
               ADD 1 TO WS-FT-UNSCHED (WS-FT-CURR)
               GO TO 3000-SCREEN-RECORD-EXIT
           END-IF
           IF WS-CURR-DATE = ZERO
              OR WS-CURR-DATE NOT < WS-SCH-CUTOFF (WS-SCH-IDX)
               SET WS-ACT-KEEP TO TRUE
               ADD 1 TO WS-FT-KEPT (WS-FT-CURR)
               GO TO 3000-SCREEN-RECORD-EXIT
           END-IF
           IF WS-CURR-APPID NOT = SPACES
               PERFORM 3200-FIND-OPEN-APPEAL
               IF WS-WAS-FOUND
                   SET WS-ACT-HELD-APPEAL TO TRUE
                   ADD 1 TO WS-FT-HELD-APPEAL (WS-FT-CURR)
                   ADD 1 TO WS-SCH-HELD (WS-SCH-IDX)
                   GO TO 3000-SCREEN-RECORD-EXIT
               END-IF
               PERFORM 3300-CHECK-SANCTION THRU 3300-CHECK-SANCTION-EXIT
               IF WS-WAS-FOUND
                   SET WS-ACT-HELD-SANCT TO TRUE
                   ADD 1 TO WS-FT-HELD-SANCT (WS-FT-CURR)
                   ADD 1 TO WS-SCH-HELD (WS-SCH-IDX)
                   GO TO 3000-SCREEN-RECORD-EXIT
               END-IF
           END-IF
           SET WS-ACT-PURGE TO TRUE
           ADD 1 TO WS-FT-PURGED (WS-FT-CURR)
           ADD 1 TO WS-SCH-PURGED (WS-SCH-IDX)
           IF WS-CURR-DATE < WS-SCH-LOW-DATE (WS-SCH-IDX)
               MOVE WS-CURR-DATE TO WS-SCH-LOW-DATE (WS-SCH-IDX)
           END-IF
           IF WS-CURR-DATE > WS-SCH-HIGH-DATE (WS-SCH-IDX)
               MOVE WS-CURR-DATE TO WS-SCH-HIGH-DATE (WS-SCH-IDX)
           END-IF.
       3000-SCREEN-RECORD-EXIT.
           EXIT.

      * LEAVES WS-SCH-IDX ON THE MATCHING ROW WHEN ONE IS FOUND.
       3100-FIND-SCHEDULE-ROW.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-SCH-IDX TO 1
           PERFORM 3110-SCAN-SCH-ENTRY
               VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-CNT
                  OR WS-WAS-FOUND
           IF WS-WAS-FOUND
               SET WS-SCH-IDX DOWN BY 1
           END-IF.

       3110-SCAN-SCH-ENTRY.
           IF WS-SCH-FILE-ID (WS-SCH-IDX) = WS-FT-ID (WS-FT-CURR)
              AND WS-SCH-REC-TYPE (WS-SCH-IDX) = WS-FIND-TYPE
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       3200-FIND-OPEN-APPEAL.
           MOVE 'N' TO WS-FOUND-SW
           SET WS-CASE-IDX TO 1
           PERFORM 3210-SCAN-CASE-ENTRY
               VARYING WS-CASE-IDX FROM 1 BY 1
               UNTIL WS-CASE-IDX > WS-CASE-CNT
                  OR WS-WAS-FOUND.

       3210-SCAN-CASE-ENTRY.
           IF WS-CASE-APPID (WS-CASE-IDX) = WS-CURR-APPID
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.

      * AN ACTIVE SANCTION IS A MASTER LICSANCT HAS WITHDRAWN AND NOT
      * YET PUT BACK IN STANDING. AN APPLICANT NO LONGER ON THE
      * MASTER HAS NO SANCTION TO HOLD FOR.
       3300-CHECK-SANCTION.
           MOVE 'N' TO WS-FOUND-SW
           MOVE WS-CURR-APPID TO MSTR-IO-KEY
           READ MSTR-FILE INTO LICENSE-MASTER-REC
               INVALID KEY
                   GO TO 3300-CHECK-SANCTION-EXIT
           END-READ
           IF MST-OUTC-WITHDRAWN
               SET WS-WAS-FOUND TO TRUE
           END-IF.
       3300-CHECK-SANCTION-EXIT.
           EXIT.

       3500-WRITE-ARCHIVE.
           MOVE SPACES TO RETENTION-ARCHIVE-REC
           MOVE WS-RUN-DATE-NUM TO RTA-PURGE-DATE
           MOVE WS-FT-ID (WS-FT-CURR) TO RTA-SOURCE-FILE
           MOVE WS-CURR-TYPE TO RTA-REC-TYPE
           MOVE WS-CURR-DATE TO RTA-RECORD-DATE
           MOVE WS-CURR-IMAGE TO RTA-RECORD-IMAGE
           WRITE ARCH-IO-REC FROM RETENTION-ARCHIVE-REC
           IF NOT WS-ARCH-OK
               DISPLAY 'LICRETN - FATAL WRITE ERROR ON RETNARCH.DAT '
                       '- FILE STATUS ' WS-ARCH-STATUS
               DISPLAY 'LICRETN - LIVE FILES NOT DISTURBED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-ARCH-WRITTEN.

      ******************************************************************
      * 4000 - EVERY FILE MUST BALANCE BEFORE ANY LIVE FILE IS TOUCHED *
      ******************************************************************
       4000-CHECK-BALANCE.
           SET WS-ALL-BALANCED TO TRUE
           MOVE ZEROS TO WS-TOTAL-PURGED
           PERFORM 4100-CHECK-ONE-FILE
               VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > 3
           IF WS-ARCH-WRITTEN NOT = WS-TOTAL-PURGED
               MOVE 'N' TO WS-BALANCED-SW
           END-IF.

       4100-CHECK-ONE-FILE.
           COMPUTE WS-BALANCE-CHECK =
               WS-FT-KEPT (WS-FT-IDX) + WS-FT-UNSCHED (WS-FT-IDX)
               + WS-FT-HELD-APPEAL (WS-FT-IDX)
               + WS-FT-HELD-SANCT (WS-FT-IDX)
               + WS-FT-PURGED (WS-FT-IDX)
           COMPUTE WS-EXPECT-WORK =
               WS-FT-READ (WS-FT-IDX) - WS-FT-PURGED (WS-FT-IDX)
           IF WS-BALANCE-CHECK NOT = WS-FT-READ (WS-FT-IDX)
              OR WS-FT-WORK-WRITTEN (WS-FT-IDX) NOT = WS-EXPECT-WORK
               MOVE 'N' TO WS-BALANCED-SW
               DISPLAY 'LICRETN - ' WS-FT-NAME (WS-FT-IDX)
                       ' IS OUT OF BALANCE'
           END-IF
           ADD WS-FT-PURGED (WS-FT-IDX) TO WS-TOTAL-PURGED.

      ******************************************************************
      * 5000 - REWRITE EACH LIVE FILE FROM ITS WORK COPY. A FILE WITH  *
      *        NOTHING PURGED IS ALREADY RIGHT AND IS LEFT ALONE.      *
      ******************************************************************
       5000-REWRITE-LIVE-FILES.
           IF WS-FT-PURGED (WS-FT-AUD) > ZERO
               OPEN INPUT AUDN-FILE
               OPEN OUTPUT AUD-FILE
               PERFORM 5100-CHECK-REWRITE-OPEN
               READ AUDN-FILE INTO AUDN-IO-REC
                   AT END SET WS-AUDN-EOF TO TRUE
               END-READ
               PERFORM 5200-COPY-ONE-AUDIT
                   UNTIL WS-AUDN-EOF
               CLOSE AUDN-FILE AUD-FILE
           END-IF
           IF WS-FT-PURGED (WS-FT-HIST) > ZERO
               OPEN INPUT HSTN-FILE
               OPEN OUTPUT HIST-FILE
               PERFORM 5100-CHECK-REWRITE-OPEN
               READ HSTN-FILE INTO HSTN-IO-REC
                   AT END SET WS-HSTN-EOF TO TRUE
               END-READ
               PERFORM 5300-COPY-ONE-HISTORY
                   UNTIL WS-HSTN-EOF
               CLOSE HSTN-FILE HIST-FILE
           END-IF
           IF WS-FT-PURGED (WS-FT-PARC) > ZERO
               OPEN INPUT PRCN-FILE
               OPEN OUTPUT PARC-FILE
               PERFORM 5100-CHECK-REWRITE-OPEN
               READ PRCN-FILE INTO PRCN-IO-REC
                   AT END SET WS-PRCN-EOF TO TRUE
               END-READ
               PERFORM 5400-COPY-ONE-PIPE
                   UNTIL WS-PRCN-EOF
               CLOSE PRCN-FILE PARC-FILE
           END-IF
           PERFORM 5500-CHECK-REWRITE-COUNT
               VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > 3.

       5100-CHECK-REWRITE-OPEN.
           IF WS-AUDN-STATUS NOT = '00' AND NOT = '10'
              OR WS-HSTN-STATUS NOT = '00' AND NOT = '10'
              OR WS-PRCN-STATUS NOT = '00' AND NOT = '10'
              OR WS-AUD-STATUS NOT = '00' AND NOT = '10'
              OR WS-HIST-STATUS NOT = '00' AND NOT = '10'
              OR WS-PARC-STATUS NOT = '00' AND NOT = '10'
               PERFORM 5900-REWRITE-FAILED
           END-IF.

       5200-COPY-ONE-AUDIT.
           WRITE AUD-IO-REC FROM AUDN-IO-REC
           IF NOT WS-AUD-OK
               PERFORM 5900-REWRITE-FAILED
           END-IF
           ADD 1 TO WS-FT-REWRITTEN (WS-FT-AUD)
           READ AUDN-FILE INTO AUDN-IO-REC
               AT END SET WS-AUDN-EOF TO TRUE
           END-READ.

       5300-COPY-ONE-HISTORY.
           WRITE HIST-IO-REC FROM HSTN-IO-REC
           IF NOT WS-HIST-OK
               PERFORM 5900-REWRITE-FAILED
           END-IF
           ADD 1 TO WS-FT-REWRITTEN (WS-FT-HIST)
           READ HSTN-FILE INTO HSTN-IO-REC
               AT END SET WS-HSTN-EOF TO TRUE
           END-READ.

       5400-COPY-ONE-PIPE.
           WRITE PARC-IO-REC FROM PRCN-IO-REC
           IF NOT WS-PARC-OK
               PERFORM 5900-REWRITE-FAILED
           END-IF
           ADD 1 TO WS-FT-REWRITTEN (WS-FT-PARC)
           READ PRCN-FILE INTO PRCN-IO-REC
               AT END SET WS-PRCN-EOF TO TRUE
           END-READ.

      * A REWRITTEN FILE MUST HOLD EXACTLY WHAT ITS WORK COPY HELD.
       5500-CHECK-REWRITE-COUNT.
           IF WS-FT-PURGED (WS-FT-IDX) > ZERO
              AND WS-FT-REWRITTEN (WS-FT-IDX)
                  NOT = WS-FT-WORK-WRITTEN (WS-FT-IDX)
               DISPLAY 'LICRETN - ' WS-FT-NAME (WS-FT-IDX)
                       ' REWRITE COUNT ' WS-FT-REWRITTEN (WS-FT-IDX)
                       ' DOES NOT MATCH ITS WORK COPY'
               PERFORM 5900-REWRITE-FAILED
           END-IF.

      * PART WAY THROUGH A REWRITE THE LIVE FILE IS INCOMPLETE - THE
      * WORK COPY IS THE GOOD ONE AND MUST BE COPIED IN BY HAND.
       5900-REWRITE-FAILED.
           DISPLAY 'LICRETN - FATAL I/O ERROR REWRITING THE LIVE '
                   'FILES - AUD ' WS-AUD-STATUS ' HIST '
                   WS-HIST-STATUS ' PARC ' WS-PARC-STATUS
           DISPLAY 'LICRETN - RESTORE THE LIVE FILE FROM ITS WORK '
                   'COPY (AUDCOPYN.DAT, LICHISTN.DAT, PIPEARCN.DAT)'
           MOVE 16 TO RETURN-CODE
           GOBACK.

      ******************************************************************
      * 7000 - THE CERTIFICATE OF DESTRUCTION: ONE LINE PER SCHEDULE   *
      *        ROW, THE FILE TOTALS, THEN THE ATTESTATION              *
      ******************************************************************
       7000-WRITE-CERTIFICATE.
           MOVE WS-RUN-DATE-NUM TO RTC-HDR1-DATE
           WRITE CERT-OUT-REC FROM RTC-HDR1
           WRITE CERT-OUT-REC FROM RTC-HDR2
           PERFORM 7100-WRITE-SCHEDULE-LINE
               VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-CNT
           PERFORM 7200-WRITE-FILE-TOTALS
               VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > 3
           MOVE 'RECORDS COPIED TO THE ARCHIVE RETNARCH.DAT'
               TO RTC-TOT-LABEL
           MOVE WS-ARCH-WRITTEN TO RTC-TOT-VALUE
           WRITE CERT-OUT-REC FROM RTC-TOT-LINE
           MOVE 'RETENTION SCHEDULE ROWS DROPPED' TO RTC-TOT-LABEL
           MOVE WS-SCHD-DROPPED TO RTC-TOT-VALUE
           WRITE CERT-OUT-REC FROM RTC-TOT-LINE
           MOVE SPACES TO RTC-TEXT
           WRITE CERT-OUT-REC FROM RTC-TEXT-LINE
           IF WS-ALL-BALANCED
               MOVE 'THE RECORDS COUNTED AS PURGED ABOVE WERE COPIED TO'
                   TO RTC-TEXT
               WRITE CERT-OUT-REC FROM RTC-TEXT-LINE
               STRING 'THE OFFLINE ARCHIVE DATED ' DELIMITED BY SIZE
                      WS-RUN-DATE-NUM DELIMITED BY SIZE
                      ' AND REMOVED FROM THE LIVE FILES,'
                          DELIMITED BY SIZE
                   INTO RTC-TEXT
               END-STRING
               WRITE CERT-OUT-REC FROM RTC-TEXT-LINE
               MOVE 'UNDER THE RECORDS RETENTION SCHEDULE ITEMS SHOWN.'
                   TO RTC-TEXT
               WRITE CERT-OUT-REC FROM RTC-TEXT-LINE
           ELSE
               MOVE 'RUN OUT OF BALANCE - NO RECORD WAS REMOVED FROM A'
                   TO RTC-TEXT
               WRITE CERT-OUT-REC FROM RTC-TEXT-LINE
               MOVE 'LIVE FILE - THIS IS NOT A CERTIFICATE OF '
                   TO RTC-TEXT
               MOVE 'DESTRUCTION.' TO RTC-TEXT (42:12)
               WRITE CERT-OUT-REC FROM RTC-TEXT-LINE
           END-IF
           MOVE SPACES TO RTC-TEXT
           WRITE CERT-OUT-REC FROM RTC-TEXT-LINE
           MOVE 'RECORDS CUSTODIAN: ______________________  DATE: '
               TO RTC-TEXT
           MOVE '________' TO RTC-TEXT (50:8)
           WRITE CERT-OUT-REC FROM RTC-TEXT-LINE
           MOVE 'WITNESS:           ______________________  DATE: '
               TO RTC-TEXT
           MOVE '________' TO RTC-TEXT (50:8)
           WRITE CERT-OUT-REC FROM RTC-TEXT-LINE
           CLOSE CERT-FILE.

      * A ROW UNDER WHICH NOTHING WAS DESTROYED SHOWS NO DATE RANGE.
       7100-WRITE-SCHEDULE-LINE.
           MOVE WS-SCH-FILE-ID (WS-SCH-IDX) TO RTC-DET-FILE
           MOVE WS-SCH-REC-TYPE (WS-SCH-IDX) TO RTC-DET-TYPE
           MOVE WS-SCH-ITEM (WS-SCH-IDX) TO RTC-DET-ITEM
           MOVE WS-SCH-KEEP-YEARS (WS-SCH-IDX) TO RTC-DET-KEEP
           MOVE WS-SCH-PURGED (WS-SCH-IDX) TO RTC-DET-PURGED
           MOVE WS-SCH-HELD (WS-SCH-IDX) TO RTC-DET-HELD
           IF WS-SCH-PURGED (WS-SCH-IDX) > ZERO
               MOVE WS-SCH-LOW-DATE (WS-SCH-IDX) TO RTC-DET-LOW
               MOVE WS-SCH-HIGH-DATE (WS-SCH-IDX) TO RTC-DET-HIGH
           ELSE
               MOVE SPACES TO RTC-DET-LOW RTC-DET-HIGH
           END-IF
           WRITE CERT-OUT-REC FROM RTC-DETAIL.

       7200-WRITE-FILE-TOTALS.
           MOVE SPACES TO RTC-TOT-LABEL
           STRING WS-FT-NAME (WS-FT-IDX) DELIMITED BY SPACE
                  ' RECORDS READ' DELIMITED BY SIZE
               INTO RTC-TOT-LABEL
           END-STRING
           MOVE WS-FT-READ (WS-FT-IDX) TO RTC-TOT-VALUE
           WRITE CERT-OUT-REC FROM RTC-TOT-LINE
           MOVE '  KEPT - WITHIN RETENTION OR UNDATED'
               TO RTC-TOT-LABEL
           MOVE WS-FT-KEPT (WS-FT-IDX) TO RTC-TOT-VALUE
           WRITE CERT-OUT-REC FROM RTC-TOT-LINE
           MOVE '  KEPT - TYPE NOT ON THE SCHEDULE' TO RTC-TOT-LABEL
           MOVE WS-FT-UNSCHED (WS-FT-IDX) TO RTC-TOT-VALUE
           WRITE CERT-OUT-REC FROM RTC-TOT-LINE
           MOVE '  HELD - OPEN APPEAL CASE' TO RTC-TOT-LABEL
           MOVE WS-FT-HELD-APPEAL (WS-FT-IDX) TO RTC-TOT-VALUE
           WRITE CERT-OUT-REC FROM RTC-TOT-LINE
           MOVE '  HELD - ACTIVE SANCTION' TO RTC-TOT-LABEL
           MOVE WS-FT-HELD-SANCT (WS-FT-IDX) TO RTC-TOT-VALUE
           WRITE CERT-OUT-REC FROM RTC-TOT-LINE
           MOVE '  PURGED TO THE ARCHIVE' TO RTC-TOT-LABEL
           MOVE WS-FT-PURGED (WS-FT-IDX) TO RTC-TOT-VALUE
           WRITE CERT-OUT-REC FROM RTC-TOT-LINE
           MOVE '  RECORDS LEFT ON THE LIVE FILE' TO RTC-TOT-LABEL
           MOVE WS-FT-WORK-WRITTEN (WS-FT-IDX) TO RTC-TOT-VALUE
           WRITE CERT-OUT-REC FROM RTC-TOT-LINE.

       8000-TERMINATE.
           DISPLAY 'LICRETN - SCHEDULE ROWS LOADED:  ' WS-SCH-CNT
           DISPLAY 'LICRETN - OPEN APPEAL CASES:     ' WS-CASE-CNT
           PERFORM 8100-DISPLAY-FILE-COUNTS
               VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > 3
           DISPLAY 'LICRETN - ARCHIVED:              ' WS-ARCH-WRITTEN
           IF WS-ALL-BALANCED
               DISPLAY 'LICRETN - RUN IS IN BALANCE - LIVE FILES '
                       'REWRITTEN'
               DISPLAY 'LICRETN - MOVE RETNARCH.DAT TO OFFLINE MEDIA '
                       'LABELLED ' WS-RUN-DATE-NUM
           ELSE
               DISPLAY 'LICRETN - RUN IS OUT OF BALANCE - LIVE FILES '
                       'NOT DISTURBED - INVESTIGATE'
               DISPLAY 'LICRETN - DELETE RETNARCH.DAT BEFORE THE '
                       'RERUN - NOTHING IN IT WAS DESTROYED'
               MOVE 16 TO RETURN-CODE
           END-IF.

       8100-DISPLAY-FILE-COUNTS.
           DISPLAY 'LICRETN - ' WS-FT-NAME (WS-FT-IDX)
                   ' READ ' WS-FT-READ (WS-FT-IDX)
                   ' HELD ' WS-FT-HELD-APPEAL (WS-FT-IDX)
                   '/' WS-FT-HELD-SANCT (WS-FT-IDX)
                   ' PURGED ' WS-FT-PURGED (WS-FT-IDX)
                   ' LEFT ' WS-FT-WORK-WRITTEN (WS-FT-IDX).
