      * REMARKS.                                                      *
      *   FIRST PASS OF THE LICCOPY.DAT EDIT PIPELINE. READS THE RAW   *
      *   TRANSACTION FILE AS KEYED BY THE COUNTER CLERKS AND LOOKS    *
      *   FOR REPEAT DMV-NAME + DMV-BIRTH-DATE COMBINATIONS WITHIN     *
      *   THE SAME RUN (DOUBLE-KEYED AT TWO COUNTERS, OR A RESUBMIT    *
      *   AFTER A CORRECTION). THE FIRST OCCURRENCE OF A NAME/BIRTH    *
      *   COMBINATION PASSES THROUGH UNCHANGED. THE SECOND AND ANY     *
      *   LATER OCCURRENCE IS MARKED WITH DMV-DUP-FLAG = 'Y' SO THE    *
      *   MAIN EDIT RUN ROUTES IT TO MANUAL REVIEW INSTEAD OF LETTING  *
      *                   STATUS RUN REPORTS AND ARCHIVES. THE         *
      *                   HANDOFF CHECKS ALREADY MATCH ON STEP NAME    *
      *                   AND BUSINESS DATE, SO ACCUMULATION IS SAFE.  *
      *   2026-09-13 JBR  RECOMPILED FOR THE 168-BYTE TRANSACTION      *
      *                   RECORD (EXAMINER ID AND TEST OFFICE ADDED).  *
      *   2026-09-19 JBR  TRANSACTION RECORD GREW TO 176 BYTES (DATE   *
      *                   OF BIRTH ADDED). THE DUPLICATE KEY IS NOW    *
      *                   NAME PLUS DATE OF BIRTH - THE HAND-KEYED     *
      *                   EXPIRATION DATE IS COMPUTED BY LICEDIT AND   *
      *                   NO LONGER TELLS TWO KEYINGS APART.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICDUP.
       DATA DIVISION.
       FILE SECTION.
       FD  LIC-IN-FILE
           RECORD CONTAINS 176 CHARACTERS.
       01  LIC-IN-REC                 PIC X(176).

       FD  CORR-FILE
           RECORD CONTAINS 176 CHARACTERS.
       01  CORR-IN-REC                 PIC X(176).

       FD  LIC-WORK-FILE
           RECORD CONTAINS 176 CHARACTERS.
       01  LIC-WORK-REC                PIC X(176).

       FD  PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.

           COPY PIPECOPY.

      * TABLE OF NAME/BIRTH-DATE COMBINATIONS SEEN SO FAR THIS RUN.
      * THE DATE OF BIRTH IS FIXED FOR THE APPLICANT, WHERE THE
      * EXPIRATION DATE THAT USED TO BE THE SECOND HALF OF THE KEY
      * WAS KEYED BY HAND AND COULD DIFFER BETWEEN TWO COUNTERS.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-MAX             PIC 9(5)  VALUE 05000 COMP.
           05  WS-SEEN-CNT             PIC 9(5)  VALUE ZEROS COMP.
           05  WS-SEEN-ENTRY OCCURS 5000 TIMES
                                       INDEXED BY WS-SEEN-IDX.
               10 WS-SEEN-NAME         PIC X(19).
               10 WS-SEEN-BIRTH        PIC X(8).

       01  WS-SWITCHES.
           05  WS-FOUND-DUP-SW         PIC X     VALUE 'N'.
           05  WS-BATCH-CNT            PIC 9(5)  VALUE ZEROS COMP.
           05  WS-BATCH-ENTRY OCCURS 2000 TIMES
                                       INDEXED BY WS-BATCH-IDX
                                       PIC X(176).

       01  WS-BATCH-STATE.
           05  WS-CURR-OFFICE          PIC X(3)  VALUE SPACES.

       3100-SCAN-ONE-ENTRY.
           IF WS-SEEN-NAME (WS-SEEN-IDX)   = DMV-NAME
              AND WS-SEEN-BIRTH (WS-SEEN-IDX) = DMV-BIRTH-DATE
               SET WS-FOUND-DUP-SW TO 'Y'
           END-IF.

           IF WS-SEEN-CNT < WS-SEEN-MAX
               ADD 1 TO WS-SEEN-CNT
               MOVE DMV-NAME TO WS-SEEN-NAME (WS-SEEN-CNT)
               MOVE DMV-BIRTH-DATE TO WS-SEEN-BIRTH (WS-SEEN-CNT)
           ELSE
               DISPLAY 'LICDUP - WARNING: SEEN-COMBO TABLE FULL AT '
                       WS-SEEN-MAX ' ENTRIES - NOT REMEMBERED: '
