      *                   TO 158 BYTES (SORT KEY OFFSETS SHIFTED),     *
      *                   BUSINESS DATE AND PIPELINE CONTROL DATES     *
      *                   TO YYYYMMDD.                                 *
      *   2026-09-13 JBR  RECOMPILED FOR THE 168-BYTE TRANSACTION      *
      *                   RECORD (EXAMINER ID AND TEST OFFICE ADDED).  *
      *   2026-09-19 JBR  RECOMPILED FOR THE 176-BYTE TRANSACTION      *
      *                   RECORD (DATE OF BIRTH ADDED) - TRAILING      *
      *                   SORT-RECORD FILLER WIDENED TO MATCH.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICSORT.
       DATA DIVISION.
       FILE SECTION.
       FD  LIC-WORK-FILE
           RECORD CONTAINS 176 CHARACTERS.
       01  LIC-WORK-REC                PIC X(176).

       FD  LIC-SEQ-FILE
           RECORD CONTAINS 176 CHARACTERS.
       01  LIC-SEQ-REC                 PIC X(176).

      * FILLER POSITIONS BELOW LINE UP THE SORT KEYS WITH THE ACTUAL
      * TRANSACTION FIELDS: SW-LICENSE-TYPE (BYTE 33) AND SW-RENEWAL
           05  FILLER                  PIC X(109).
           05  SW-OFFICE-ID            PIC X(3).
           05  SW-SORT-CLASS           PIC X.
           05  FILLER                  PIC X(24).

       FD  PARM-FILE
           RECORD CONTAINS 32 CHARACTERS.
