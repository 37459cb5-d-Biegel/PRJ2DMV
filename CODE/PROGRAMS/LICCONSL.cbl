      *   2026-08-31 JBR  RECOMPILED FOR THE 191-BYTE MASTER (LICPUPGR *
      *                   FIELDS ADDED) - HISTORY ARCHIVE RECORD GREW  *
      *                   TO 200 BYTES WITH IT.                        *
      *   2026-09-09 JBR  RECOMPILED FOR THE 202-BYTE MASTER (LICSANCT *
      *                   WITHDRAWAL FIELDS ADDED) - HISTORY ARCHIVE   *
      *                   RECORD GREW TO 211 BYTES WITH IT.            *
      *   2026-09-13 JBR  RECOMPILED FOR THE 213-BYTE MASTER (EXAMINER *
      *                   ID AND TEST OFFICE ADDED) - HISTORY ARCHIVE  *
      *                   RECORD GREW TO 222 BYTES WITH IT.            *
      *   2026-09-19 JBR  RECOMPILED FOR THE 222-BYTE MASTER (DATE OF  *
      *                   BIRTH ADDED) - HISTORY ARCHIVE RECORD GREW   *
      *                   TO 231 BYTES WITH IT.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICCONSL.
       DATA DIVISION.
       FILE SECTION.
       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-IN-REC                 PIC X(222).

       FD  NEWM-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  NEWM-OUT-REC                PIC X(222).

       FD  HIST-FILE
           RECORD CONTAINS 231 CHARACTERS.
       01  HIST-OUT-REC                PIC X(231).

       WORKING-STORAGE SECTION.
       01  WS-MSTR-STATUS               PIC XX.
