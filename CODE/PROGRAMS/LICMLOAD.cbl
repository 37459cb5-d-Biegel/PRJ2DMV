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
       PROGRAM-ID. LICMLOAD.
       DATA DIVISION.
       FILE SECTION.
       FD  SEQM-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  SEQM-IN-REC                 PIC X(222).

       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-OUT-REC.
           05  MSTR-OUT-KEY            PIC X(9).
           05  FILLER                  PIC X(213).

       FD  HIST-FILE
           RECORD CONTAINS 231 CHARACTERS.
       01  HIST-OUT-REC                PIC X(231).

       WORKING-STORAGE SECTION.
       01  WS-SEQM-STATUS               PIC XX.
           COPY MSTRCOPY.
           COPY HISTCOPY.

       01  WS-PRIOR-MASTER-REC          PIC X(222).

       01  WS-RUN-DATE.
           05  WS-RUN-YY                PIC 9(4).
