      *                   KEYED YYYYMMDD.                              *
      *   2026-08-31 JBR  RECOMPILED FOR THE 200-BYTE HISTORY ARCHIVE  *
      *                   RECORD (191-BYTE MASTER IMAGE).              *
      *   2026-09-09 JBR  RECOMPILED FOR THE 211-BYTE HISTORY ARCHIVE  *
      *                   RECORD (202-BYTE MASTER IMAGE) - AN IMAGE    *
      *                   WITHDRAWN BY THE LICSANCT COURT SANCTION RUN *
      *                   SHOWS OUTCOME WITHDRAWN.                     *
      *   2026-09-12 JBR  AN ARCHIVED IMAGE OF A HOLDER MARKED         *
      *                   DECEASED BY LICDEATH SHOWS OUTCOME DECEASED. *
      *   2026-09-13 JBR  RECOMPILED FOR THE 213-BYTE MASTER (EXAMINER *
      *                   ID AND TEST OFFICE ADDED) - HISTORY ARCHIVE  *
      *                   RECORD GREW TO 222 BYTES WITH IT.            *
      *   2026-09-19 JBR  RECOMPILED FOR THE 222-BYTE MASTER (DATE OF  *
      *                   BIRTH ADDED) - HISTORY ARCHIVE RECORD GREW   *
      *                   TO 231 BYTES WITH IT.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICHINQ.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE
           RECORD CONTAINS 231 CHARACTERS.
       01  HIST-IN-REC                 PIC X(231).

       FD  HRPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
               IF MST-OUTC-DENIED
                   MOVE 'DENIED' TO WS-OUTCOME-TEXT
               ELSE
                   IF MST-OUTC-WITHDRAWN
                       MOVE 'WITHDRAWN' TO WS-OUTCOME-TEXT
                   ELSE
                       IF MST-OUTC-DECEASED
                           MOVE 'DECEASED' TO WS-OUTCOME-TEXT
                       ELSE
                           MOVE 'SUSPENSE' TO WS-OUTCOME-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.

