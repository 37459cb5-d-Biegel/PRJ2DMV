      *   2026-08-31 JBR  RECOMPILED FOR THE 191-BYTE MASTER (DECISION *
      *                   DATE, AGE, AND CARD DESCRIPTORS ADDED FOR    *
      *                   THE LICPUPGR UPGRADE RUN).                   *
      *   2026-09-09 JBR  RECOMPILED FOR THE 202-BYTE MASTER           *
      *                   (WITHDRAWN STATUS, SANCTION CODE AND         *
      *                   STANDING DATE ADDED FOR THE LICSANCT COURT   *
      *                   SANCTION RUN).                               *
      *   2026-09-13 JBR  RECOMPILED FOR THE 168-BYTE TRANSACTION      *
      *                   RECORD AND THE 213-BYTE MASTER (EXAMINER ID  *
      *                   AND TEST OFFICE ADDED TO BOTH).              *
      *   2026-09-19 JBR  RECOMPILED FOR THE 176-BYTE TRANSACTION      *
      *                   RECORD AND THE 222-BYTE MASTER (DATE OF      *
      *                   BIRTH ADDED).                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICNOTFY.
       DATA DIVISION.
       FILE SECTION.
       FD  LIC-IN-FILE
           RECORD CONTAINS 176 CHARACTERS.
       01  LIC-IN-REC                  PIC X(176).

       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-IN-REC.
           05  MSTR-IN-KEY             PIC X(9).
           05  FILLER                  PIC X(213).

       FD  NTFY-FILE
           RECORD CONTAINS 50 CHARACTERS.
