      *   2026-08-31 JBR  RECOMPILED FOR THE 191-BYTE MASTER (DECISION *
      *                   DATE, AGE, AND CARD DESCRIPTORS ADDED FOR    *
      *                   THE LICPUPGR UPGRADE RUN).                   *
      *   2026-09-09 JBR  RECOMPILED FOR THE 202-BYTE MASTER           *
      *                   (WITHDRAWN STATUS, SANCTION CODE AND         *
      *                   STANDING DATE ADDED FOR THE LICSANCT COURT   *
      *                   SANCTION RUN).                               *
      *   2026-09-13 JBR  RECOMPILED FOR THE 213-BYTE MASTER (EXAMINER *
      *                   ID AND TEST OFFICE ADDED FOR THE LICEXAM     *
      *                   EXAMINER REPORT).                            *
      *   2026-09-19 JBR  RECOMPILED FOR THE 222-BYTE MASTER (DATE OF  *
      *                   BIRTH ADDED).                                *
      *   2026-09-20 JBR  APPLICANT ID ON THE NOTICE RETURN STUB (RNW- *
      *                   APPLICANT-ID) FOR THE LICLBOX LOCKBOX        *
      *                   RENEWAL INTAKE.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICXPIRE.
       DATA DIVISION.
       FILE SECTION.
       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-IN-REC.
           05  MSTR-IN-KEY             PIC X(9).
           05  FILLER                  PIC X(213).

       FD  RENW-FILE
           RECORD CONTAINS 90 CHARACTERS.
           MOVE MST-ADDR-ZIP TO RNW-ADDR-ZIP
           MOVE MST-EXPIRE-DATE TO RNW-EXPIRE-DATE
           MOVE MST-RENEWAL TO RNW-RENEWAL-FLAG
           MOVE MST-APPLICANT-ID TO RNW-APPLICANT-ID
           WRITE RENW-OUT-REC FROM RENEWAL-NOTICE-REC
           ADD 1 TO WS-NOTICES-WRITTEN.

