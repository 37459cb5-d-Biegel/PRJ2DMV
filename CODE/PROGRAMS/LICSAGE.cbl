      *                   ARITHMETIC RUNS ON FOUR-DIGIT YEARS WITH     *
      *                   THE FULL GREGORIAN LEAP RULE, AND THE RUN    *
      *                   DATE IS TAKEN AS YYYYMMDD.                   *
      *   2026-09-13 JBR  RECOMPILED FOR THE 223-BYTE SUSPENSE WORK    *
      *                   RECORD (TRANSACTION IMAGE GREW TO 168        *
      *                   BYTES).                                      *
      *   2026-09-19 JBR  RECOMPILED FOR THE 231-BYTE SUSPENSE WORK    *
      *                   RECORD (TRANSACTION IMAGE GREW TO 176        *
      *                   BYTES).                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICSAGE.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSW-FILE
           RECORD CONTAINS 231 CHARACTERS.
       01  SUSW-IN-REC                 PIC X(231).

       FD  AGNG-FILE
           RECORD CONTAINS 80 CHARACTERS.
