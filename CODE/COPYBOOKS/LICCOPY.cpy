      *****************************************************************
      * DMV LICENSE FILE LAYOUT - READING AND PROCESSING TRANSACTIONS *
      * FILE: LICCOPY.DAT                                             *
      * RECORD LENGTH: 176 BYTES                                      *
      *****************************************************************
      * RECORD LAYOUT CHANGE HISTORY                                  *
      *   2026-06-02 JBR  ADD APPLICANT ID, PRIOR STATE, TEST SCORES, *
      *                   DOWN TWO BYTES. RECORD GREW FROM 156 TO     *
      *                   158 BYTES - ALL PIPELINE PROGRAMS AND       *
      *                   DOWNSTREAM READERS RECOMPILED TOGETHER.     *
      *   2026-09-13 JBR  DMV-EXAMINER-ID / DMV-TEST-OFFICE ADDED -   *
      *                   WHO GAVE THE ROAD AND WRITTEN TESTS, AND    *
      *                   WHERE. KEYED AT THE COUNTER FROM THE TEST   *
      *                   SHEET (SPACES WHEN NO TEST WAS GIVEN),      *
      *                   CARRIED TO THE LICENSE MASTER BY LICEDIT    *
      *                   AND REPORTED BY LICEXAM. THE TRAILING       *
      *                   FILLER WAS TOO SHORT TO HOLD THEM - RECORD  *
      *                   GREW FROM 158 TO 168 BYTES, ALL PIPELINE    *
      *                   PROGRAMS AND DOWNSTREAM READERS RECOMPILED  *
      *                   TOGETHER.                                   *
      *   2026-09-19 JBR  DMV-BIRTH-DATE ADDED - THE APPLICANT'S DATE *
      *                   OF BIRTH, KEYED AT THE COUNTER FROM THE     *
      *                   IDENTITY DOCUMENT AND CARRIED TO THE        *
      *                   LICENSE MASTER BY LICEDIT. DMV-AGE IS NO    *
      *                   LONGER KEYED - LICEDIT DERIVES IT FROM THE  *
      *                   BIRTH DATE ON THE BUSINESS DATE, AND        *
      *                   COMPUTES DMV-EXPIRE-DATE FROM THE TERM      *
      *                   RULES TABLE (TERMRULE.DAT); A KEYED EXPIRE  *
      *                   DATE IS ONLY COMPARED AND FLAGGED. RECORD   *
      *                   GREW FROM 168 TO 176 BYTES, ALL PIPELINE    *
      *                   PROGRAMS AND DOWNSTREAM READERS RECOMPILED  *
      *                   TOGETHER.                                   *
      *****************************************************************
       01 DMV-RECORD.
           05  DMV-NAME                PIC X(19).
           05  DMV-VOTER-CONSENT       PIC X.
              88 DMV-VOTER-CONSENTED   VALUE 'Y'.
           05  FILLER                  PIC X(4).
           05  DMV-EXAMINER-ID         PIC X(6).
           05  DMV-TEST-OFFICE         PIC X(3).
           05  FILLER                  PIC X.
           05  DMV-BIRTH-DATE.
              10 DMV-BIRTH-YY          PIC 9(4).
              10 DMV-BIRTH-MM          PIC 9(2).
              10 DMV-BIRTH-DD          PIC 9(2).

