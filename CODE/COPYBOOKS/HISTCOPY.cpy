      ****************************************************************
      * LICENSE MASTER HISTORY ARCHIVE LAYOUT                        *
      * FILE: LICHIST.DAT                                            *
      * RECORD LENGTH: 231 BYTES                                     *
      * ONE RECORD PER SUPERSEDED LICENSE-MASTER-REC PULLED OUT OF   *
      * THE LIVE MASTER BY THE LICCONSL CONSOLIDATION RUN. THE       *
      * ARCHIVE DATE IS THE DATE OF THE CONSOLIDATION RUN THAT       *
      * ARCHIVE TO SEARCH. HST-MASTER-IMAGE IS THE RETIRED RECORD    *
      * BYTE FOR BYTE - REDEFINE IT WITH MSTRCOPY TO GET AT THE      *
      * INDIVIDUAL FIELDS.                                           *
      * RECORD GREW FROM 200 TO 231 BYTES AS THE MASTER IMAGE GREW  *
      * FROM 191 TO 222, IN THREE STEPS:                             *
      *   200 TO 211 - IMAGE 191 TO 202 (COURT SANCTION FIELDS)      *
      *   211 TO 222 - IMAGE 202 TO 213 (EXAMINER ID, TEST OFFICE)   *
      *   222 TO 231 - IMAGE 213 TO 222 (DATE OF BIRTH)              *
      * A READER COMPILED AGAINST ANY EARLIER LENGTH IS STALE -      *
      * RECOMPILE DOWNSTREAM READERS.                                *
      ****************************************************************
       01 MASTER-HISTORY-REC.
           05  HST-ARCHIVE-DATE.
              10 HST-ARCH-MM            PIC 9(2).
              10 HST-ARCH-DD            PIC 9(2).
           05  FILLER                   PIC X.
           05  HST-MASTER-IMAGE         PIC X(222).
