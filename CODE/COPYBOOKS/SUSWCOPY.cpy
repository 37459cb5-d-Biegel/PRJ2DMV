      ****************************************************************
      * SUSPENSE WORK FILE LAYOUT (MACHINE-READABLE SUSPENSE QUEUE)  *
      * FILE: SUSPWORK.DAT                                           *
      * RECORD LENGTH: 231 BYTES                                     *
      * ONE RECORD PER TRANSACTION LICEDIT ROUTES TO SUSPENSE,       *
      * CARRYING THE COMPLETE DMV-RECORD IMAGE SO THE CORRECTION     *
      * RUN (LICSCORR) CAN RE-ENTER IT WITH ONLY THE MISSING FIELD   *
      * TRANSACTION IMAGE GREW TO 158 BYTES WITH THE LICCOPY        *
      * CENTURY CHANGE. RECORD GREW FROM 209 TO 213 BYTES -         *
      * RECOMPILE DOWNSTREAM READERS.                               *
      * THE TRANSACTION IMAGE GREW TO 168 BYTES WITH THE EXAMINER   *
      * ID AND TEST OFFICE. RECORD GREW FROM 213 TO 223 BYTES -     *
      * RECOMPILE DOWNSTREAM READERS.                               *
      * THE TRANSACTION IMAGE GREW TO 176 BYTES WITH THE DATE OF    *
      * BIRTH. RECORD GREW FROM 223 TO 231 BYTES - RECOMPILE        *
      * DOWNSTREAM READERS.                                         *
      ****************************************************************
       01 SUSPENSE-WORK-REC.
           05  SUSW-SUSPENSE-DATE.
           05  FILLER                   PIC X.
           05  SUSW-REASON              PIC X(45).
           05  FILLER                   PIC X.
           05  SUSW-DMV-IMAGE           PIC X(176).
