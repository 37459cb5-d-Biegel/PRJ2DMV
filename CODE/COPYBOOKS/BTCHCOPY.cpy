      ****************************************************************
      * OFFICE BATCH HEADER/TRAILER RECORD LAYOUTS                   *
      * FILE: LICCOPY.DAT (IN-STREAM WITH THE 176-BYTE DMV-RECORDS)  *
      * RECORD LENGTH: 176 BYTES EACH                                *
      * EACH FIELD OFFICE WRAPS ITS DAY'S KEYING IN ONE *BH HEADER   *
      * (OFFICE ID, BATCH DATE, EXPECTED RECORD COUNT) AND ONE *BT   *
      * TRAILER (OFFICE ID, ACTUAL COUNT). THE *B PREFIX CANNOT      *
      * TRAILING FILLERS WIDENED TO 158 BYTES WITH THE LICCOPY       *
      * CENTURY CHANGE - THESE RECORDS RIDE THE SAME STREAM AS THE   *
      * DMV-RECORDS AND MUST MATCH THEIR LENGTH.                     *
      * WIDENED AGAIN TO 168 BYTES WHEN THE EXAMINER ID AND TEST     *
      * OFFICE WERE ADDED TO THE DMV-RECORD.                         *
      * WIDENED AGAIN TO 176 BYTES WHEN THE DATE OF BIRTH WAS ADDED  *
      * TO THE DMV-RECORD.                                           *
      ****************************************************************
       01 BATCH-HEADER-REC.
           05  BCH-REC-TYPE             PIC X(3).
           05  BCH-BATCH-DATE           PIC 9(6).
           05  FILLER                   PIC X.
           05  BCH-EXPECTED-CNT         PIC 9(5).
           05  FILLER                   PIC X(156).

       01 BATCH-TRAILER-REC.
           05  BCT-REC-TYPE             PIC X(3).
           05  BCT-OFFICE-ID            PIC X(3).
           05  FILLER                   PIC X.
           05  BCT-RECORD-CNT           PIC 9(5).
           05  FILLER                   PIC X(163).
