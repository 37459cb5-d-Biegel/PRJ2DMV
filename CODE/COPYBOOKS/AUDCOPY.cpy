      * TRAIL IS QUERIED BY DATE RANGE AND MUST ORDER CORRECTLY     *
      * ACROSS A CENTURY BOUNDARY. RECORD GREW FROM 120 TO 122      *
      * BYTES - RECOMPILE DOWNSTREAM READERS.                       *
      * AUD-DECN-WITHDRAWN AND AUD-DECN-REINSTATED ADDED FOR THE     *
      * LICSANCT COURT SANCTION RUN, WHICH LOGS EVERY MASTER IT      *
      * WITHDRAWS OR PUTS BACK IN STANDING (THE COURT'S REASON IN    *
      * AUD-FAILED-EDITS). RECORD LENGTH UNCHANGED.                  *
      * AUD-APPEAL-CASE CARVED FROM THE TRAILING FILLER - WHEN THE   *
      * OVERRIDE LICEDIT APPLIES CAME FROM AN UPHELD APPEAL, THE     *
      * LICAPPEL CASE NUMBER RIDES THE AUDIT RECORD WITH IT. RECORD  *
      * LENGTH UNCHANGED.                                            *
      * AUD-DECN-DECEASED ADDED FOR THE LICDEATH VITAL RECORDS       *
      * MATCH, WHICH LOGS EVERY MASTER IT MARKS DECEASED (THE DEATH  *
      * CERTIFICATE NUMBER IN AUD-FAILED-EDITS). RECORD LENGTH       *
      * UNCHANGED.                                                   *
      ****************************************************************
       01 AUDIT-TRAIL-REC.
           05  AUD-TIMESTAMP.
              88 AUD-DECN-SUSPENSE      VALUE 'S'.
              88 AUD-DECN-ADDR-CHG      VALUE 'C'.
              88 AUD-DECN-UPGRADED      VALUE 'U'.
              88 AUD-DECN-WITHDRAWN     VALUE 'W'.
              88 AUD-DECN-REINSTATED    VALUE 'R'.
              88 AUD-DECN-DECEASED      VALUE 'X'.
           05  FILLER                   PIC X.
           05  AUD-FAILED-EDITS         PIC X(45).
           05  FILLER                   PIC X.
              88 AUD-WAS-OVERRIDDEN     VALUE 'Y'.
           05  FILLER                   PIC X.
           05  AUD-OVERRIDE-BY          PIC X(8).
           05  FILLER                   PIC X.
           05  AUD-APPEAL-CASE          PIC X(12).
           05  FILLER                   PIC X(6).
