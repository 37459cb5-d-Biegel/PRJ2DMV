      ****************************************************************
      * HAZMAT SECURITY THREAT ASSESSMENT CLEARANCE LAYOUT           *
      * FILE: HAZCLEAR.DAT                                           *
      * RECORD LENGTH: 30 BYTES                                      *
      * ONE RECORD PER DRIVER CLEARED BY THE FEDERAL SECURITY THREAT *
      * ASSESSMENT, KEYED BY APPLICANT ID, WITH THE DATE THE         *
      * CLEARANCE EXPIRES. LICRLOAD BUILDS THE INDEXED HAZCIDX.DAT   *
      * FROM IT; LICEDIT HOLDS THE H ENDORSEMENT OFF THE CARD WHEN   *
      * THERE IS NO CURRENT CLEARANCE, AND LICHZMEX WARNS HOLDERS    *
      * BEFORE IT EXPIRES AND STRIPS THE ENDORSEMENT AFTER.          *
      ****************************************************************
       01 HAZMAT-CLEARANCE-REC.
           05  HZC-APPLICANT-ID         PIC X(9).
           05  FILLER                   PIC X.
           05  HZC-CLEARANCE-NO         PIC X(10).
           05  FILLER                   PIC X.
           05  HZC-CLEAR-EXPIRE         PIC 9(8).
           05  FILLER                   PIC X.
