      ****************************************************************
      * RECORDS RETENTION SCHEDULE REFERENCE FILE LAYOUT             *
      * FILE: RETNSCHD.DAT                                           *
      * RECORD LENGTH: 40 BYTES                                      *
      * ONE RECORD PER RETAINED FILE AND RECORD TYPE, CARRYING THE   *
      * NUMBER OF YEARS A RECORD OF THAT TYPE IS KEPT AND THE ITEM   *
      * NUMBER ON THE STATE RECORDS RETENTION SCHEDULE THAT SETS IT. *
      * RTN-FILE-ID NAMES THE FILE - 'AUDCOPY' (EDIT DECISION AUDIT  *
      * TRAIL), 'LICHIST' (SUPERSEDED MASTER HISTORY) OR 'PIPEARCH'  *
      * (PIPELINE CONTROL ARCHIVE). RTN-REC-TYPE IS THE AUDIT        *
      * DECISION CODE, THE OUTCOME ON THE RETIRED MASTER IMAGE, OR   *
      * THE PIPELINE STEP NAME; '*' COVERS EVERY TYPE OF THAT FILE   *
      * WITH NO ROW OF ITS OWN. A RECORD OLDER THAN THE BUSINESS     *
      * DATE LESS RTN-KEEP-YEARS IS ELIGIBLE FOR DESTRUCTION BY      *
      * LICRETN; A TYPE WITH NO ROW AT ALL IS KEPT. MAINTAINED BY    *
      * THE RECORDS MANAGEMENT OFFICER.                              *
      ****************************************************************
       01 RETENTION-SCHED-REC.
           05  RTN-FILE-ID              PIC X(8).
           05  FILLER                   PIC X.
           05  RTN-REC-TYPE             PIC X(8).
           05  FILLER                   PIC X.
           05  RTN-KEEP-YEARS           PIC 9(2).
           05  FILLER                   PIC X.
           05  RTN-SCHED-ITEM           PIC X(10).
           05  FILLER                   PIC X(9).
