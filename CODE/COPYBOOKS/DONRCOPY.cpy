      * ORGAN DONOR REGISTRY SUBMISSION EXTRACT LAYOUT               *
      * FILE: DONRFILE.DAT                                           *
      * RECORD LENGTH: 60 BYTES                                      *
      * THE SAME LAYOUT CARRIES THE REMOVALS LICDEATH WRITES TO      *
      * DONRREMV.DAT FOR A DESIGNATED DONOR THE VITAL RECORDS DEATH  *
      * FILE MATCHES - DNR-IS-REMOVED, WITH THE DATE OF DEATH AS THE *
      * DESIGNATION DATE.                                            *
      ****************************************************************
       01 DONOR-EXTRACT-REC.
           05  DNR-APPLICANT-ID         PIC X(9).
           05  FILLER                   PIC X.
           05  DNR-DESIGNATION          PIC X.
              88 DNR-IS-DONOR           VALUE 'Y'.
              88 DNR-IS-REMOVED         VALUE 'R'.
           05  FILLER                   PIC X(20).
