      * ELECTION BOARD CAN PLACE THE REGISTRANT IN A PRECINCT; THE   *
      * CONSENT DATE IS THE BUSINESS DATE OF THE EXTRACT RUN, FROM   *
      * RUNPARM.DAT.                                                 *
      * THE SAME LAYOUT CARRIES THE REMOVALS LICDEATH WRITES TO      *
      * VOTRREMV.DAT FOR A CONSENTING HOLDER THE VITAL RECORDS DEATH *
      * FILE MATCHES - VTR-IS-REMOVED, WITH THE DATE OF DEATH AS THE *
      * CONSENT DATE.                                                *
      ****************************************************************
       01 VOTER-EXTRACT-REC.
           05  VTR-APPLICANT-ID         PIC X(9).
           05  FILLER                   PIC X.
           05  VTR-CONSENT              PIC X.
              88 VTR-HAS-CONSENTED      VALUE 'Y'.
              88 VTR-IS-REMOVED         VALUE 'R'.
           05  FILLER                   PIC X(3).
