      * THE APPLICANT ID AND THEIR OWN ID INTO THIS FILE AHEAD OF    *
      * THE EDIT RUN. LICEDIT FLIPS THE DECISION TO APPROVED AND     *
      * RECORDS THE OVERRIDE ON THE AUDIT TRAIL.                     *
      * RECORD LENGTH: 40 BYTES                                      *
      * OVR-CASE-NUMBER ADDED FOR THE LICAPPEL APPEALS RUN, WHICH    *
      * WRITES THE OVERRIDE ITSELF WHEN A HEARING UPHOLDS AN APPEAL  *
      * - THE HEARING OFFICER IN OVR-SUPERVISOR-ID AND THE APPEAL    *
      * CASE NUMBER HERE, SO THE AUDIT TRAIL CAN SAY WHY. A HAND-    *
      * KEYED OVERRIDE LEAVES IT BLANK. RECORD GREW FROM 20 TO 40    *
      * BYTES - RECOMPILE DOWNSTREAM READERS.                        *
      ****************************************************************
       01 OVERRIDE-REC.
           05  OVR-APPLICANT-ID         PIC X(9).
           05  FILLER                   PIC X.
           05  OVR-SUPERVISOR-ID        PIC X(8).
           05  FILLER                   PIC X.
           05  OVR-CASE-NUMBER          PIC X(12).
           05  FILLER                   PIC X(9).
