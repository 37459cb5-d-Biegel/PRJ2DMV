      ****************************************************************
      * VITAL RECORDS DEATH FILE LAYOUT                              *
      * FILE: DEATHFIL.DAT                                           *
      * RECORD LENGTH: 100 BYTES                                     *
      * ONE RECORD PER DEATH REGISTERED WITH THE STATE VITAL RECORDS *
      * OFFICE SINCE ITS LAST MONTHLY SEND, KEYED BY CERTIFICATE     *
      * NUMBER. THE OFFICE HAS NO APPLICANT ID, SO LICDEATH MATCHES  *
      * ON NAME, LAST KNOWN RESIDENCE AND AGE AT DEATH. NAME AND     *
      * ADDRESS ARE EDITED BY THE OFFICE TO THE SAME UPPER-CASE      *
      * FORMAT THE COUNTER KEYS.                                     *
      ****************************************************************
       01 DEATH-RECORD-REC.
           05  DTH-CERT-NUMBER          PIC X(12).
           05  FILLER                   PIC X.
           05  DTH-NAME                 PIC X(19).
           05  FILLER                   PIC X.
           05  DTH-ADDRESS.
              10 DTH-ADDR-LINE1         PIC X(20).
              10 DTH-ADDR-CITY          PIC X(15).
              10 DTH-ADDR-STATE         PIC X(2).
              10 DTH-ADDR-ZIP           PIC X(9).
           05  FILLER                   PIC X.
           05  DTH-DEATH-DATE.
              10 DTH-DEATH-YY           PIC 9(4).
              10 DTH-DEATH-MM           PIC 9(2).
              10 DTH-DEATH-DD           PIC 9(2).
           05  FILLER                   PIC X.
           05  DTH-AGE                  PIC 9(3).
           05  FILLER                   PIC X(8).
