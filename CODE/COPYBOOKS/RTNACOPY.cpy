      ****************************************************************
      * RECORDS RETENTION DESTRUCTION ARCHIVE LAYOUT                 *
      * FILE: RETNARCH.DAT                                           *
      * RECORD LENGTH: 267 BYTES                                     *
      * ONE RECORD PER RECORD LICRETN REMOVES FROM A LIVE FILE, THE  *
      * ORIGINAL RECORD BYTE FOR BYTE IN RTA-RECORD-IMAGE (LEFT      *
      * JUSTIFIED, SPACE FILLED - REDEFINE IT WITH AUDCOPY, HISTCOPY *
      * OR PIPECOPY BY RTA-SOURCE-FILE). EVERY RECORD CARRIES THE    *
      * DATE OF THE PURGE RUN; THE OPERATOR MOVES THE FILE TO        *
      * OFFLINE MEDIA LABELLED WITH THAT DATE BEFORE THE NEXT        *
      * RETENTION RUN, WHICH WILL NOT START WHILE IT IS ON DISK.     *
      ****************************************************************
       01 RETENTION-ARCHIVE-REC.
           05  RTA-PURGE-DATE           PIC 9(8).
           05  FILLER                   PIC X.
           05  RTA-SOURCE-FILE          PIC X(8).
           05  FILLER                   PIC X.
           05  RTA-REC-TYPE             PIC X(8).
           05  FILLER                   PIC X.
           05  RTA-RECORD-DATE          PIC 9(8).
           05  FILLER                   PIC X.
           05  RTA-RECORD-IMAGE         PIC X(231).
