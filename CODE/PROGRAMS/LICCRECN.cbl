      *       FOR IMAGE, TO THE RE-EXTRACT FILE (CARDREXT.DAT) WITH    *
      *       ITS OWN CRT- COUNT TRAILER, SO THE MISSES GO OUT ON      *
      *       THE NEXT CARD RUN WITHOUT ANYONE BEING RE-APPROVED       *
      *     - PASSES EVERY MATCHED CONFIRMATION, SERIAL AND ALL, TO    *
      *       LICCREG ON CARDPROD.DAT FOR THE CARD SERIAL REGISTRY     *
      *   COUNTS ARE DISPLAYED AND BALANCED BOTH WAYS (EXTRACTED =     *
      *   PRODUCED + RE-EXTRACTED, CONFIRMED = PRODUCED + UNKNOWN)     *
      *   THE SAME WAY THE CRT-CARD-COUNT TRAILER BALANCES TODAY.      *
      *   2026-08-31 JBR  FOUR-DIGIT YEARS - BUSINESS DATE AND         *
      *                   VENDOR PRODUCTION DATE YYYYMMDD, RUNPARM     *
      *                   NOW 32 BYTES.                                *
      *   2026-09-17 JBR  MATCHED CONFIRMATIONS WRITTEN TO             *
      *                   CARDPROD.DAT FOR THE LICCREG CARD SERIAL     *
      *                   REGISTRY.                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICCRECN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REXT-STATUS.

           SELECT PROD-FILE ASSIGN TO 'CARDPROD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REXT-OUT-REC                PIC X(132).

       FD  PROD-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  PROD-OUT-REC                PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS               PIC XX.
           88 WS-CARD-OK                VALUE '00'.
           88 WS-RECN-OK                VALUE '00'.
       01  WS-REXT-STATUS               PIC XX.
           88 WS-REXT-OK                VALUE '00'.
       01  WS-PROD-STATUS               PIC XX.
           88 WS-PROD-OK                VALUE '00'.

           COPY CARDCOPY.
           COPY CNFCOPY.
           END-IF
           OPEN OUTPUT RECN-FILE
           OPEN OUTPUT REXT-FILE
           OPEN OUTPUT PROD-FILE
           IF NOT WS-PROD-OK
               DISPLAY 'LICCRECN - CANNOT OPEN PRODUCED-CARD FILE '
                       'CARDPROD.DAT - FILE STATUS ' WS-PROD-STATUS
               DISPLAY 'LICCRECN - RUN ABANDONED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-DATE-NUM TO CRC-HDR1-DATE
           WRITE RECN-OUT-REC FROM CRC-HDR1
           READ CARD-FILE INTO CARD-IN-REC
                  OR WS-WAS-FOUND
           IF WS-WAS-FOUND
               ADD 1 TO WS-PRODUCED-CNT
               WRITE PROD-OUT-REC FROM CARD-CONFIRM-REC
           ELSE
               ADD 1 TO WS-UNKNOWN-CNT
               MOVE CNF-APPLICANT-ID TO CRC-CLAIM-APPID
           END-IF
           MOVE ZEROS TO CRC-TOT-VALUE
           WRITE RECN-OUT-REC FROM CRC-TOT-LINE
           CLOSE CARD-FILE CONF-FILE RECN-FILE REXT-FILE PROD-FILE
           DISPLAY 'LICCRECN - CARDS EXTRACTED:       ' WS-DETAILS-READ
           DISPLAY 'LICCRECN - CONFIRMATIONS READ:    ' WS-CONFS-READ
           DISPLAY 'LICCRECN - PRODUCED AND MATCHED:  ' WS-PRODUCED-CNT
