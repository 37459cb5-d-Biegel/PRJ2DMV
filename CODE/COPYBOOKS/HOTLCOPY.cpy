      ****************************************************************
      * INVALID-CARD HOTLIST EXTRACT LAYOUT                          *
      * FILE: HOTLIST.DAT                                            *
      * RECORD LENGTH: 60 BYTES                                      *
      * THE FULL LIST OF VOIDED CARD SERIALS, REBUILT EVERY NIGHT BY *
      * LICCREG FROM THE CARD REGISTRY AND SENT TO LAW ENFORCEMENT,  *
      * WHO REPLACE THEIR COPY WITH EACH ONE. A CARD WHOSE SERIAL IS *
      * ON THE LIST IS NOT GOOD FOR IDENTIFICATION OR AS A LICENSE - *
      * HOT-REASON SAYS WHY: REPLACED (REPORTED LOST OR STOLEN, OR   *
      * SUPERSEDED BY A NEWER CARD), HOLDER WITHDRAWN, OR HOLDER     *
      * DECEASED. ONE HOT- DETAIL RECORD PER SERIAL, THEN ONE HTT-   *
      * TRAILER CARRYING THE AS-OF DATE AND THE SERIAL COUNT SO THE  *
      * RECEIVING SYSTEM CAN BALANCE THE LOAD.                       *
      ****************************************************************
       01 HOTLIST-DETAIL-REC.
           05  HOT-REC-TYPE             PIC X.
              88 HOT-IS-DETAIL          VALUE 'D'.
           05  FILLER                   PIC X.
           05  HOT-CARD-SERIAL          PIC X(10).
           05  FILLER                   PIC X.
           05  HOT-APPLICANT-ID         PIC X(9).
           05  FILLER                   PIC X.
           05  HOT-REASON               PIC X.
              88 HOT-REPLACED           VALUE 'R'.
              88 HOT-WITHDRAWN          VALUE 'W'.
              88 HOT-DECEASED           VALUE 'X'.
           05  FILLER                   PIC X.
           05  HOT-VOID-DATE            PIC 9(8).
           05  FILLER                   PIC X.
           05  HOT-PROD-DATE            PIC 9(8).
           05  FILLER                   PIC X(18).

       01 HOTLIST-TRAILER-REC.
           05  HTT-REC-TYPE             PIC X.
              88 HTT-IS-TRAILER         VALUE 'T'.
           05  FILLER                   PIC X.
           05  HTT-AS-OF-DATE           PIC 9(8).
           05  FILLER                   PIC X.
           05  HTT-SERIAL-COUNT         PIC 9(7).
           05  FILLER                   PIC X(42).
