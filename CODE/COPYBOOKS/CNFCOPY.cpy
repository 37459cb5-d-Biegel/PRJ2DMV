      * THE PRODUCTION DATE AND THE VENDOR'S OWN CARD SERIAL RIDE    *
      * ALONG FOR THE RECONCILIATION REPORT. MATCHED BY LICCRECN     *
      * AGAINST THE EXTRACT - CARDS WE SENT THAT THE VENDOR NEVER    *
      * CONFIRMED GO OUT AGAIN ON THE RE-EXTRACT FILE. EVERY MATCHED *
      * CONFIRMATION IS PASSED ON UNCHANGED (CARDPROD.DAT) TO        *
      * LICCREG, WHICH KEEPS THE SERIAL IN THE CARD REGISTRY.        *
      ****************************************************************
       01 CARD-CONFIRM-REC.
           05  CNF-APPLICANT-ID         PIC X(9).
