           05  FILLER                  PIC X(10) VALUE 'SUSPENSE:'.
           05  CTL-OFC-SUSP            PIC ZZZ,ZZ9 VALUE ZEROS.
           05  FILLER                  PIC X(2) VALUE SPACES.

      * KEYED-EXPIRATION EXCEPTION LINE FOR THE CONTROL REPORT - ONE
      * PER TRANSACTION WHOSE HAND-KEYED EXPIRATION DATE DISAGREED
      * WITH THE DATE COMPUTED FROM THE TERM RULES TABLE. THE
      * COMPUTED DATE IS THE ONE ISSUED; THE LINE TELLS THE OFFICE
      * WHICH KEYINGS TO LOOK AT.
       01 CTL-EXPIRE-LINE.
           05  FILLER                  PIC X(16)
                                       VALUE 'EXPIRE MISMATCH'.
           05  CTL-EXM-APPID           PIC X(9) VALUE SPACES.
           05  FILLER                  PIC XX VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE 'KEYED:'.
           05  CTL-EXM-KEYED           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC XX VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'COMPUTED:'.
           05  CTL-EXM-COMPUTED.
              10 CTL-EXM-COMP-YY       PIC 9(4) VALUE ZEROS.
              10 FILLER                PIC X VALUE '-'.
              10 CTL-EXM-COMP-MM       PIC 9(2) VALUE ZEROS.
              10 FILLER                PIC X VALUE '-'.
              10 CTL-EXM-COMP-DD       PIC 9(2) VALUE ZEROS.
           05  FILLER                  PIC X(14) VALUE SPACES.
