      ****************************************************************
      * CERTIFICATE OF RECORDS DESTRUCTION LAYOUT                    *
      * FILE: RETNCERT.DAT - RECORD LENGTH: 80 BYTES PER PART        *
      * WRITTEN BY LICRETN - ONE RTC-DETAIL LINE PER RETENTION       *
      * SCHEDULE ROW, WITH THE RECORDS DESTROYED UNDER IT, THE       *
      * EARLIEST AND LATEST DATE AMONG THEM, AND THE RECORDS HELD    *
      * BACK UNDER IT FOR AN OPEN APPEAL OR AN ACTIVE SANCTION; THEN *
      * THE RTC-TOT-LINE COUNTS FOR EACH FILE AND THE RTC-TEXT-LINE  *
      * ATTESTATION AND SIGNATURE BLOCK FOR THE RECORDS CUSTODIAN.   *
      ****************************************************************
       01 RETENTION-CERT-RPT.
           02 RTC-HDR1.
              03  FILLER              PIC X(42)
                    VALUE 'CERTIFICATE OF RECORDS DESTRUCTION - RUN'.
              03  FILLER              PIC X VALUE SPACES.
              03  RTC-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(29) VALUE SPACES.
           02 RTC-HDR2.
              03  FILLER              PIC X(9) VALUE 'FILE'.
              03  FILLER              PIC X(9) VALUE 'TYPE'.
              03  FILLER              PIC X(11) VALUE 'SCHED ITEM'.
              03  FILLER              PIC X(4) VALUE 'YRS'.
              03  FILLER              PIC X(10) VALUE '   PURGED'.
              03  FILLER              PIC X(9) VALUE 'EARLIEST'.
              03  FILLER              PIC X(9) VALUE 'LATEST'.
              03  FILLER              PIC X(19) VALUE '   HELD'.
           02 RTC-DETAIL.
              03  RTC-DET-FILE        PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  RTC-DET-TYPE        PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  RTC-DET-ITEM        PIC X(10) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  RTC-DET-KEEP        PIC Z9 VALUE ZEROS.
              03  FILLER              PIC XX VALUE SPACES.
              03  RTC-DET-PURGED      PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X VALUE SPACES.
              03  RTC-DET-LOW         PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  RTC-DET-HIGH        PIC X(8) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  RTC-DET-HELD        PIC ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(12) VALUE SPACES.
           02 RTC-TOT-LINE.
              03  RTC-TOT-LABEL       PIC X(45) VALUE SPACES.
              03  RTC-TOT-VALUE       PIC Z,ZZZ,ZZ9 VALUE ZEROS.
              03  FILLER              PIC X(26) VALUE SPACES.
           02 RTC-TEXT-LINE.
              03  RTC-TEXT            PIC X(80) VALUE SPACES.
