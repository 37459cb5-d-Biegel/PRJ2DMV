      ****************************************************************
      * COURT SANCTION ORDER / REINSTATEMENT LETTER LAYOUT           *
      * FILE: SANCLTR.DAT                                            *
      * RECORD LENGTH: 80 BYTES PER PRINT LINE.                      *
      * ONE LETTER PER MASTER RECORD LICSANCT WITHDRAWS, AMENDS, OR  *
      * PUTS BACK IN STANDING, ADDRESSED FROM THE MASTER: THE        *
      * HEADING, THE TITLE (ORDER OF SUSPENSION, ORDER OF            *
      * REVOCATION, OR NOTICE OF REINSTATEMENT), THE NAME AND        *
      * MAILING ADDRESS FOR THE WINDOW ENVELOPE, THE LICENSE NUMBER  *
      * AND EFFECTIVE DATE, THE BODY TEXT, THE COURT'S STATED        *
      * REASON, THEN A RULE LINE THE PRINT ROOM BURSTS ON.           *
      ****************************************************************
       01 SANCTION-LETTER.
           02 SLT-HDR1.
              03  FILLER              PIC X(40)
                    VALUE 'STATE DEPARTMENT OF MOTOR VEHICLES'.
              03  FILLER              PIC X(22) VALUE SPACES.
              03  FILLER              PIC X(6) VALUE 'DATE: '.
              03  SLT-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(4) VALUE SPACES.
           02 SLT-TITLE.
              03  FILLER              PIC X(10) VALUE SPACES.
              03  SLT-TITLE-TEXT      PIC X(50) VALUE SPACES.
              03  FILLER              PIC X(20) VALUE SPACES.
           02 SLT-ADDR-LINE.
              03  FILLER              PIC X(5) VALUE SPACES.
              03  SLT-ADDR-TEXT       PIC X(20) VALUE SPACES.
              03  FILLER              PIC X(55) VALUE SPACES.
           02 SLT-CSZ-LINE.
              03  FILLER              PIC X(5) VALUE SPACES.
              03  SLT-CSZ-CITY        PIC X(15) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  SLT-CSZ-STATE       PIC X(2) VALUE SPACES.
              03  FILLER              PIC X(2) VALUE SPACES.
              03  SLT-CSZ-ZIP         PIC X(9) VALUE SPACES.
              03  FILLER              PIC X(46) VALUE SPACES.
           02 SLT-REF-LINE.
              03  FILLER              PIC X(5) VALUE SPACES.
              03  FILLER              PIC X(16)
                    VALUE 'LICENSE NUMBER: '.
              03  SLT-REF-APPID       PIC X(9) VALUE SPACES.
              03  FILLER              PIC X(4) VALUE SPACES.
              03  FILLER              PIC X(16)
                    VALUE 'EFFECTIVE DATE: '.
              03  SLT-REF-DATE        PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(22) VALUE SPACES.
           02 SLT-TEXT-LINE.
              03  FILLER              PIC X(5) VALUE SPACES.
              03  SLT-TEXT            PIC X(70) VALUE SPACES.
              03  FILLER              PIC X(5) VALUE SPACES.
           02 SLT-REASON-LINE.
              03  FILLER              PIC X(5) VALUE SPACES.
              03  FILLER              PIC X(13) VALUE 'COURT ORDER: '.
              03  SLT-REASON          PIC X(30) VALUE SPACES.
              03  FILLER              PIC X(32) VALUE SPACES.
           02 SLT-BLANK-LINE          PIC X(80) VALUE SPACES.
           02 SLT-END-LINE            PIC X(80) VALUE ALL '-'.
