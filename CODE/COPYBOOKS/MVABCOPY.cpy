      ****************************************************************
      * DRIVING RECORD ABSTRACT PRINT LAYOUT                         *
      * FILE: MVRABST.DAT                                            *
      * RECORD LENGTH: 80 BYTES PER PRINT LINE.                      *
      * ONE ABSTRACT PER ANSWERED REQUEST, ADDRESSED TO THE          *
      * REQUESTER: THE HEADING, THE TITLE, THE REQUESTER AND THEIR   *
      * REFERENCE, THEN ONE MVB-FIELD-LINE PER ITEM OF THE RECORD    *
      * (LABEL AND VALUE) AND A RULE LINE THE PRINT ROOM BURSTS ON.  *
      * AN APPLICANT ID NOT ON FILE GETS THE SAME HEADING WITH A     *
      * NO-RECORD STATEMENT IN PLACE OF THE FIELDS. THE HOLDER'S     *
      * ADDRESS IS NEVER PRINTED - THE PERMITTED USES COVER THE      *
      * DRIVING RECORD, NOT THE PERSONAL INFORMATION.                *
      ****************************************************************
       01 MVR-ABSTRACT.
           02 MVB-HDR1.
              03  FILLER              PIC X(40)
                    VALUE 'STATE DEPARTMENT OF MOTOR VEHICLES'.
              03  FILLER              PIC X(22) VALUE SPACES.
              03  FILLER              PIC X(6) VALUE 'DATE: '.
              03  MVB-HDR1-DATE       PIC X(8) VALUE SPACES.
              03  FILLER              PIC X(4) VALUE SPACES.
           02 MVB-TITLE.
              03  FILLER              PIC X(10) VALUE SPACES.
              03  FILLER              PIC X(50)
                    VALUE 'DRIVING RECORD ABSTRACT'.
              03  FILLER              PIC X(20) VALUE SPACES.
           02 MVB-REQ-LINE.
              03  FILLER              PIC X(5) VALUE SPACES.
              03  FILLER              PIC X(14) VALUE 'REQUESTED BY: '.
              03  MVB-REQ-ACCOUNT     PIC X(6) VALUE SPACES.
              03  FILLER              PIC X VALUE SPACES.
              03  MVB-REQ-NAME        PIC X(30) VALUE SPACES.
              03  FILLER              PIC X(24) VALUE SPACES.
           02 MVB-REF-LINE.
              03  FILLER              PIC X(5) VALUE SPACES.
              03  FILLER              PIC X(16)
                    VALUE 'YOUR REFERENCE: '.
              03  MVB-REF-VALUE       PIC X(15) VALUE SPACES.
              03  FILLER              PIC X(4) VALUE SPACES.
              03  FILLER              PIC X(6) VALUE 'USE: '.
              03  MVB-REF-USE         PIC X(2) VALUE SPACES.
              03  FILLER              PIC X(32) VALUE SPACES.
           02 MVB-FIELD-LINE.
              03  FILLER              PIC X(5) VALUE SPACES.
              03  MVB-FLD-LABEL       PIC X(24) VALUE SPACES.
              03  MVB-FLD-VALUE       PIC X(45) VALUE SPACES.
              03  FILLER              PIC X(6) VALUE SPACES.
           02 MVB-BLANK-LINE          PIC X(80) VALUE SPACES.
           02 MVB-END-LINE            PIC X(80) VALUE ALL '-'.
