      ****************************************************************
      * LICENSE TERM RULES REFERENCE FILE LAYOUT                     *
      * FILE: TERMRULE.DAT                                           *
      * RECORD LENGTH: 20 BYTES                                      *
      * ONE RECORD PER LICENSE TYPE AND AGE BAND, CARRYING THE TERM  *
      * IN YEARS A LICENSE ISSUED TO A HOLDER OF THAT TYPE AND AGE   *
      * RUNS FOR. THE AGE IS THE HOLDER'S AGE ON THE BUSINESS DATE,  *
      * DERIVED FROM THE DATE OF BIRTH; THE BANDS FOR ONE TYPE MUST  *
      * NOT OVERLAP (THE FIRST MATCHING ROW WINS). LICEDIT LOADS IT  *
      * AT INITIALIZATION AND EXPIRES THE LICENSE ON THE HOLDER'S    *
      * BIRTHDAY THAT MANY YEARS AFTER THE BUSINESS YEAR, SO EVERY   *
      * COUNTER ISSUES THE SAME DATE. A TYPE AND AGE WITH NO ROW IS  *
      * SUSPENDED RATHER THAN GUESSED AT. MAINTAINED BY LICENSING    *
      * POLICY, THE SAME AS THE FEE SCHEDULE.                        *
      ****************************************************************
       01 TERM-RULE-REC.
           05  TRM-LICENSE-TYPE         PIC X.
           05  FILLER                   PIC X.
           05  TRM-AGE-FROM             PIC 9(3).
           05  FILLER                   PIC X.
           05  TRM-AGE-TO               PIC 9(3).
           05  FILLER                   PIC X.
           05  TRM-TERM-YEARS           PIC 9(2).
           05  FILLER                   PIC X(8).
