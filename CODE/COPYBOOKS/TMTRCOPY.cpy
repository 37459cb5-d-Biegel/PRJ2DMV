      ****************************************************************
      * REFERENCE TABLE MAINTENANCE TRANSACTION LAYOUT               *
      * FILE: TBLMTRAN.DAT                                           *
      * RECORD LENGTH: 80 BYTES                                      *
      * ONE ADD, CHANGE OR DELETE AGAINST ONE OF THE THREE HAND-     *
      * MAINTAINED REFERENCE TABLES - THE COMPACT TABLE              *
      * (RECIPTBL.DAT), THE FEE SCHEDULE (FEESCHED.DAT) OR THE       *
      * OVERRIDE FILE (OVRDFILE.DAT) - KEYED BY THE OPERATOR WHOSE   *
      * ID IT CARRIES. TMT-IMAGE IS THE WHOLE TABLE RECORD, LAID OUT *
      * EXACTLY AS THAT TABLE'S OWN COPYBOOK (RECPTBL, FEECOPY,      *
      * OVRDCOPY); THE KEY IS ITS LEADING FIELD. A DELETE NEEDS ONLY *
      * THE KEY. APPLIED BY LICTBLMT, WHICH CHECKS THE WHOLE BATCH   *
      * BEFORE IT CHANGES ANYTHING.                                  *
      ****************************************************************
       01 TABLE-MAINT-TRAN.
           05  TMT-OPERATOR-ID          PIC X(8).
           05  FILLER                   PIC X.
           05  TMT-TABLE-ID             PIC X.
              88 TMT-TABLE-RECIP        VALUE 'R'.
              88 TMT-TABLE-FEE          VALUE 'F'.
              88 TMT-TABLE-OVERRIDE     VALUE 'O'.
           05  FILLER                   PIC X.
           05  TMT-ACTION               PIC X.
              88 TMT-ADD                VALUE 'A'.
              88 TMT-CHANGE             VALUE 'C'.
              88 TMT-DELETE             VALUE 'D'.
           05  FILLER                   PIC X.
           05  TMT-IMAGE                PIC X(40).
           05  FILLER                   PIC X(27).
