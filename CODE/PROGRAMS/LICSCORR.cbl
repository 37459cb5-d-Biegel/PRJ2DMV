      *   BATCH PROGRAM AT AN ATTENDED CONSOLE, THE SAME AS LICINQ:    *
      *   EACH OPEN ITEM ON THE SUSPENSE WORK QUEUE (SUSPWORK.DAT)     *
      *   IS SHOWN TO THE CLERK, AND FOR THE MISSING-FIELD REASONS     *
      *   (APPLICANT ID, INSURANCE FLAG, IDENTITY-DOCUMENT FLAG, DATE  *
      *   OF BIRTH) THE CLERK KEYS JUST THE MISSING VALUE AGAINST THE  *
      *   SAVED TRANSACTION IMAGE INSTEAD OF RE-KEYING THE WHOLE       *
      *   APPLICATION FROM PAPER. CORRECTED TRANSACTIONS ARE WRITTEN   *
      *   TO LICCORR.DAT, WHICH THE NEXT LICDUP RUN PICKS UP           *
      *   AUTOMATICALLY (THE OPERATOR REMOVES LICCORR.DAT AFTER THAT   *
      *   2026-08-31 JBR  FOUR-DIGIT YEARS - SUSPENSE WORK RECORD      *
      *                   GREW TO 213 BYTES AND THE TRANSACTION        *
      *                   IMAGE TO 158.                                *
      *   2026-09-13 JBR  RECOMPILED FOR THE 168-BYTE TRANSACTION      *
      *                   RECORD (EXAMINER ID AND TEST OFFICE ADDED) - *
      *                   SUSPENSE WORK RECORD GREW TO 223 BYTES WITH  *
      *                   IT.                                          *
      *   2026-09-19 JBR  TRANSACTION RECORD GREW TO 176 BYTES AND THE *
      *                   SUSPENSE WORK RECORD TO 231 (DATE OF BIRTH   *
      *                   ADDED). A MISSING OR INVALID DATE OF BIRTH   *
      *                   IS KEY-CORRECTABLE.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICSCORR.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSW-FILE
           RECORD CONTAINS 231 CHARACTERS.
       01  SUSW-IN-REC                 PIC X(231).

       FD  CORR-FILE
           RECORD CONTAINS 176 CHARACTERS.
       01  CORR-OUT-REC                PIC X(176).

       FD  NEWQ-FILE
           RECORD CONTAINS 231 CHARACTERS.
       01  NEWQ-OUT-REC                PIC X(231).

       WORKING-STORAGE SECTION.
       01  WS-SUSW-STATUS               PIC XX.

       01  WS-ANSWER                    PIC X(9).
           88 WS-ANS-SKIP               VALUE 'SKIP     '.
      * A KEYED BIRTH DATE IS TAKEN AS YYYYMMDD - ONLY THE DIGITS ARE
      * CHECKED HERE; LICEDIT RE-EDITS THE DATE ITSELF ON RE-ENTRY.
       01  WS-ANSWER-DATE REDEFINES WS-ANSWER.
           05  WS-ANS-BIRTH-DATE        PIC 9(8).
           05  FILLER                   PIC X.

       01  WS-SWITCHES.
           05  WS-CORRECTED-SW          PIC X     VALUE 'N'.
                   PERFORM 2200-KEY-INSURANCE-FLAG
               WHEN 'MISSING IDENTITY DOCUMENT FLAG'
                   PERFORM 2300-KEY-IDENTITY-FLAG
               WHEN 'MISSING OR INVALID DATE OF BIRTH'
                   PERFORM 2400-KEY-BIRTH-DATE
               WHEN OTHER
                   DISPLAY '  NOT KEY-CORRECTABLE - CARRIED FORWARD '
                           'FOR MANUAL REVIEW'
               SET WS-WAS-CORRECTED TO TRUE
           END-IF.

       2400-KEY-BIRTH-DATE.
           DISPLAY '  KEYED BIRTH DATE:  ' DMV-BIRTH-DATE
           DISPLAY '  ENTER DATE OF BIRTH YYYYMMDD (OR SKIP): '
           ACCEPT WS-ANSWER FROM CONSOLE
           IF WS-ANS-SKIP OR WS-ANSWER = SPACES
               DISPLAY '  ITEM SKIPPED - CARRIED FORWARD'
           ELSE
               IF WS-ANS-BIRTH-DATE NOT NUMERIC
                   DISPLAY '  NOT A DATE - ITEM CARRIED FORWARD'
               ELSE
                   MOVE WS-ANS-BIRTH-DATE TO DMV-BIRTH-DATE
                   SET WS-WAS-CORRECTED TO TRUE
               END-IF
           END-IF.

       8000-TERMINATE.
           CLOSE SUSW-FILE CORR-FILE NEWQ-FILE
           COMPUTE WS-BALANCE-CHECK =
