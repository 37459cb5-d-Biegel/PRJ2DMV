      *   2026-08-31 JBR  RECOMPILED FOR THE 191-BYTE MASTER (DECISION *
      *                   DATE, AGE, AND CARD DESCRIPTORS ADDED FOR    *
      *                   THE LICPUPGR UPGRADE RUN).                   *
      *   2026-09-09 JBR  RECOMPILED FOR THE 202-BYTE MASTER - A       *
      *                   HOLDER WITHDRAWN BY THE LICSANCT COURT       *
      *                   SANCTION RUN SHOWS STATUS WITHDRAWN WITH THE *
      *                   COURT ORDER CODE, AND THE EFFECTIVE DATE OF  *
      *                   THE LAST WITHDRAWAL OR REINSTATEMENT SHOWS   *
      *                   WHEN THERE IS ONE.                           *
      *   2026-09-12 JBR  A HOLDER LICDEATH HAS MARKED DECEASED SHOWS  *
      *                   STATUS DECEASED, WITH THE DATE OF DEATH AS   *
      *                   THE STANDING EFFECTIVE DATE.                 *
      *   2026-09-13 JBR  RECOMPILED FOR THE 213-BYTE MASTER (EXAMINER *
      *                   ID AND TEST OFFICE ADDED FOR THE LICEXAM     *
      *                   EXAMINER REPORT).                            *
      *   2026-09-19 JBR  RECOMPILED FOR THE 222-BYTE MASTER (DATE OF  *
      *                   BIRTH ADDED).                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICINQ.
       DATA DIVISION.
       FILE SECTION.
       FD  MSTR-FILE
           RECORD CONTAINS 222 CHARACTERS.
       01  MSTR-IN-REC.
           05  MSTR-IN-KEY             PIC X(9).
           05  FILLER                  PIC X(213).

       WORKING-STORAGE SECTION.
       01  WS-MSTR-STATUS               PIC XX.
               IF MST-OUTC-DENIED
                   MOVE 'DENIED' TO WS-OUTCOME-TEXT
               ELSE
                   IF MST-OUTC-WITHDRAWN
                       MOVE 'WITHDRAWN' TO WS-OUTCOME-TEXT
                   ELSE
                       IF MST-OUTC-DECEASED
                           MOVE 'DECEASED' TO WS-OUTCOME-TEXT
                       ELSE
                           MOVE 'SUSPENSE' TO WS-OUTCOME-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF
           DISPLAY '  NAME:          ' MST-NAME
           DISPLAY '  REAL ID:       ' MST-REALID-FLAG
           DISPLAY '  PROVISIONAL:   ' MST-PROVISIONAL-FLAG
           DISPLAY '  STATUS:        ' WS-OUTCOME-TEXT
           DISPLAY '  REASON:        ' MST-REASON
           IF MST-OUTC-WITHDRAWN
               DISPLAY '  COURT ORDER:   ' MST-SANCTION-CODE
           END-IF
           IF MST-STANDING-DATE NUMERIC
               DISPLAY '  STANDING EFF:  ' MST-STANDING-DATE
           END-IF.

       8000-TERMINATE.
           CLOSE MSTR-FILE
