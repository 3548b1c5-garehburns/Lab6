      *    THE RECORD (E.G. 2026FA), NOT BY RUN DATE; RECORDS
      *    WRITTEN BEFORE THE TERM CODE EXISTED CARRY SPACES THERE
      *    AND FALL BACK TO THEIR RUN DATE.
      *
      *    A GRADE CHANGED AFTER ITS TERM CLOSED ARRIVES AS AN
      *    AMENDMENT RECORD BKGCHG APPENDED TO THE HISTORY FILE.  IT
      *    REPLACES THE SCORES, AVERAGE AND GRADE ALREADY FILED FOR
      *    THAT STUDENT'S TERM, SO THE REPORT SHOWS THE GRADE THAT
      *    STANDS.
      *
       ENVIRONMENT DIVISION.
      *
               88 WS-ENTRY-FOUND                        VALUE 'Y'.
           05  WS-TABLE-FULL-SW            PIC X       VALUE 'N'.
               88 WS-TABLE-FULL                         VALUE 'Y'.
           05  WS-TERM-FOUND-SW            PIC X       VALUE 'N'.
               88 WS-TERM-FOUND                         VALUE 'Y'.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9      VALUE 1.
                   AT END
                       MOVE 'N' TO HF-EOF-FLAG
                   NOT AT END
      *  ONLY STUDENT RECORDS AND GRADE-CHANGE AMENDMENTS BELONG ON
      *  THE PROGRESS REPORT -- THE 'H'/'T' CONTROL RECORDS BKBRK
      *  BRACKETS EACH RUN WITH ARE FOR BKBAL, NOT FOR TRENDING.
                       IF SH-DETAIL-RECORD
                          OR SH-AMENDMENT-RECORD
                           PERFORM 310-STORE-HISTORY-RECORD
                       END-IF
               END-READ
               MOVE SPACES TO WS-DISPLAY-ID
           END-IF

           IF SH-AMENDMENT-RECORD
               PERFORM 350-APPLY-AMENDMENT
           ELSE
               PERFORM 320-FIND-OR-ADD-ENTRY
               IF NOT WS-TABLE-FULL
                   MOVE WS-DISPLAY-ID TO TRD-STUDENT-ID (TRD-IDX)
                   MOVE SH-NAME TO TRD-NAME (TRD-IDX)
                   PERFORM 330-ADD-TERM-TO-ENTRY
               END-IF
           END-IF
       .
      *
               END-IF
           END-IF

           PERFORM 335-FILL-TERM-SLOT
       .
      *
      *  335-FILL-TERM-SLOT COPIES THE RECORD'S SCORES, AVERAGE AND
      *  GRADE INTO THE SLOT AT TRD-TERM-IDX.
       335-FILL-TERM-SLOT.

           MOVE WS-TERM-KEY TO
                TRD-TERM-CODE (TRD-IDX, TRD-TERM-IDX)
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
                 TO TRD-TERM (TRD-IDX, TRD-TERM-IDX)
           END-PERFORM
       .
      *
      *  350-APPLY-AMENDMENT LOOKS UP THE STUDENT AND THE AMENDED
      *  TERM AND OVERWRITES THAT SLOT WITH THE CHANGED GRADE.  IT
      *  NEVER ADDS AN ENTRY OR A SLOT -- A TERM ALREADY ARCHIVED OR
      *  PUSHED OFF THE LAST FIVE HAS NOTHING HERE TO CORRECT.
       350-APPLY-AMENDMENT.

           MOVE 'N' TO WS-FOUND-SW
           SEARCH ALL TRD-ENTRY
               AT END
                   MOVE 'N' TO WS-FOUND-SW
               WHEN TRD-STUDENT-KEY (TRD-IDX) = WS-STUDENT-KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH

           IF WS-ENTRY-FOUND
               MOVE 'N' TO WS-TERM-FOUND-SW
               SET TRD-TERM-IDX TO 1
               SEARCH TRD-TERM
                   AT END
                       MOVE 'N' TO WS-TERM-FOUND-SW
                   WHEN TRD-TERM-IDX > TRD-TERM-COUNT (TRD-IDX)
                       MOVE 'N' TO WS-TERM-FOUND-SW
                   WHEN TRD-TERM-CODE (TRD-IDX, TRD-TERM-IDX)
                        = WS-TERM-KEY
                       MOVE 'Y' TO WS-TERM-FOUND-SW
               END-SEARCH
               IF WS-TERM-FOUND
                   PERFORM 335-FILL-TERM-SLOT
               END-IF
           END-IF
       .
      *
       400-PRINT-TREND-TABLE.

