      *    SAME GRADE SCALE AND WEIGHT TABLES, SO THE REPRINTED
      *    PAGE MATCHES THE ORIGINAL LINE FOR LINE (PLUS ANY
      *    CORRECTION MADE SINCE -- WHICH IS USUALLY THE POINT).
      *    A FINAL PAGE GRADES A STUDENT 'I' OFF AN INSTRUCTOR'S
      *    INCOMPLETE GRANT (Lab6INCGRT.txt) EXACTLY AS BKBRK DID.
      *
      *    THE RUN STILL LANDS ONE RECORD ON Lab6AUDIT.txt,
      *    IDENTIFIED AS A REPRINT OF ITS SCOPE, SO THE PERMANENT
           SELECT TERM-CALENDAR-FILE
             ASSIGN TO "Lab6TERMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL INCOMPLETE-GRANT-FILE
             ASSIGN TO "Lab6INCGRT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT AUDIT-FILE
             ASSIGN TO "Lab6AUDIT.txt"
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY TERMCAL.
      *
       FD  INCOMPLETE-GRANT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY INCGRT.
      *
       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88 NO-MORE-TERMS                        VALUE 'N'.
           05  TCT-FOUND-SW                PIC X       VALUE 'N'.
               88 TCT-TERM-FOUND                       VALUE 'Y'.
           05  IGF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-GRANTS                       VALUE 'N'.
           05  IGT-FOUND-SW                PIC X       VALUE 'N'.
               88 IGT-GRANT-FOUND                      VALUE 'Y'.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9      VALUE 1.
               10  TCT-START-DATE           PIC 9(6).
               10  TCT-END-DATE             PIC 9(6).
               10  TCT-CURRENT-FLAG         PIC X.
      *
       01  INCOMPLETE-GRANT-TABLE.
           05  IGT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  IGT-ENTRY                   OCCURS 500 TIMES
                                            INDEXED BY IGT-IDX.
               10  IGT-STUDENT-ID           PIC 9(7).
               10  IGT-DEPT-CODE            PIC A(4).
               10  IGT-CLASS-CODE           PIC X(5).
      *
       01  WS-GRADE-WORK.
           05  WS-BAND-LOW                 PIC S9(5)  VALUE +0.

           PERFORM 270-LOAD-GRADE-SCALE-TABLE
           PERFORM 275-LOAD-WEIGHT-TABLE
           PERFORM 280-LOAD-INCOMPLETE-GRANTS
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           END-IF
       .
      *
      *  280-LOAD-INCOMPLETE-GRANTS KEEPS ONLY THE GRANTS FILED FOR
      *  THE TERM BEING REPRINTED.  A MID-TERM REPRINT LOADS NONE,
      *  THE SAME AS BKBRK.
       280-LOAD-INCOMPLETE-GRANTS.

           IF NOT WS-MIDTERM-MODE
               OPEN INPUT INCOMPLETE-GRANT-FILE
               PERFORM UNTIL NO-MORE-GRANTS
                   READ INCOMPLETE-GRANT-FILE
                       AT END
                           MOVE 'N' TO IGF-EOF-FLAG
                       NOT AT END
                           IF IG-TERM-CODE = WS-TERM-CODE
                              AND IGT-ENTRY-COUNT < 500
                               ADD 1 TO IGT-ENTRY-COUNT
                               MOVE IG-STUDENT-ID TO
                                    IGT-STUDENT-ID (IGT-ENTRY-COUNT)
                               MOVE IG-DEPT-CODE TO
                                    IGT-DEPT-CODE (IGT-ENTRY-COUNT)
                               MOVE IG-CLASS-CODE TO
                                    IGT-CLASS-CODE (IGT-ENTRY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCOMPLETE-GRANT-FILE
           END-IF
       .
      *
       285-CHECK-INCOMPLETE-GRANT.

           MOVE 'N' TO IGT-FOUND-SW
           IF IGT-ENTRY-COUNT > 0
               SET IGT-IDX TO 1
               SEARCH IGT-ENTRY
                   AT END
                       MOVE 'N' TO IGT-FOUND-SW
                   WHEN IGT-IDX > IGT-ENTRY-COUNT
                       MOVE 'N' TO IGT-FOUND-SW
                   WHEN IGT-STUDENT-ID (IGT-IDX) = SR-STUDENT-ID
                    AND IGT-DEPT-CODE (IGT-IDX) = SR-DEPT-CODE
                    AND IGT-CLASS-CODE (IGT-IDX) = SR-CLASS-CODE
                       MOVE 'Y' TO IGT-FOUND-SW
               END-SEARCH
           END-IF
       .
      *
      *  500-PROCESS-STUDENT-RECORD IS BKBRK'S CONTROL-BREAK AND
      *  GRADE LOGIC WITH THE HISTORY, CSV, AND CHECKPOINT WRITES
      *  LEFT OUT -- A REPRINT PUTS INK ON PAPER AND NOTHING ELSE.
               PERFORM 265-DETERMINE-GRADE
           END-IF

           IF NOT WS-MIDTERM-MODE
               PERFORM 285-CHECK-INCOMPLETE-GRANT
               IF IGT-GRANT-FOUND
                   MOVE 'Y' TO DF-INCOMPLETE-SW
                   MOVE 'I' TO DF-GRADE-LETTER
                   MOVE SPACE TO DF-GRADE-MOD
               END-IF
           END-IF

           MOVE DF-GRADE TO DL-GRADE
           IF DF-INCOMPLETE
               MOVE ' INC' TO DL-INC
