      *    THE HIGH SCORE, LOW SCORE, MEDIAN, AND STANDARD DEVIATION
      *    OF THE TEST AVERAGES.  EACH STUDENT'S AVERAGE AND LETTER
      *    GRADE ARE RECOMPUTED HERE EXACTLY THE WAY BKBRK COMPUTES
      *    THEM, SO THIS PAGE ALWAYS AGREES WITH STUDENTCGB.  IN A
      *    FINAL RUN A STUDENT GRADED 'I' OFF AN INSTRUCTOR'S
      *    INCOMPLETE GRANT HAS NO EARNED GRADE TO DISTRIBUTE -- IT
      *    IS LEFT OUT OF THE LETTER COUNTS AND THE SCORE STATISTICS
      *    AND COUNTED ON ITS OWN 'I' LINE.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT WEIGHT-FILE
             ASSIGN TO "Lab6WEIGHT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  INCOMPLETE-GRANT-FILE IS THE LIST OF INCOMPLETES
      *  INSTRUCTORS HAVE GRANTED, THE SAME FILE BKBRK READS.
           SELECT OPTIONAL INCOMPLETE-GRANT-FILE
             ASSIGN TO "Lab6INCGRT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           05  WGR-WEIGHT3                  PIC 9(3).
           05  WGR-WEIGHT4                  PIC 9(3).
           05  FILLER                       PIC X(59).
      *
       FD  INCOMPLETE-GRANT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY INCGRT.
      *
       WORKING-STORAGE SECTION.
      *
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
               10  WGT-CLASS-CODE           PIC X(5).
               10  WGT-WEIGHT               PIC 9(3) OCCURS 4 TIMES.
      *
      *  INCOMPLETE-GRANT-TABLE HOLDS THE GRANTS FILED FOR THE TERM,
      *  LOADED THE SAME WAY BKBRK LOADS THEM.
       01  INCOMPLETE-GRANT-TABLE.
           05  IGT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  IGT-ENTRY                   OCCURS 500 TIMES
                                            INDEXED BY IGT-IDX.
               10  IGT-STUDENT-ID           PIC 9(7).
               10  IGT-DEPT-CODE            PIC A(4).
               10  IGT-CLASS-CODE           PIC X(5).
      *
      *  WS-GRADE-WORK HOLDS THE HIGH/LOW EDGE OF THE CURRENT BAND
      *  WHILE 265-DETERMINE-GRADE IS DECIDING A +/- MODIFIER.
       01  WS-GRADE-WORK.
      *  CLASS-STATS AND DEPT-STATS ACCUMULATE THE SAME FACTS AT THE
      *  TWO BREAK LEVELS -- A STUDENT COUNT, A COUNT PER LETTER GRADE
      *  AND MODIFIER, THE HIGH AND LOW TEST AVERAGE, THE SUM AND SUM
      *  OF SQUARES OF THE AVERAGES (FOR THE STANDARD DEVIATION),
      *  A FREQUENCY COUNT PER HUNDREDTH OF A POINT FROM 0.00 TO
      *  100.00 (FOR THE MEDIAN, FOUND BY WALKING THE COUNTS INSTEAD
      *  OF SORTING THE SCORES), AND A COUNT OF GRANTED INCOMPLETES.
      *  THE TWO GROUPS ARE LAID OUT IDENTICALLY TO STAT-WORK SO A
      *  BREAK CAN MOVE EITHER LEVEL INTO STAT-WORK AND LET ONE SET
      *  OF COMPUTE/PRINT PARAGRAPHS SERVE BOTH.
       01  CLASS-STATS.
           05  CLS-STUDENT-COUNT           PIC 9(5)   VALUE 0.
           05  CLS-GRADE-COUNTS.
           05  CLS-SCORE-SUMSQ             PIC S9(11)V9999 VALUE +0.
           05  CLS-FREQ-COUNTS.
               10  CLS-FREQ-COUNT          PIC 9(5) OCCURS 10001 TIMES.
           05  CLS-INC-COUNT               PIC 9(5)   VALUE 0.
      *
       01  DEPT-STATS.
           05  DPT-STUDENT-COUNT           PIC 9(5)   VALUE 0.
           05  DPT-SCORE-SUMSQ             PIC S9(11)V9999 VALUE +0.
           05  DPT-FREQ-COUNTS.
               10  DPT-FREQ-COUNT          PIC 9(5) OCCURS 10001 TIMES.
           05  DPT-INC-COUNT               PIC 9(5)   VALUE 0.
      *
       01  STAT-WORK.
           05  ST-STUDENT-COUNT            PIC 9(5).
           05  ST-SCORE-SUMSQ              PIC S9(11)V9999.
           05  ST-FREQ-COUNTS.
               10  ST-FREQ-COUNT           PIC 9(5) OCCURS 10001 TIMES.
           05  ST-INC-COUNT                PIC 9(5).
      *
      *  WS-FREQ-SUB INDEXES THE FREQUENCY COUNTS -- SLOT 1 IS AN
      *  AVERAGE OF 0.00, SLOT 10001 IS 100.00, EACH SLOT UP IS ONE
           05                              PIC X(20) VALUE
                                              'NUMBER OF STUDENTS'.
           05  SCL-STUDENT-COUNT           PIC ZZZZ9.
      *
       01  STAT-INC-LINE.
           05                              PIC X(10) VALUE SPACES.
           05                              PIC X(20) VALUE
                                              'INCOMPLETES (I)'.
           05  SIL-INC-COUNT               PIC ZZZZ9.
      *
       01  STAT-RANGE-LINE.
           05                              PIC X(10) VALUE SPACES.

           PERFORM 270-LOAD-GRADE-SCALE-TABLE
           PERFORM 275-LOAD-WEIGHT-TABLE
           PERFORM 280-LOAD-INCOMPLETE-GRANTS

      *  THE GRADE AND FREQUENCY COUNT TABLES ARE TOO BIG FOR VALUE
      *  CLAUSES, SO BOTH LEVELS START FROM THE SAME RESET THE

               PERFORM 265-DETERMINE-GRADE

      *  A FINAL-RUN STUDENT GRADED 'I' OFF A GRANT IS COUNTED ON THE
      *  'I' LINE ONLY -- THE AVERAGE COUNTS THE EXCUSED TEST AS A
      *  ZERO AND WOULD DRAG THE STATISTICS DOWN.
               MOVE 'N' TO IGT-FOUND-SW
               IF NOT WS-MIDTERM-MODE
                   PERFORM 285-CHECK-INCOMPLETE-GRANT
               END-IF
               IF IGT-GRANT-FOUND
                   ADD 1 TO CLS-INC-COUNT DPT-INC-COUNT
               ELSE
                   PERFORM 540-TALLY-STUDENT
               END-IF
           END-IF
       .
      *
      *  280-LOAD-INCOMPLETE-GRANTS KEEPS ONLY THE GRANTS FILED FOR
      *  THE TERM BEING COUNTED.  A MID-TERM RUN LOADS NONE, THE SAME
      *  AS BKBRK.
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
           MOVE ZEROS TO DPT-SCORE-SUM
           MOVE ZEROS TO DPT-SCORE-SUMSQ
           MOVE ZEROS TO DPT-FREQ-COUNTS
           MOVE ZEROS TO DPT-INC-COUNT
       .
      *
       800-CLASS-BREAK.
           MOVE 2 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE

           IF ST-INC-COUNT > 0
               MOVE ST-INC-COUNT TO SIL-INC-COUNT
               MOVE STAT-INC-LINE TO REPORT-LINE
               MOVE 1 TO PROPER-SPACING
               PERFORM 600-WRITE-A-LINE
           END-IF

           MOVE ST-HIGH-SCORE TO SRL-HIGH
           IF ST-STUDENT-COUNT = 0
               MOVE ZEROS TO SRL-LOW
           MOVE ZEROS TO CLS-SCORE-SUM
           MOVE ZEROS TO CLS-SCORE-SUMSQ
           MOVE ZEROS TO CLS-FREQ-COUNTS
           MOVE ZEROS TO CLS-INC-COUNT
       .
      *
      *  900-END-OF-JOB-ROUTINE FLUSHES THE LAST CLASS AND THE LAST
