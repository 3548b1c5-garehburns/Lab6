       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BKROSTR.
       AUTHOR.         GARRETT BURNS.
      *
      *    THIS PROGRAM PRINTS THE GRADE CERTIFICATION ROSTER
      *    (STUDENTROS) AHEAD OF THE TERM'S FINAL ('F' MODE) BKBRK
      *    RUN.  THE FINAL RUN USED TO POST GRADES TO THE STUDENT
      *    HISTORY, THE SLIPS, AND THE GPA THE MOMENT IT FINISHED,
      *    WITHOUT ANY INSTRUCTOR EVER SAYING THE SCORES ON THE MASTER
      *    WERE THE SCORES THEY MEANT.  NOW EACH SECTION PRINTS ON A
      *    PAGE OF ITS OWN FOR ITS INSTRUCTOR TO CHECK AND SIGN:
      *        - EVERY STUDENT IN THE SECTION WITH THE FOUR TEST
      *          SCORES ('NT' FOR A TEST NOT TAKEN), THE WEIGHTED
      *          AVERAGE, AND THE LETTER GRADE, COMPUTED OFF THE SAME
      *          WEIGHT AND GRADE SCALE TABLES, AND IN THE SAME WAY,
      *          AS THE FINAL RUN WILL COMPUTE THEM -- A GRANTED
      *          INCOMPLETE SHOWS 'I', AS IT WILL ON STUDENTCGB,
      *        - THE SECTION'S STUDENT COUNT AND SCORE HASH, WHICH
      *          THE REGISTRAR KEYS INTO BKCERT WITH THE SIGNATURE SO
      *          A PAGE SIGNED FOR SCORES THAT HAVE SINCE CHANGED
      *          CANNOT BE RECORDED,
      *        - AND A SIGNATURE BLOCK.
      *
      *    PAGES ARE GROUPED BY INSTRUCTOR OFF THE REGISTRAR'S
      *    INSTRUCTOR FILE (Lab6INSTR.txt), THE WAY BKINST GROUPS
      *    THEM, SO EACH INSTRUCTOR'S PAGES CAN BE TORN OFF AND SENT
      *    TOGETHER.  A SECTION WITH NO INSTRUCTOR ASSIGNED CANNOT BE
      *    SIGNED FOR AND PRINTS ON A LAST PAGE OF ITS OWN UNTIL THE
      *    INSTRUCTOR FILE NAMES SOMEBODY.
      *
      *    SYSIN IS THE TERM CODE -- BLANK FOR THE CALENDAR'S CURRENT
      *    TERM.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT STUDENT-FILE
             ASSIGN TO "Lab6STUDENT.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-STUDENT-STATUS.
      *
           SELECT INSTRUCTOR-FILE
             ASSIGN TO "Lab6INSTR.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT GRADE-SCALE-FILE
             ASSIGN TO "Lab6GRADE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT WEIGHT-FILE
             ASSIGN TO "Lab6WEIGHT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT TERM-CALENDAR-FILE
             ASSIGN TO "Lab6TERMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  OPTIONAL THE SAME WAY BKBRK AND BKSLIP TAKE IT -- MOST
      *  TERMS NOBODY HAS BEEN GRANTED AN INCOMPLETE.
           SELECT OPTIONAL INCOMPLETE-GRANT-FILE
             ASSIGN TO "Lab6INCGRT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ROSTER-REPORT-FILE
               ASSIGN TO PRINTER "STUDENTROS".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD STUDENT-FILE.
      *
           COPY STUDREC.
      *
       FD  INSTRUCTOR-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY INSTREC.
      *
       FD  GRADE-SCALE-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  GRADE-SCALE-RECORD.
           05  GSR-DEPT-CODE                PIC A(4).
           05  GSR-A-CUTOFF                 PIC 9(3).
           05  GSR-B-CUTOFF                 PIC 9(3).
           05  GSR-C-CUTOFF                 PIC 9(3).
           05  GSR-D-CUTOFF                 PIC 9(3).
           05  GSR-PM-WIDTH                 PIC 9(2).
           05  FILLER                       PIC X(62).
      *
       FD  WEIGHT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  WEIGHT-RECORD.
           05  WGR-DEPT-CODE                PIC A(4).
           05  WGR-CLASS-CODE               PIC X(5).
           05  WGR-WEIGHT1                  PIC 9(3).
           05  WGR-WEIGHT2                  PIC 9(3).
           05  WGR-WEIGHT3                  PIC 9(3).
           05  WGR-WEIGHT4                  PIC 9(3).
           05  FILLER                       PIC X(59).
      *
       FD  TERM-CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY TERMCAL.
      *
       FD  INCOMPLETE-GRANT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY INCGRT.
      *
       FD  ROSTER-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  FIRST-RECORD                PIC X(3)    VALUE 'YES'.
           05  INF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-INSTRUCTORS                  VALUE 'N'.
           05  INT-FOUND-SW                PIC X       VALUE 'N'.
               88 INT-CODE-FOUND                       VALUE 'Y'.
           05  GSF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-GRADE-SCALE                  VALUE 'N'.
           05  GST-FOUND-SW                PIC X       VALUE 'N'.
               88 GST-CODE-FOUND                       VALUE 'Y'.
           05  WGF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-WEIGHTS                      VALUE 'N'.
           05  WGT-FOUND-SW                PIC X       VALUE 'N'.
               88 WGT-CODE-FOUND                       VALUE 'Y'.
           05  TCF-EOF-FLAG                PIC X       VALUE ' '.
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
           05  SUB                         PIC 9(2)   VALUE 0.
           05  PAGE-NO                     PIC 9(3)   VALUE 0.
      *
       01  WS-STUDENT-STATUS               PIC XX     VALUE '00'.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
       01  WS-TERM-CODE                    PIC X(6)   VALUE SPACES.
      *
       01  DETAIL-FIELDS.
           05  DF-WEIGHTED-TOTAL            PIC S9(7)  VALUE +0.
           05  DF-WEIGHT-WORK               PIC S9(7)  VALUE +0.
           05  DF-WEIGHT-DIVISOR            PIC S9(3)  VALUE +0.
           05  DF-TEST-GRADE                PIC S9(5)  VALUE +0.
           05  DF-TEST-AVERAGE              PIC S9(5)V99 VALUE +0.
           05  DF-GRADE.
               10  DF-GRADE-LETTER          PIC X.
               10  DF-GRADE-MOD             PIC X.
           05  DF-DEPT-HOLD                 PIC A(4).
           05  DF-CLASS-HOLD                PIC X(5).
      *
      *  THE SECTION IN PROGRESS -- WHERE ITS STUDENTS START ON
      *  ENR-TABLE, HOW MANY THERE ARE, AND THE HASH OF THEIR RAW
      *  SCORES, TAKEN THE WAY BKBRK TAKES ITS RUN HASH.
       01  CURRENT-SECTION.
           05  CUR-FIRST-SUB               PIC 9(5)   VALUE 0.
           05  CUR-ENROLLED                PIC 9(5)   VALUE 0.
           05  CUR-SCORE-HASH              PIC 9(9)   VALUE 0.
      *
       01  WS-GRADE-WORK.
           05  WS-BAND-LOW                 PIC S9(5)  VALUE +0.
           05  WS-BAND-HIGH                PIC S9(5)  VALUE +0.
      *
       01  WS-ENR-SUB                      PIC 9(5)   VALUE 0.
       01  WS-SEC-SUB                      PIC 9(3)   VALUE 0.
       01  WS-SCAN-SUB                     PIC 9(3)   VALUE 0.
       01  WS-HOLD-INSTRUCTOR              PIC X(20)  VALUE SPACES.
       01  WS-EXCEPTION-COUNT              PIC 9(3)   VALUE 0.
      *
       01  ROSTER-COUNTS.
           05  WS-STUDENTS-LISTED          PIC 9(7)   VALUE 0.
           05  WS-SECTIONS-PRINTED         PIC 9(5)   VALUE 0.
           05  WS-INSTRUCTORS-PRINTED      PIC 9(5)   VALUE 0.
      *
       01  INS-TABLE.
           05  INT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  INT-ENTRY                   OCCURS 200 TIMES
                                            INDEXED BY INT-IDX.
               10  INT-DEPT-CODE            PIC A(4).
               10  INT-CLASS-CODE           PIC X(5).
               10  INT-INSTRUCTOR           PIC X(20).
      *
       01  GRADE-SCALE-TABLE.
           05  GST-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  GST-ENTRY                   OCCURS 50 TIMES
                                            INDEXED BY GST-IDX.
               10  GST-DEPT-CODE            PIC A(4).
               10  GST-A-CUTOFF             PIC 9(3).
               10  GST-B-CUTOFF             PIC 9(3).
               10  GST-C-CUTOFF             PIC 9(3).
               10  GST-D-CUTOFF             PIC 9(3).
               10  GST-PM-WIDTH             PIC 9(2).
      *
       01  WEIGHT-TABLE.
           05  WGT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  WGT-ENTRY                   OCCURS 200 TIMES
                                            INDEXED BY WGT-IDX.
               10  WGT-DEPT-CODE            PIC A(4).
               10  WGT-CLASS-CODE           PIC X(5).
               10  WGT-WEIGHT               PIC 9(3) OCCURS 4 TIMES.
      *
       01  TERM-CALENDAR-TABLE.
           05  TCT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  TCT-ENTRY                   OCCURS 50 TIMES
                                            INDEXED BY TCT-IDX.
               10  TCT-TERM-CODE            PIC X(6).
               10  TCT-START-DATE           PIC 9(6).
               10  TCT-END-DATE             PIC 9(6).
               10  TCT-CURRENT-FLAG         PIC X.
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
      *  SEC-TABLE COLLECTS ONE ROW PER SECTION FOUND ON THE MASTER,
      *  WITH ITS INSTRUCTOR, ITS CONTROL TOTALS, AND THE RANGE OF
      *  ENR-TABLE ROWS THAT HOLD ITS STUDENTS.  THE ROWS ARE HELD
      *  UNTIL END OF FILE BECAUSE THE ROSTER GROUPS THEM BY
      *  INSTRUCTOR, NOT IN THE ORDER THE FILE DELIVERS THEM.
       01  SEC-TABLE.
           05  SEC-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  SEC-ENTRY                   OCCURS 200 TIMES.
               10  SEC-DEPT-CODE            PIC A(4).
               10  SEC-CLASS-CODE           PIC X(5).
               10  SEC-INSTRUCTOR           PIC X(20).
               10  SEC-ASSIGNED-SW          PIC X.
                   88  SEC-ASSIGNED              VALUE 'Y'.
               10  SEC-PRINTED-SW           PIC X.
                   88  SEC-PRINTED               VALUE 'Y'.
               10  SEC-ENROLLED             PIC 9(5).
               10  SEC-SCORE-HASH           PIC 9(9).
               10  SEC-FIRST-SUB            PIC 9(5).
               10  SEC-LAST-SUB             PIC 9(5).
      *
      *  ENR-TABLE HOLDS EVERY STUDENT ON THE MASTER IN FILE ORDER,
      *  WITH THE FINAL AVERAGE AND GRADE COMPUTED AS EACH ROW IS
      *  FILED, WHILE THE MASTER RECORD IS STILL IN ITS BUFFER.
       01  ENR-TABLE.
           05  ENR-ENTRY-COUNT             PIC 9(5)   VALUE 0.
           05  ENR-ENTRY                   OCCURS 50000 TIMES.
               10  ENR-STUDENT-ID           PIC X(7).
               10  ENR-NAME                 PIC X(20).
               10  ENR-SCORE                PIC 9(3) OCCURS 4 TIMES.
               10  ENR-FLAG                 PIC X    OCCURS 4 TIMES.
               10  ENR-AVERAGE              PIC 9(3)V99.
               10  ENR-GRADE                PIC X(2).
      *
      ************ OUTPUT AREA ************
      *
       01  HEADING-ONE.
           05                              PIC X(6) VALUE 'DATE:'.
           05  H1-DATE.
               10  H1-MONTH                PIC Z9.
               10                          PIC X    VALUE '/'.
               10  H1-DAY                  PIC 99.
               10                          PIC X    VALUE '/'.
               10  H1-YEAR                 PIC 99.
           05                              PIC X(6) VALUE SPACES.
           05                              PIC X(33) VALUE
                          'GRADE CERTIFICATION ROSTER'.
           05                              PIC X(6) VALUE SPACES.
           05                              PIC X(5) VALUE 'TERM'.
           05  H1-TERM-CODE                PIC X(6).
           05                              PIC X(1) VALUE SPACES.
           05                              PIC X(5) VALUE 'PAGE'.
           05  H1-PAGE-NO                  PIC ZZ9.
      *
       01  INSTRUCTOR-HEADER.
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(11) VALUE
                                               'INSTRUCTOR '.
           05  IH-INSTRUCTOR               PIC X(20).
      *
       01  SECTION-HEADER.
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(8) VALUE 'SECTION '.
           05  SH-DEPT-CODE                PIC X(5).
           05  SH-CLASS-CODE               PIC X(5).
      *
       01  HEADING-TWO.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(21) VALUE 'NAME'.
           05                              PIC X(24) VALUE
                  'TEST1 TEST2 TEST3 TEST4'.
           05                              PIC X(9)  VALUE 'AVERAGE'.
           05                              PIC X(5)  VALUE 'GRADE'.
      *
       01  ROSTER-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  RL-STUDENT-ID               PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  RL-NAME                     PIC X(20).
           05                              PIC X(1)  VALUE SPACES.
           05  RL-TEST-AREA.
               10  RL-TEST                 PIC X(6) OCCURS 4 TIMES.
           05  RL-AVERAGE                  PIC ZZ9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  RL-GRADE                    PIC X(2).
      *
      *  ONE SCORE CELL -- THE SCORE FOR A TAKEN TEST, 'NT' FOR A
      *  TEST THE TS-TAKEN FLAG SAYS HAS NOT BEEN SAT, THE WAY
      *  BKSLIP PRINTS IT.
       01  WS-SCORE-CELL.
           05  WS-CELL-SCORE               PIC ZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
       01  WS-NT-CELL                      PIC X(6)  VALUE ' NT'.
      *
      *  THE SECTION'S CONTROL TOTALS -- THE TWO NUMBERS THE
      *  REGISTRAR KEYS INTO BKCERT WITH THE SIGNATURE.
       01  CONTROL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(10) VALUE 'STUDENTS '.
           05  CL-ENROLLED                 PIC ZZZZ9.
           05                              PIC X(15) VALUE
                                               '    SCORE HASH '.
           05  CL-SCORE-HASH               PIC 9(9).
      *
       01  NOT-TAKEN-NOTE-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(60) VALUE
               'NT = NOT TAKEN, COUNTED AS ZERO IN THE FINAL AVERAGE'.
      *
       01  ATTEST-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(60) VALUE
               'I CERTIFY THE SCORES AND GRADES ABOVE ARE AS I INTEND'.
      *
       01  SIGNATURE-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(46) VALUE
               'SIGNED ______________________________________'.
           05                              PIC X(20) VALUE
               'DATE ______________'.
      *
       01  SIGNED-NAME-LINE.
           05                              PIC X(12) VALUE SPACES.
           05  SN-INSTRUCTOR               PIC X(20).
      *
       01  NO-INSTRUCTOR-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05                              PIC X(60) VALUE
               'NO INSTRUCTOR ASSIGNED -- CANNOT BE CERTIFIED YET'.
      *
       01  EXCEPTION-HEADER-LINE.
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(45) VALUE
                    'SECTIONS WITH NO INSTRUCTOR ASSIGNED'.
      *
       01  TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  TL-LABEL                    PIC X(36).
           05  TL-COUNT                    PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       100-PRINT-CERTIFICATION-ROSTER.

           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-READ-STUDENT-FILE
           PERFORM 900-END-OF-JOB-ROUTINE
           PERFORM 750-PRINT-BY-INSTRUCTOR
           PERFORM 850-PRINT-EXCEPTIONS
           PERFORM 1100-FINAL-ROUTINE

       .
       200-HSKPING-ROUTINE.

           DISPLAY 'BKROSTR - ENTER TERM CODE: '
           ACCEPT WS-TERM-CODE

           PERFORM 230-LOAD-TERM-CALENDAR
           PERFORM 240-RESOLVE-TERM-CODE

           OPEN INPUT  STUDENT-FILE
           PERFORM 205-VERIFY-STUDENT-OPEN
           OPEN OUTPUT ROSTER-REPORT-FILE

           PERFORM 255-LOAD-INSTRUCTOR-TABLE
           PERFORM 270-LOAD-GRADE-SCALE-TABLE
           PERFORM 275-LOAD-WEIGHT-TABLE
           PERFORM 280-LOAD-INCOMPLETE-GRANTS
           PERFORM 260-RESET-CURRENT-SECTION

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           MOVE WS-TERM-CODE TO H1-TERM-CODE
       .
      *
       205-VERIFY-STUDENT-OPEN.

           IF WS-STUDENT-STATUS NOT = '00' AND
              WS-STUDENT-STATUS NOT = '97'
               DISPLAY 'BKROSTR - STUDENT-FILE OPEN FAILED, STATUS: '
                       WS-STUDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       .
      *
       230-LOAD-TERM-CALENDAR.

           OPEN INPUT TERM-CALENDAR-FILE
           PERFORM UNTIL NO-MORE-TERMS
               READ TERM-CALENDAR-FILE
                   AT END
                       MOVE 'N' TO TCF-EOF-FLAG
                   NOT AT END
                       IF TCT-ENTRY-COUNT < 50
                           ADD 1 TO TCT-ENTRY-COUNT
                           MOVE TCR-TERM-CODE TO
                                TCT-TERM-CODE (TCT-ENTRY-COUNT)
                           MOVE TCR-START-DATE TO
                                TCT-START-DATE (TCT-ENTRY-COUNT)
                           MOVE TCR-END-DATE TO
                                TCT-END-DATE (TCT-ENTRY-COUNT)
                           MOVE TCR-CURRENT-FLAG TO
                                TCT-CURRENT-FLAG (TCT-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-CALENDAR-FILE
       .
      *
      *  240-RESOLVE-TERM-CODE DEFAULTS A BLANK KEYED TERM TO THE
      *  CALENDAR'S CURRENT ROW AND REFUSES A KEYED TERM THE
      *  CALENDAR DOES NOT KNOW, THE SAME WAY BKBRK DOES.
       240-RESOLVE-TERM-CODE.

           IF WS-TERM-CODE = SPACES
               MOVE 'N' TO TCT-FOUND-SW
               SET TCT-IDX TO 1
               SEARCH TCT-ENTRY
                   AT END
                       MOVE 'N' TO TCT-FOUND-SW
                   WHEN TCT-CURRENT-FLAG (TCT-IDX) = 'C'
                       MOVE 'Y' TO TCT-FOUND-SW
                       MOVE TCT-TERM-CODE (TCT-IDX) TO WS-TERM-CODE
               END-SEARCH
               IF TCT-TERM-FOUND
                   DISPLAY 'BKROSTR - TERM DEFAULTED TO CURRENT: '
                           WS-TERM-CODE
               ELSE
                   DISPLAY 'BKROSTR - NO CURRENT TERM ON CALENDAR '
                           'AND NONE KEYED -- RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE 'N' TO TCT-FOUND-SW
               SET TCT-IDX TO 1
               SEARCH TCT-ENTRY
                   AT END
                       MOVE 'N' TO TCT-FOUND-SW
                   WHEN TCT-TERM-CODE (TCT-IDX) = WS-TERM-CODE
                       MOVE 'Y' TO TCT-FOUND-SW
               END-SEARCH
               IF NOT TCT-TERM-FOUND
                   DISPLAY 'BKROSTR - TERM NOT ON CALENDAR: '
                           WS-TERM-CODE ' -- RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
       .
      *
       255-LOAD-INSTRUCTOR-TABLE.

           OPEN INPUT INSTRUCTOR-FILE
           PERFORM UNTIL NO-MORE-INSTRUCTORS
               READ INSTRUCTOR-FILE
                   AT END
                       MOVE 'N' TO INF-EOF-FLAG
                   NOT AT END
                       IF INT-ENTRY-COUNT < 200
                           ADD 1 TO INT-ENTRY-COUNT
                           MOVE INR-DEPT-CODE TO
                                INT-DEPT-CODE (INT-ENTRY-COUNT)
                           MOVE INR-CLASS-CODE TO
                                INT-CLASS-CODE (INT-ENTRY-COUNT)
                           MOVE INR-INSTRUCTOR-NAME TO
                                INT-INSTRUCTOR (INT-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTRUCTOR-FILE
       .
      *
       260-RESET-CURRENT-SECTION.

           COMPUTE CUR-FIRST-SUB = ENR-ENTRY-COUNT + 1
           MOVE ZEROS TO CUR-ENROLLED
           MOVE ZEROS TO CUR-SCORE-HASH
       .
      *
       270-LOAD-GRADE-SCALE-TABLE.

           OPEN INPUT GRADE-SCALE-FILE
           PERFORM UNTIL NO-MORE-GRADE-SCALE
               READ GRADE-SCALE-FILE
                   AT END
                       MOVE 'N' TO GSF-EOF-FLAG
                   NOT AT END
                       IF GST-ENTRY-COUNT < 50
                           ADD 1 TO GST-ENTRY-COUNT
                           MOVE GSR-DEPT-CODE TO
                                GST-DEPT-CODE (GST-ENTRY-COUNT)
                           MOVE GSR-A-CUTOFF TO
                                GST-A-CUTOFF (GST-ENTRY-COUNT)
                           MOVE GSR-B-CUTOFF TO
                                GST-B-CUTOFF (GST-ENTRY-COUNT)
                           MOVE GSR-C-CUTOFF TO
                                GST-C-CUTOFF (GST-ENTRY-COUNT)
                           MOVE GSR-D-CUTOFF TO
                                GST-D-CUTOFF (GST-ENTRY-COUNT)
                           MOVE GSR-PM-WIDTH TO
                                GST-PM-WIDTH (GST-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-SCALE-FILE
       .
      *
       275-LOAD-WEIGHT-TABLE.

           OPEN INPUT WEIGHT-FILE
           PERFORM UNTIL NO-MORE-WEIGHTS
               READ WEIGHT-FILE
                   AT END
                       MOVE 'N' TO WGF-EOF-FLAG
                   NOT AT END
                       PERFORM 276-STORE-WEIGHT-ROW
               END-READ
           END-PERFORM
           CLOSE WEIGHT-FILE
       .
      *
       276-STORE-WEIGHT-ROW.

           ADD WGR-WEIGHT1 WGR-WEIGHT2 WGR-WEIGHT3 WGR-WEIGHT4
               GIVING DF-WEIGHT-WORK
           IF DF-WEIGHT-WORK NOT = 100
               DISPLAY 'WARNING - WEIGHT ROW DOES NOT ADD TO 100, '
                       'SKIPPED: ' WGR-DEPT-CODE ' ' WGR-CLASS-CODE
           ELSE
               IF WGT-ENTRY-COUNT < 200
                   ADD 1 TO WGT-ENTRY-COUNT
                   MOVE WGR-DEPT-CODE TO
                        WGT-DEPT-CODE (WGT-ENTRY-COUNT)
                   MOVE WGR-CLASS-CODE TO
                        WGT-CLASS-CODE (WGT-ENTRY-COUNT)
                   MOVE WGR-WEIGHT1 TO WGT-WEIGHT (WGT-ENTRY-COUNT, 1)
                   MOVE WGR-WEIGHT2 TO WGT-WEIGHT (WGT-ENTRY-COUNT, 2)
                   MOVE WGR-WEIGHT3 TO WGT-WEIGHT (WGT-ENTRY-COUNT, 3)
                   MOVE WGR-WEIGHT4 TO WGT-WEIGHT (WGT-ENTRY-COUNT, 4)
               END-IF
           END-IF
       .
      *
      *  280-LOAD-INCOMPLETE-GRANTS KEEPS ONLY THE GRANTS FILED FOR
      *  THE TERM THE ROSTER IS FOR.
       280-LOAD-INCOMPLETE-GRANTS.

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
       .
      *
      *  285-CHECK-INCOMPLETE-GRANT LOOKS THE MASTER ROW UP ON THE
      *  TERM'S GRANTS.
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
       268-FIND-CLASS-WEIGHTS.

           MOVE 'N' TO WGT-FOUND-SW
           SET WGT-IDX TO 1
           SEARCH WGT-ENTRY
               AT END
                   MOVE 'N' TO WGT-FOUND-SW
               WHEN WGT-DEPT-CODE (WGT-IDX) = SR-DEPT-CODE
                AND WGT-CLASS-CODE (WGT-IDX) = SR-CLASS-CODE
                   MOVE 'Y' TO WGT-FOUND-SW
           END-SEARCH

           IF NOT WGT-CODE-FOUND
               SET WGT-IDX TO 1
               SEARCH WGT-ENTRY
                   AT END
                       MOVE 'N' TO WGT-FOUND-SW
                   WHEN WGT-DEPT-CODE (WGT-IDX) = 'DFLT'
                       MOVE 'Y' TO WGT-FOUND-SW
               END-SEARCH
           END-IF

           IF NOT WGT-CODE-FOUND
               DISPLAY 'WARNING - NO DFLT ROW ON WEIGHT FILE -- '
                       'USING FLAT 25/25/25/25 FOR: ' SR-DEPT-CODE
                       ' ' SR-CLASS-CODE
               ADD 1 TO WGT-ENTRY-COUNT
               SET WGT-IDX TO WGT-ENTRY-COUNT
               MOVE 'DFLT' TO WGT-DEPT-CODE (WGT-IDX)
               MOVE SPACES TO WGT-CLASS-CODE (WGT-IDX)
               MOVE 25 TO WGT-WEIGHT (WGT-IDX, 1)
               MOVE 25 TO WGT-WEIGHT (WGT-IDX, 2)
               MOVE 25 TO WGT-WEIGHT (WGT-IDX, 3)
               MOVE 25 TO WGT-WEIGHT (WGT-IDX, 4)
           END-IF
       .
      *
       265-DETERMINE-GRADE.

           MOVE 'N' TO GST-FOUND-SW
           SET GST-IDX TO 1
           SEARCH GST-ENTRY
               AT END
                   MOVE 'N' TO GST-FOUND-SW
               WHEN GST-DEPT-CODE (GST-IDX) = SR-DEPT-CODE
                   MOVE 'Y' TO GST-FOUND-SW
           END-SEARCH

           IF NOT GST-CODE-FOUND
               SET GST-IDX TO 1
               SEARCH GST-ENTRY
                   AT END
                       MOVE 'N' TO GST-FOUND-SW
                   WHEN GST-DEPT-CODE (GST-IDX) = 'DFLT'
                       MOVE 'Y' TO GST-FOUND-SW
               END-SEARCH
           END-IF

           IF NOT GST-CODE-FOUND
               DISPLAY 'WARNING - NO DFLT ROW ON GRADE SCALE FILE -- '
                       'USING 90/80/70/60 FALLBACK FOR: ' SR-DEPT-CODE
               ADD 1 TO GST-ENTRY-COUNT
               SET GST-IDX TO GST-ENTRY-COUNT
               MOVE 'DFLT' TO GST-DEPT-CODE (GST-IDX)
               MOVE 90 TO GST-A-CUTOFF (GST-IDX)
               MOVE 80 TO GST-B-CUTOFF (GST-IDX)
               MOVE 70 TO GST-C-CUTOFF (GST-IDX)
               MOVE 60 TO GST-D-CUTOFF (GST-IDX)
               MOVE 03 TO GST-PM-WIDTH (GST-IDX)
           END-IF

           MOVE SPACE TO DF-GRADE-MOD

           EVALUATE TRUE
               WHEN DF-TEST-GRADE >= GST-A-CUTOFF (GST-IDX)
                   MOVE 'A' TO DF-GRADE-LETTER
                   ADD GST-A-CUTOFF (GST-IDX) GST-PM-WIDTH (GST-IDX)
                       GIVING WS-BAND-HIGH
                   IF DF-TEST-GRADE < WS-BAND-HIGH
                       MOVE '-' TO DF-GRADE-MOD
                   END-IF
               WHEN DF-TEST-GRADE >= GST-B-CUTOFF (GST-IDX)
                   MOVE 'B' TO DF-GRADE-LETTER
                   SUBTRACT GST-PM-WIDTH (GST-IDX) FROM
                       GST-A-CUTOFF (GST-IDX) GIVING WS-BAND-LOW
                   ADD GST-B-CUTOFF (GST-IDX) GST-PM-WIDTH (GST-IDX)
                       GIVING WS-BAND-HIGH
                   IF DF-TEST-GRADE >= WS-BAND-LOW
                       MOVE '+' TO DF-GRADE-MOD
                   ELSE
                       IF DF-TEST-GRADE < WS-BAND-HIGH
                           MOVE '-' TO DF-GRADE-MOD
                       END-IF
                   END-IF
               WHEN DF-TEST-GRADE >= GST-C-CUTOFF (GST-IDX)
                   MOVE 'C' TO DF-GRADE-LETTER
                   SUBTRACT GST-PM-WIDTH (GST-IDX) FROM
                       GST-B-CUTOFF (GST-IDX) GIVING WS-BAND-LOW
                   ADD GST-C-CUTOFF (GST-IDX) GST-PM-WIDTH (GST-IDX)
                       GIVING WS-BAND-HIGH
                   IF DF-TEST-GRADE >= WS-BAND-LOW
                       MOVE '+' TO DF-GRADE-MOD
                   ELSE
                       IF DF-TEST-GRADE < WS-BAND-HIGH
                           MOVE '-' TO DF-GRADE-MOD
                       END-IF
                   END-IF
               WHEN DF-TEST-GRADE >= GST-D-CUTOFF (GST-IDX)
                   MOVE 'D' TO DF-GRADE-LETTER
                   SUBTRACT GST-PM-WIDTH (GST-IDX) FROM
                       GST-C-CUTOFF (GST-IDX) GIVING WS-BAND-LOW
                   ADD GST-D-CUTOFF (GST-IDX) GST-PM-WIDTH (GST-IDX)
                       GIVING WS-BAND-HIGH
                   IF DF-TEST-GRADE >= WS-BAND-LOW
                       MOVE '+' TO DF-GRADE-MOD
                   ELSE
                       IF DF-TEST-GRADE < WS-BAND-HIGH
                           MOVE '-' TO DF-GRADE-MOD
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'F' TO DF-GRADE-LETTER
                   SUBTRACT GST-PM-WIDTH (GST-IDX) FROM
                       GST-D-CUTOFF (GST-IDX) GIVING WS-BAND-LOW
                   IF DF-TEST-GRADE >= WS-BAND-LOW
                       MOVE '+' TO DF-GRADE-MOD
                   END-IF
           END-EVALUATE
       .
      *
       300-READ-STUDENT-FILE.

           PERFORM UNTIL NO-MORE-DATA
               READ STUDENT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 500-PROCESS-STUDENT-RECORD
               END-READ
           END-PERFORM

           CLOSE STUDENT-FILE
       .
      *
       400-REPORT-HEADING.
           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO H1-PAGE-NO
           WRITE REPORT-LINE FROM HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE 2 TO PROPER-SPACING
       .
      *
      *  500-PROCESS-STUDENT-RECORD RUNS THE SAME CONTROL BREAKS
      *  BKINST RUNS AND FILES THE STUDENT UNDER THE SECTION IN
      *  PROGRESS.
       500-PROCESS-STUDENT-RECORD.

           EVALUATE TRUE
               WHEN FIRST-RECORD = 'YES'
                   MOVE 'NO' TO FIRST-RECORD
                   MOVE SR-CLASS-CODE TO DF-CLASS-HOLD
                   MOVE SR-DEPT-CODE TO DF-DEPT-HOLD
               WHEN SR-DEPT-CODE NOT EQUAL TO DF-DEPT-HOLD
                   PERFORM 800-CLASS-BREAK
               WHEN SR-CLASS-CODE NOT EQUAL TO DF-CLASS-HOLD
                   PERFORM 800-CLASS-BREAK
           END-EVALUATE

           IF ENR-ENTRY-COUNT NOT < 50000
               DISPLAY 'BKROSTR - STUDENT TABLE FULL, NOT LISTED: '
                       SR-DEPT-CODE ' ' SR-CLASS-CODE ' '
                       SR-STUDENT-ID
           ELSE
               PERFORM 520-STORE-ENROLLMENT
           END-IF
       .
      *
      *  520-STORE-ENROLLMENT AVERAGES THE STUDENT THE WAY BKBRK'S
      *  FINAL RUN DOES -- ALL FOUR TESTS COUNT, EACH AT ITS CLASS'S
      *  OWN WEIGHT -- AND GRADES THE AVERAGE OFF THE DEPARTMENT'S
      *  CURVE, SO THE PAGE THE INSTRUCTOR SIGNS SHOWS EXACTLY WHAT
      *  THE FINAL RUN WILL POST.  EVERY RAW SCORE GOES INTO THE
      *  SECTION'S HASH.
       520-STORE-ENROLLMENT.

           PERFORM 268-FIND-CLASS-WEIGHTS
           MOVE ZEROS TO DF-WEIGHTED-TOTAL
           MOVE ZEROS TO DF-WEIGHT-DIVISOR
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               ADD TS-SCORE (SUB) TO CUR-SCORE-HASH
               MULTIPLY TS-SCORE (SUB) BY WGT-WEIGHT (WGT-IDX, SUB)
                   GIVING DF-WEIGHT-WORK
               ADD DF-WEIGHT-WORK TO DF-WEIGHTED-TOTAL
               ADD WGT-WEIGHT (WGT-IDX, SUB) TO DF-WEIGHT-DIVISOR
           END-PERFORM

           DIVIDE DF-WEIGHTED-TOTAL BY DF-WEIGHT-DIVISOR
                  GIVING DF-TEST-AVERAGE ROUNDED
           MOVE DF-TEST-AVERAGE TO DF-TEST-GRADE
           PERFORM 265-DETERMINE-GRADE

           PERFORM 285-CHECK-INCOMPLETE-GRANT
           IF IGT-GRANT-FOUND
               MOVE 'I' TO DF-GRADE-LETTER
               MOVE SPACE TO DF-GRADE-MOD
           END-IF

           ADD 1 TO ENR-ENTRY-COUNT
           ADD 1 TO CUR-ENROLLED
           MOVE ENR-ENTRY-COUNT TO WS-ENR-SUB
           MOVE SR-STUDENT-ID TO ENR-STUDENT-ID (WS-ENR-SUB)
           MOVE SR-NAME TO ENR-NAME (WS-ENR-SUB)
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               MOVE TS-SCORE (SUB) TO ENR-SCORE (WS-ENR-SUB, SUB)
               MOVE TS-TAKEN (SUB) TO ENR-FLAG (WS-ENR-SUB, SUB)
           END-PERFORM
           MOVE DF-TEST-AVERAGE TO ENR-AVERAGE (WS-ENR-SUB)
           MOVE DF-GRADE TO ENR-GRADE (WS-ENR-SUB)
       .
      *
       600-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
           .
      *
      *  750-PRINT-BY-INSTRUCTOR WALKS SEC-TABLE IN FILE ORDER AND,
      *  AT EACH ASSIGNED SECTION NOT YET PRINTED, PRINTS EVERY
      *  SECTION OF THAT INSTRUCTOR'S -- WHEREVER THOSE SECTIONS FELL
      *  ON THE MASTER -- ONE PAGE APIECE, SO ONE INSTRUCTOR'S PAGES
      *  COME OFF THE PRINTER TOGETHER.
       750-PRINT-BY-INSTRUCTOR.

           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > SEC-ENTRY-COUNT
               IF SEC-ASSIGNED (WS-SEC-SUB)
                  AND NOT SEC-PRINTED (WS-SEC-SUB)
                   MOVE SEC-INSTRUCTOR (WS-SEC-SUB) TO
                        WS-HOLD-INSTRUCTOR
                   ADD 1 TO WS-INSTRUCTORS-PRINTED
                   PERFORM 760-PRINT-ONE-INSTRUCTOR
               END-IF
           END-PERFORM
       .
      *
       760-PRINT-ONE-INSTRUCTOR.

           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > SEC-ENTRY-COUNT
               IF SEC-ASSIGNED (WS-SCAN-SUB)
                  AND NOT SEC-PRINTED (WS-SCAN-SUB)
                  AND SEC-INSTRUCTOR (WS-SCAN-SUB) =
                      WS-HOLD-INSTRUCTOR
                   PERFORM 400-REPORT-HEADING
                   MOVE WS-HOLD-INSTRUCTOR TO IH-INSTRUCTOR
                   MOVE INSTRUCTOR-HEADER TO REPORT-LINE
                   PERFORM 600-WRITE-A-LINE
                   PERFORM 770-PRINT-ONE-SECTION
                   PERFORM 790-PRINT-SIGNATURE-BLOCK
                   MOVE 'Y' TO SEC-PRINTED-SW (WS-SCAN-SUB)
                   ADD 1 TO WS-SECTIONS-PRINTED
               END-IF
           END-PERFORM
       .
      *
      *  770-PRINT-ONE-SECTION PRINTS THE SECTION'S HEADER, EVERY
      *  STUDENT IN IT IN FILE ORDER, AND ITS CONTROL TOTALS.
       770-PRINT-ONE-SECTION.

           MOVE SEC-DEPT-CODE (WS-SCAN-SUB) TO SH-DEPT-CODE
           MOVE SEC-CLASS-CODE (WS-SCAN-SUB) TO SH-CLASS-CODE
           MOVE SECTION-HEADER TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE

           MOVE HEADING-TWO TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM VARYING WS-ENR-SUB
                   FROM SEC-FIRST-SUB (WS-SCAN-SUB) BY 1
                   UNTIL WS-ENR-SUB > SEC-LAST-SUB (WS-SCAN-SUB)
               PERFORM 780-PRINT-ROSTER-LINE
           END-PERFORM

           MOVE NOT-TAKEN-NOTE-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE

           MOVE SEC-ENROLLED (WS-SCAN-SUB) TO CL-ENROLLED
           MOVE SEC-SCORE-HASH (WS-SCAN-SUB) TO CL-SCORE-HASH
           MOVE CONTROL-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
       .
      *
       780-PRINT-ROSTER-LINE.

           MOVE ENR-STUDENT-ID (WS-ENR-SUB) TO RL-STUDENT-ID
           MOVE ENR-NAME (WS-ENR-SUB) TO RL-NAME
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               IF ENR-FLAG (WS-ENR-SUB, SUB) = 'N'
                   MOVE WS-NT-CELL TO RL-TEST (SUB)
               ELSE
                   MOVE ENR-SCORE (WS-ENR-SUB, SUB) TO WS-CELL-SCORE
                   MOVE WS-SCORE-CELL TO RL-TEST (SUB)
               END-IF
           END-PERFORM
           MOVE ENR-AVERAGE (WS-ENR-SUB) TO RL-AVERAGE
           MOVE ENR-GRADE (WS-ENR-SUB) TO RL-GRADE
           MOVE ROSTER-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
           ADD 1 TO WS-STUDENTS-LISTED
       .
      *
      *  790-PRINT-SIGNATURE-BLOCK CLOSES THE PAGE WITH THE LINE THE
      *  INSTRUCTOR SIGNS AND DATES, THEIR NAME PRINTED UNDER IT.
       790-PRINT-SIGNATURE-BLOCK.

           MOVE ATTEST-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE SIGNATURE-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE SEC-INSTRUCTOR (WS-SCAN-SUB) TO SN-INSTRUCTOR
           MOVE SIGNED-NAME-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
       .
      *
      *  800-CLASS-BREAK CLOSES OUT THE SECTION JUST FINISHED -- ITS
      *  ROW GOES ON SEC-TABLE WITH ITS INSTRUCTOR LOOKED UP OFF THE
      *  ASSIGNMENT FILE -- AND RESETS FOR THE NEXT ONE.
       800-CLASS-BREAK.

           IF SEC-ENTRY-COUNT < 200
               ADD 1 TO SEC-ENTRY-COUNT
               MOVE SEC-ENTRY-COUNT TO WS-SEC-SUB
               PERFORM 820-STORE-SECTION-ROW
           ELSE
               DISPLAY 'BKROSTR - SECTION TABLE FULL, SECTION '
                       'NOT PRINTED: ' DF-DEPT-HOLD ' ' DF-CLASS-HOLD
           END-IF

           PERFORM 260-RESET-CURRENT-SECTION
           MOVE SR-DEPT-CODE TO DF-DEPT-HOLD
           MOVE SR-CLASS-CODE TO DF-CLASS-HOLD
       .
      *
       820-STORE-SECTION-ROW.

           MOVE DF-DEPT-HOLD TO SEC-DEPT-CODE (WS-SEC-SUB)
           MOVE DF-CLASS-HOLD TO SEC-CLASS-CODE (WS-SEC-SUB)
           MOVE CUR-ENROLLED TO SEC-ENROLLED (WS-SEC-SUB)
           MOVE CUR-SCORE-HASH TO SEC-SCORE-HASH (WS-SEC-SUB)
           MOVE CUR-FIRST-SUB TO SEC-FIRST-SUB (WS-SEC-SUB)
           MOVE ENR-ENTRY-COUNT TO SEC-LAST-SUB (WS-SEC-SUB)
           MOVE 'N' TO SEC-PRINTED-SW (WS-SEC-SUB)

           MOVE 'N' TO INT-FOUND-SW
           SET INT-IDX TO 1
           SEARCH INT-ENTRY
               AT END
                   MOVE 'N' TO INT-FOUND-SW
               WHEN INT-DEPT-CODE (INT-IDX) = DF-DEPT-HOLD
                AND INT-CLASS-CODE (INT-IDX) = DF-CLASS-HOLD
                   MOVE 'Y' TO INT-FOUND-SW
           END-SEARCH

           IF INT-CODE-FOUND
               MOVE 'Y' TO SEC-ASSIGNED-SW (WS-SEC-SUB)
               MOVE INT-INSTRUCTOR (INT-IDX) TO
                    SEC-INSTRUCTOR (WS-SEC-SUB)
           ELSE
               MOVE 'N' TO SEC-ASSIGNED-SW (WS-SEC-SUB)
               MOVE SPACES TO SEC-INSTRUCTOR (WS-SEC-SUB)
           END-IF
       .
      *
      *  850-PRINT-EXCEPTIONS PUTS EVERY SECTION THE ASSIGNMENT FILE
      *  DOES NOT COVER ON A LAST PAGE OF ITS OWN, WITH ITS STUDENTS
      *  BUT NO SIGNATURE BLOCK -- NOBODY CAN SIGN FOR IT YET, SO
      *  THE FINAL RUN WILL HOLD IT BACK.
       850-PRINT-EXCEPTIONS.

           MOVE ZEROS TO WS-EXCEPTION-COUNT
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > SEC-ENTRY-COUNT
               IF NOT SEC-ASSIGNED (WS-SCAN-SUB)
                   IF WS-EXCEPTION-COUNT = 0
                       PERFORM 400-REPORT-HEADING
                       MOVE EXCEPTION-HEADER-LINE TO REPORT-LINE
                       PERFORM 600-WRITE-A-LINE
                   END-IF
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 3 TO PROPER-SPACING
                   PERFORM 770-PRINT-ONE-SECTION
                   MOVE NO-INSTRUCTOR-LINE TO REPORT-LINE
                   MOVE 2 TO PROPER-SPACING
                   PERFORM 600-WRITE-A-LINE
               END-IF
           END-PERFORM
       .
      *
      *  900-END-OF-JOB-ROUTINE FLUSHES THE LAST SECTION ON THE
      *  FILE.  FIRST-RECORD STILL 'YES' MEANS AN EMPTY MASTER --
      *  NOTHING TO FLUSH.
       900-END-OF-JOB-ROUTINE.

           IF FIRST-RECORD NOT = 'YES'
               PERFORM 800-CLASS-BREAK
           END-IF
       .
      *
      *  1100-FINAL-ROUTINE PRINTS THE RUN TOTALS ON A LAST PAGE.
       1100-FINAL-ROUTINE.

           PERFORM 400-REPORT-HEADING
           MOVE 'INSTRUCTORS' TO TL-LABEL
           MOVE WS-INSTRUCTORS-PRINTED TO TL-COUNT
           MOVE TOTAL-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           MOVE 'SECTIONS FOR SIGNATURE' TO TL-LABEL
           MOVE WS-SECTIONS-PRINTED TO TL-COUNT
           MOVE TOTAL-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
           MOVE 'SECTIONS WITH NO INSTRUCTOR' TO TL-LABEL
           MOVE WS-EXCEPTION-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
           MOVE 'STUDENT SECTIONS LISTED' TO TL-LABEL
           MOVE WS-STUDENTS-LISTED TO TL-COUNT
           MOVE TOTAL-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE

           DISPLAY 'BKROSTR - ' WS-SECTIONS-PRINTED ' SECTIONS '
                   'PRINTED FOR SIGNATURE'

           CLOSE ROSTER-REPORT-FILE
           STOP RUN
       .
