       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BKALERT.
       AUTHOR.         GARRETT BURNS.
      *
      *    THIS PROGRAM RUNS AFTER THE WEEK-8 MID-TERM ('M' MODE)
      *    BKBRK RUN AND PRINTS THE EARLY-ALERT NOTICES (STUDENTALR).
      *    THE MID-TERM RUN ALREADY PUTS EVERY AVERAGE ON STUDENTCGB,
      *    BUT NOBODY ACTS ON IT -- A CHAIR WOULD HAVE TO READ EVERY
      *    PAGE TO FIND THE STUDENTS WHO ARE FAILING.  THIS PROGRAM
      *    FINDS THEM.  A STUDENT IS AT RISK IN A SECTION WHEN:
      *        - THE AVERAGE ON THE TESTS TAKEN IS BELOW THE
      *          REGISTRAR'S ALERT THRESHOLD (Lab6ALERT.txt),
      *        - THEY HAVE MISSED A TEST OTHERS IN THE SECTION TOOK,
      *        - OR THEY ARE ALREADY ON PROBATION (Lab6STANDG.txt) AND
      *          THEIR AVERAGE ACROSS ALL THEIR SECTIONS IS BELOW THE
      *          PROBATION CUTOFF ON THE STANDING RULES FILE
      *          (Lab6STAND.txt) -- SLIPPING AGAIN.  SUCH A STUDENT IS
      *          FLAGGED IN EVERY SECTION THEY ARE IN, SO EVERY ONE OF
      *          THEIR INSTRUCTORS HEARS ABOUT IT.
      *
      *    AVERAGES ARE TAKEN OVER THE TESTS ACTUALLY TAKEN, WEIGHTED
      *    OFF THE SAME WEIGHT TABLE AND IN THE SAME WAY AS BKBRK'S
      *    MID-TERM RUN, SO THE NUMBERS MATCH STUDENTCGB.  THE TERM
      *    AVERAGE FOR THE PROBATION TEST IS THE PLAIN AVERAGE OF THE
      *    STUDENT'S SECTION AVERAGES, THE WAY BKSTAND TAKES IT.
      *
      *    THE NOTICES PRINT ONE PAGE PER INSTRUCTOR ON THE
      *    REGISTRAR'S INSTRUCTOR FILE (Lab6INSTR.txt), EVERY SECTION
      *    OF THEIRS LISTED WITH ITS AT-RISK STUDENTS.  SECTIONS WITH
      *    NO INSTRUCTOR ASSIGNED PRINT ON A LAST PAGE OF THEIR OWN,
      *    THE WAY BKINST LISTS THEM.  THE SAME ALERTS GO TO THE
      *    ADVISING OFFICE'S EXTRACT (Lab6ALRTX.txt) IN STUDENT-ID
      *    ORDER.
      *
      *    SYSIN IS THE TERM CODE AND RUN MODE, THE SAME TWO LINES
      *    BKSTAT AND BKINST TAKE.  ON ANY MODE BUT 'M' THE PROGRAM
      *    SAYS SO AND ENDS WITHOUT TOUCHING THE EXTRACT -- THE FINAL
      *    RUN HAS ITS OWN GRADES AND NEEDS NO EARLY WARNING.
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
           SELECT WEIGHT-FILE
             ASSIGN TO "Lab6WEIGHT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT TERM-CALENDAR-FILE
             ASSIGN TO "Lab6TERMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  ALERT-CONTROL-FILE IS THE REGISTRAR'S ONE-ROW ALERT
      *  THRESHOLD, KEPT THE WAY THE STANDING CUTOFFS ARE KEPT ON
      *  Lab6STAND.txt.
           SELECT ALERT-CONTROL-FILE
             ASSIGN TO "Lab6ALERT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STANDING-RULES-FILE
             ASSIGN TO "Lab6STAND.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  OPTIONAL BECAUSE A SCHOOL'S FIRST TERM HAS NO STANDING FILE
      *  YET -- NOBODY IS ON PROBATION THEN.
           SELECT OPTIONAL STANDING-FILE
             ASSIGN TO "Lab6STANDG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ALERT-EXTRACT-FILE
             ASSIGN TO "Lab6ALRTX.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT ALERT-REPORT-FILE
               ASSIGN TO PRINTER "STUDENTALR".
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
       FD  ALERT-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  ALERT-CONTROL-RECORD.
           05  ACR-ALERT-CUTOFF             PIC 9(3).
           05  FILLER                       PIC X(77).
      *
       FD  STANDING-RULES-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  STANDING-RULES-RECORD.
           05  STR-PROB-CUTOFF              PIC 9(3).
           05  STR-PROB-TERMS               PIC 9(2).
           05  STR-DEAN-CUTOFF              PIC 9(3).
           05  STR-DEAN-TERMS               PIC 9(2).
           05  FILLER                       PIC X(70).
      *
       FD  STANDING-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY STANDREC.
      *
       FD  ALERT-EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY ALERTREC.
      *
       FD  ALERT-REPORT-FILE
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
           05  WGF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-WEIGHTS                      VALUE 'N'.
           05  WGT-FOUND-SW                PIC X       VALUE 'N'.
               88 WGT-CODE-FOUND                       VALUE 'Y'.
           05  TCF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-TERMS                        VALUE 'N'.
           05  TCT-FOUND-SW                PIC X       VALUE 'N'.
               88 TCT-TERM-FOUND                       VALUE 'Y'.
           05  ACF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-ALERT-CONTROL                VALUE 'N'.
           05  WS-CUTOFF-FOUND-SW          PIC X       VALUE 'N'.
               88 WS-CUTOFF-FOUND                      VALUE 'Y'.
           05  RF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-RULES                        VALUE 'N'.
           05  WS-RULES-FOUND-SW           PIC X       VALUE 'N'.
               88 WS-RULES-FOUND                       VALUE 'Y'.
           05  SF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-STANDING                     VALUE 'N'.
           05  WS-FOUND-SW                 PIC X       VALUE 'N'.
               88 WS-ENTRY-FOUND                       VALUE 'Y'.
           05  WS-TABLE-FULL-SW            PIC X       VALUE 'N'.
               88 WS-TABLE-FULL                        VALUE 'Y'.
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
      *  THE MODE BKBRK RAN UNDER.  ONLY A MID-TERM RUN IS ALERTED.
       01  WS-RUN-MODE                     PIC X      VALUE 'F'.
           88  WS-MIDTERM-MODE                        VALUE 'M' 'm'.
      *
      *  THE REGISTRAR'S THRESHOLDS.  IF EITHER CONTROL FILE HAS
      *  LOST ITS ROW THE OLD NUMBERS STAND IN AND THE RUN SAYS SO,
      *  THE SAME WAY BKSTAND FALLS BACK.
       01  ALERT-RULES.
           05  WS-ALERT-CUTOFF             PIC 9(3)   VALUE 0.
           05  WS-PROB-CUTOFF              PIC 9(3)   VALUE 0.
      *
       01  DETAIL-FIELDS.
           05  DF-WEIGHTED-TOTAL            PIC S9(7)  VALUE +0.
           05  DF-WEIGHT-WORK               PIC S9(7)  VALUE +0.
           05  DF-WEIGHT-DIVISOR            PIC S9(3)  VALUE +0.
           05  DF-TEST-AVERAGE              PIC S9(5)V99 VALUE +0.
           05  DF-DEPT-HOLD                 PIC A(4).
           05  DF-CLASS-HOLD                PIC X(5).
      *
      *  THE SECTION IN PROGRESS.  CUR-TAKEN-SW IS SET FOR EACH TEST
      *  ANY STUDENT IN THE SECTION HAS TAKEN, SO AT THE CLASS BREAK
      *  A STUDENT WHO HAS NOT TAKEN IT HAS MISSED IT.
       01  CURRENT-SECTION.
           05  CUR-FIRST-SUB               PIC 9(5)   VALUE 0.
           05  CUR-ENROLLED                PIC 9(5)   VALUE 0.
           05  CUR-TAKEN-SW                PIC X OCCURS 4 TIMES.
               88  CUR-TEST-GIVEN                     VALUE 'Y'.
      *
       01  WS-MATCH-ID                     PIC X(7)   VALUE SPACES.
       01  WS-INSERT-SUB                   PIC 9(5)   VALUE 0.
       01  WS-ENR-SUB                      PIC 9(5)   VALUE 0.
       01  WS-XTR-SUB                      PIC 9(5)   VALUE 0.
       01  WS-SEC-SUB                      PIC 9(3)   VALUE 0.
       01  WS-SCAN-SUB                     PIC 9(3)   VALUE 0.
       01  WS-HOLD-INSTRUCTOR              PIC X(20)  VALUE SPACES.
       01  WS-EXCEPTION-COUNT              PIC 9(3)   VALUE 0.
      *
       01  ALERT-COUNTS.
           05  WS-STUDENTS-CHECKED         PIC 9(5)   VALUE 0.
           05  WS-ALERTS-ISSUED            PIC 9(5)   VALUE 0.
           05  WS-IDS-ALERTED              PIC 9(5)   VALUE 0.
           05  WS-LOW-COUNT                PIC 9(5)   VALUE 0.
           05  WS-MISSED-COUNT             PIC 9(5)   VALUE 0.
           05  WS-PROBATION-COUNT          PIC 9(5)   VALUE 0.
      *
       01  INS-TABLE.
           05  INT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  INT-ENTRY                   OCCURS 200 TIMES
                                            INDEXED BY INT-IDX.
               10  INT-DEPT-CODE            PIC A(4).
               10  INT-CLASS-CODE           PIC X(5).
               10  INT-INSTRUCTOR           PIC X(20).
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
      *  SEC-TABLE COLLECTS ONE ROW PER SECTION FOUND ON THE MASTER,
      *  WITH ITS INSTRUCTOR AND THE RANGE OF ENR-TABLE ROWS THAT
      *  HOLD ITS STUDENTS.  THE ROWS ARE HELD UNTIL END OF FILE
      *  BECAUSE THE NOTICES GROUP THEM BY INSTRUCTOR, NOT IN THE
      *  ORDER THE FILE DELIVERS THEM.
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
               10  SEC-AT-RISK              PIC 9(5).
               10  SEC-FIRST-SUB            PIC 9(5).
               10  SEC-LAST-SUB             PIC 9(5).
      *
      *  ENR-TABLE HOLDS EVERY STUDENT ON THE MASTER IN FILE ORDER,
      *  WITH THE MID-TERM AVERAGE AND THE REASONS, IF ANY, THE
      *  STUDENT IS AT RISK IN THAT SECTION.
       01  ENR-TABLE.
           05  ENR-ENTRY-COUNT             PIC 9(5)   VALUE 0.
           05  ENR-ENTRY                   OCCURS 50000 TIMES.
               10  ENR-DEPT-CODE            PIC A(4).
               10  ENR-CLASS-CODE           PIC X(5).
               10  ENR-STUDENT-ID           PIC X(7).
               10  ENR-NAME                 PIC X(20).
               10  ENR-TEST-FLAGS.
                   15  ENR-TAKEN            PIC X OCCURS 4 TIMES.
               10  ENR-AVERAGE              PIC 9(3)V99.
               10  ENR-GRADED-SW            PIC X.
                   88  ENR-GRADED                VALUE 'Y'.
               10  ENR-LOW-SW               PIC X.
                   88  ENR-LOW-AVERAGE           VALUE 'Y'.
               10  ENR-MISSED-SW            PIC X.
                   88  ENR-MISSED-TEST           VALUE 'Y'.
               10  ENR-PROBATION-SW         PIC X.
                   88  ENR-PROBATION-SLIP        VALUE 'Y'.
               10  ENR-SEC-SUB              PIC 9(3).
      *
      *  ID-TABLE GATHERS EACH STUDENT'S SECTION AVERAGES BY STUDENT
      *  ID, FOR THE PROBATION TEST, WHICH LOOKS AT THE STUDENT
      *  ACROSS ALL THEIR SECTIONS RATHER THAN ONE AT A TIME.
       01  ID-TABLE.
           05  IDT-ENTRY-COUNT             PIC 9(5)   VALUE 0.
           05  IDT-ENTRY-AREA.
               10  IDT-ENTRY               OCCURS 50000 TIMES
                                            ASCENDING KEY IS
                                                IDT-STUDENT-ID
                                            INDEXED BY IDT-IDX.
                   15  IDT-STUDENT-ID       PIC X(7).
                   15  IDT-AVG-SUM          PIC 9(5)V99.
                   15  IDT-GRADED           PIC 9(3).
                   15  IDT-PROBATION-SW     PIC X.
                       88 IDT-ON-PROBATION              VALUE 'Y'.
                   15  IDT-SLIPPING-SW      PIC X.
                       88 IDT-SLIPPING                  VALUE 'Y'.
                   15  IDT-ALERTED-SW       PIC X.
                       88 IDT-ALERTED                   VALUE 'Y'.
      *
       01  WS-TERM-AVERAGE                 PIC 9(3)V99 VALUE 0.
      *
      *  XTR-TABLE HOLDS THE ENR-TABLE ROW OF EVERY ALERT IN
      *  STUDENT-ID ORDER, IN FILE ORDER WITHIN ONE ID, FOR THE
      *  ADVISING OFFICE'S EXTRACT.
       01  XTR-TABLE.
           05  XTR-ENTRY-COUNT             PIC 9(5)   VALUE 0.
           05  XTR-ENTRY                   OCCURS 50000 TIMES.
               10  XTR-STUDENT-ID           PIC X(7).
               10  XTR-ENR-SUB              PIC 9(5).
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
                          'MID-TERM EARLY ALERT NOTICES'.
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
       01  THRESHOLD-LINE.
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(28) VALUE
                    'AVERAGE ON TESTS TAKEN BELOW'.
           05  TH-ALERT-CUTOFF             PIC ZZ9.
           05                              PIC X(24) VALUE
                    ', ON PROBATION AND BELOW'.
           05  TH-PROB-CUTOFF              PIC ZZ9.
      *
       01  SECTION-HEADER.
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(8) VALUE 'SECTION '.
           05  SH-DEPT-CODE                PIC X(5).
           05  SH-CLASS-CODE               PIC X(6).
           05                              PIC X(10) VALUE
                                               'ENROLLED '.
           05  SH-ENROLLED                 PIC ZZZZ9.
           05                              PIC X(11) VALUE
                                               '   AT RISK '.
           05  SH-AT-RISK                  PIC ZZZZ9.
      *
       01  HEADING-TWO.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(21) VALUE 'NAME'.
           05                              PIC X(8)  VALUE 'AVERAGE'.
           05                              PIC X(7)  VALUE 'TAKEN'.
           05                              PIC X(20) VALUE 'REASON'.
      *
       01  ALERT-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05  AL-STUDENT-ID               PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  AL-NAME                     PIC X(20).
           05                              PIC X(1)  VALUE SPACES.
           05  AL-AVERAGE                  PIC ZZ9.99.
           05  AL-AVERAGE-X REDEFINES AL-AVERAGE
                                           PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  AL-TEST-FLAGS               PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05  AL-LOW                      PIC X(4).
           05  AL-MISSED                   PIC X(7).
           05  AL-PROBATION                PIC X(9).
      *
       01  NO-ALERTS-LINE.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(45) VALUE
                    'NO STUDENTS AT RISK IN THIS SECTION'.
      *
       01  EXCEPTION-HEADER-LINE.
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(45) VALUE
                    'SECTIONS WITH NO INSTRUCTOR ASSIGNED'.
      *
       01  TOTAL-LINE.
           05                              PIC X(5)  VALUE SPACES.
           05  TL-LABEL                    PIC X(36).
           05  TL-COUNT                    PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       100-PRINT-ALERT-NOTICES.

           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-READ-STUDENT-FILE
           PERFORM 900-END-OF-JOB-ROUTINE
           PERFORM 350-MARK-PROBATION
           PERFORM 360-FIND-SLIPPING-STUDENTS
           PERFORM 370-SELECT-ALERTS
           PERFORM 750-PRINT-BY-INSTRUCTOR
           PERFORM 850-PRINT-EXCEPTIONS
           PERFORM 950-WRITE-ALERT-EXTRACT
           PERFORM 1100-FINAL-ROUTINE

       .
       200-HSKPING-ROUTINE.

           DISPLAY 'BKALERT - ENTER TERM CODE: '
           ACCEPT WS-TERM-CODE
           DISPLAY 'BKALERT - ENTER RUN MODE (F=FINAL, M=MID-TERM): '
           ACCEPT WS-RUN-MODE

           IF NOT WS-MIDTERM-MODE
               DISPLAY 'BKALERT - NOT A MID-TERM RUN, NO ALERTS '
                       'PRODUCED'
               STOP RUN
           END-IF

           PERFORM 230-LOAD-TERM-CALENDAR
           PERFORM 240-RESOLVE-TERM-CODE

           OPEN INPUT  STUDENT-FILE
           PERFORM 205-VERIFY-STUDENT-OPEN
           OPEN OUTPUT ALERT-REPORT-FILE
                       ALERT-EXTRACT-FILE

           PERFORM 250-LOAD-ALERT-RULES
           PERFORM 255-LOAD-INSTRUCTOR-TABLE
           PERFORM 275-LOAD-WEIGHT-TABLE
           PERFORM 260-RESET-CURRENT-SECTION

      *  UNUSED TABLE SLOTS MUST SORT AFTER EVERY REAL KEY OR THE
      *  BINARY SEARCH'S ASCENDING ORDER BREAKS AT THE FIRST EMPTY
      *  SLOT.
           MOVE HIGH-VALUES TO IDT-ENTRY-AREA

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           MOVE WS-TERM-CODE TO H1-TERM-CODE
           MOVE WS-ALERT-CUTOFF TO TH-ALERT-CUTOFF
           MOVE WS-PROB-CUTOFF TO TH-PROB-CUTOFF
       .
      *
       205-VERIFY-STUDENT-OPEN.

           IF WS-STUDENT-STATUS NOT = '00' AND
              WS-STUDENT-STATUS NOT = '97'
               DISPLAY 'BKALERT - STUDENT-FILE OPEN FAILED, STATUS: '
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
                   DISPLAY 'BKALERT - TERM DEFAULTED TO CURRENT: '
                           WS-TERM-CODE
               ELSE
                   DISPLAY 'BKALERT - NO CURRENT TERM ON CALENDAR '
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
                   DISPLAY 'BKALERT - TERM NOT ON CALENDAR: '
                           WS-TERM-CODE ' -- RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
       .
      *
      *  250-LOAD-ALERT-RULES READS THE REGISTRAR'S ONE-ROW ALERT
      *  THRESHOLD AND THE PROBATION CUTOFF OFF THE STANDING RULES
      *  FILE.  AN EMPTY OR MISSING ROW FALLS BACK TO 70 AND 60 AND
      *  SAYS SO.
       250-LOAD-ALERT-RULES.

           MOVE 'N' TO WS-CUTOFF-FOUND-SW
           OPEN INPUT ALERT-CONTROL-FILE
           PERFORM UNTIL NO-MORE-ALERT-CONTROL
               READ ALERT-CONTROL-FILE
                   AT END
                       MOVE 'N' TO ACF-EOF-FLAG
                   NOT AT END
                       IF NOT WS-CUTOFF-FOUND
                           MOVE 'Y' TO WS-CUTOFF-FOUND-SW
                           MOVE ACR-ALERT-CUTOFF TO WS-ALERT-CUTOFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-CONTROL-FILE

           IF NOT WS-CUTOFF-FOUND
               DISPLAY 'WARNING - NO ROW ON ALERT CONTROL FILE -- '
                       'USING 70 ALERT THRESHOLD'
               MOVE 70 TO WS-ALERT-CUTOFF
           END-IF

           MOVE 'N' TO WS-RULES-FOUND-SW
           OPEN INPUT STANDING-RULES-FILE
           PERFORM UNTIL NO-MORE-RULES
               READ STANDING-RULES-FILE
                   AT END
                       MOVE 'N' TO RF-EOF-FLAG
                   NOT AT END
                       IF NOT WS-RULES-FOUND
                           MOVE 'Y' TO WS-RULES-FOUND-SW
                           MOVE STR-PROB-CUTOFF TO WS-PROB-CUTOFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-RULES-FILE

           IF NOT WS-RULES-FOUND
               DISPLAY 'WARNING - NO ROW ON STANDING RULES FILE -- '
                       'USING 60 PROBATION CUTOFF'
               MOVE 60 TO WS-PROB-CUTOFF
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
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               MOVE 'N' TO CUR-TAKEN-SW (SUB)
           END-PERFORM
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
      *  320-FIND-OR-ADD-ID BINARY-SEARCHES ID-TABLE FOR WS-MATCH-ID
      *  AND ADDS A NEW, EMPTY ENTRY IN KEY ORDER THE FIRST TIME THE
      *  ID IS MET.  IDT-IDX IS LEFT ON THE ENTRY EITHER WAY.
       320-FIND-OR-ADD-ID.

           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-TABLE-FULL-SW
           SEARCH ALL IDT-ENTRY
               AT END
                   MOVE 'N' TO WS-FOUND-SW
               WHEN IDT-STUDENT-ID (IDT-IDX) = WS-MATCH-ID
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH

           IF NOT WS-ENTRY-FOUND
               IF IDT-ENTRY-COUNT < 50000
                   PERFORM 325-INSERT-NEW-ID
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
                   DISPLAY 'BKALERT - ID TABLE FULL, PROBATION NOT '
                           'CHECKED FOR: ' WS-MATCH-ID
               END-IF
           END-IF
       .
      *
       325-INSERT-NEW-ID.

           PERFORM VARYING WS-INSERT-SUB FROM IDT-ENTRY-COUNT BY -1
                   UNTIL WS-INSERT-SUB < 1
                   OR IDT-STUDENT-ID (WS-INSERT-SUB) < WS-MATCH-ID
               MOVE IDT-ENTRY (WS-INSERT-SUB) TO
                    IDT-ENTRY (WS-INSERT-SUB + 1)
           END-PERFORM

           ADD 1 TO WS-INSERT-SUB
           ADD 1 TO IDT-ENTRY-COUNT
           SET IDT-IDX TO WS-INSERT-SUB
           MOVE WS-MATCH-ID TO IDT-STUDENT-ID (IDT-IDX)
           MOVE ZEROS TO IDT-AVG-SUM (IDT-IDX)
           MOVE ZEROS TO IDT-GRADED (IDT-IDX)
           MOVE 'N' TO IDT-PROBATION-SW (IDT-IDX)
           MOVE 'N' TO IDT-SLIPPING-SW (IDT-IDX)
           MOVE 'N' TO IDT-ALERTED-SW (IDT-IDX)
       .
      *
      *  350-MARK-PROBATION READS THE STANDING FILE BKSTAND LAST
      *  WROTE AND MARKS EVERY STUDENT ON THE MASTER WHO IS ON
      *  PROBATION.  A STANDING ROW FOR A STUDENT NOT ON THE MASTER
      *  THIS TERM IS PASSED BY.
       350-MARK-PROBATION.

           OPEN INPUT STANDING-FILE
           PERFORM UNTIL NO-MORE-STANDING
               READ STANDING-FILE
                   AT END
                       MOVE 'N' TO SF-EOF-FLAG
                   NOT AT END
                       IF SD-PROBATION
                           MOVE SD-STUDENT-ID TO WS-MATCH-ID
                           SEARCH ALL IDT-ENTRY
                               AT END
                                   CONTINUE
                               WHEN IDT-STUDENT-ID (IDT-IDX) =
                                    WS-MATCH-ID
                                   MOVE 'Y' TO
                                        IDT-PROBATION-SW (IDT-IDX)
                           END-SEARCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-FILE
       .
      *
      *  360-FIND-SLIPPING-STUDENTS TAKES EACH PROBATION STUDENT'S
      *  AVERAGE ACROSS THE SECTIONS WITH A TEST TAKEN AND HOLDS IT
      *  TO THE PROBATION CUTOFF.  A STUDENT WHO HAS TAKEN NOTHING
      *  YET HAS NO AVERAGE TO HOLD -- THE MISSED-TEST CHECK CATCHES
      *  THEM INSTEAD.
       360-FIND-SLIPPING-STUDENTS.

           PERFORM VARYING IDT-IDX FROM 1 BY 1
                   UNTIL IDT-IDX > IDT-ENTRY-COUNT
               IF IDT-ON-PROBATION (IDT-IDX)
                  AND IDT-GRADED (IDT-IDX) > 0
                   DIVIDE IDT-AVG-SUM (IDT-IDX) BY IDT-GRADED (IDT-IDX)
                          GIVING WS-TERM-AVERAGE ROUNDED
                   IF WS-TERM-AVERAGE < WS-PROB-CUTOFF
                       MOVE 'Y' TO IDT-SLIPPING-SW (IDT-IDX)
                   END-IF
               END-IF
           END-PERFORM
       .
      *
      *  370-SELECT-ALERTS FLAGS EVERY SECTION ROW OF A SLIPPING
      *  PROBATION STUDENT, THEN FILES EVERY ROW WITH ANY REASON
      *  ON THE EXTRACT TABLE AND COUNTS IT AGAINST ITS SECTION.
       370-SELECT-ALERTS.

           PERFORM VARYING WS-ENR-SUB FROM 1 BY 1
                   UNTIL WS-ENR-SUB > ENR-ENTRY-COUNT
               MOVE ENR-STUDENT-ID (WS-ENR-SUB) TO WS-MATCH-ID
               MOVE 'N' TO WS-FOUND-SW
               SEARCH ALL IDT-ENTRY
                   AT END
                       MOVE 'N' TO WS-FOUND-SW
                   WHEN IDT-STUDENT-ID (IDT-IDX) = WS-MATCH-ID
                       MOVE 'Y' TO WS-FOUND-SW
               END-SEARCH
               IF WS-ENTRY-FOUND
                   IF IDT-SLIPPING (IDT-IDX)
                       MOVE 'Y' TO ENR-PROBATION-SW (WS-ENR-SUB)
                   END-IF
               END-IF
               IF ENR-LOW-AVERAGE (WS-ENR-SUB)
                  OR ENR-MISSED-TEST (WS-ENR-SUB)
                  OR ENR-PROBATION-SLIP (WS-ENR-SUB)
                   PERFORM 375-FILE-ALERT
               END-IF
           END-PERFORM
       .
      *
      *  375-FILE-ALERT FILES THE ROW ON XTR-TABLE IN STUDENT-ID
      *  ORDER, BEHIND ANY ALERTS ALREADY FILED FOR THE SAME ID.
       375-FILE-ALERT.

           ADD 1 TO WS-ALERTS-ISSUED
           IF ENR-LOW-AVERAGE (WS-ENR-SUB)
               ADD 1 TO WS-LOW-COUNT
           END-IF
           IF ENR-MISSED-TEST (WS-ENR-SUB)
               ADD 1 TO WS-MISSED-COUNT
           END-IF
           IF ENR-PROBATION-SLIP (WS-ENR-SUB)
               ADD 1 TO WS-PROBATION-COUNT
           END-IF
           IF WS-ENTRY-FOUND
               IF NOT IDT-ALERTED (IDT-IDX)
                   MOVE 'Y' TO IDT-ALERTED-SW (IDT-IDX)
                   ADD 1 TO WS-IDS-ALERTED
               END-IF
           END-IF
           IF ENR-SEC-SUB (WS-ENR-SUB) > 0
               ADD 1 TO SEC-AT-RISK (ENR-SEC-SUB (WS-ENR-SUB))
           END-IF

           PERFORM VARYING WS-INSERT-SUB FROM XTR-ENTRY-COUNT BY -1
                   UNTIL WS-INSERT-SUB < 1
                   OR XTR-STUDENT-ID (WS-INSERT-SUB) NOT >
                      WS-MATCH-ID
               MOVE XTR-ENTRY (WS-INSERT-SUB) TO
                    XTR-ENTRY (WS-INSERT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-INSERT-SUB
           ADD 1 TO XTR-ENTRY-COUNT
           MOVE WS-MATCH-ID TO XTR-STUDENT-ID (WS-INSERT-SUB)
           MOVE WS-ENR-SUB TO XTR-ENR-SUB (WS-INSERT-SUB)
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
      *  BKINST RUNS AND AVERAGES THE TESTS TAKEN THE WAY BKBRK'S
      *  MID-TERM RUN DOES.  THE AVERAGE IS HELD TO THE ALERT
      *  THRESHOLD HERE; THE MISSED-TEST CHECK WAITS FOR THE CLASS
      *  BREAK, WHEN THE WHOLE SECTION HAS BEEN SEEN.
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
               DISPLAY 'BKALERT - STUDENT TABLE FULL, NOT CHECKED: '
                       SR-DEPT-CODE ' ' SR-CLASS-CODE ' '
                       SR-STUDENT-ID
           ELSE
               PERFORM 520-STORE-ENROLLMENT
           END-IF
       .
      *
       520-STORE-ENROLLMENT.

           PERFORM 268-FIND-CLASS-WEIGHTS
           MOVE ZEROS TO DF-WEIGHTED-TOTAL
           MOVE ZEROS TO DF-WEIGHT-DIVISOR
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               IF TS-NOT-TAKEN (SUB)
                   CONTINUE
               ELSE
                   MOVE 'Y' TO CUR-TAKEN-SW (SUB)
                   MULTIPLY TS-SCORE (SUB) BY WGT-WEIGHT (WGT-IDX, SUB)
                       GIVING DF-WEIGHT-WORK
                   ADD DF-WEIGHT-WORK TO DF-WEIGHTED-TOTAL
                   ADD WGT-WEIGHT (WGT-IDX, SUB) TO DF-WEIGHT-DIVISOR
               END-IF
           END-PERFORM

           ADD 1 TO ENR-ENTRY-COUNT
           ADD 1 TO CUR-ENROLLED
           ADD 1 TO WS-STUDENTS-CHECKED
           MOVE ENR-ENTRY-COUNT TO WS-ENR-SUB
           MOVE SR-DEPT-CODE TO ENR-DEPT-CODE (WS-ENR-SUB)
           MOVE SR-CLASS-CODE TO ENR-CLASS-CODE (WS-ENR-SUB)
           MOVE SR-STUDENT-ID TO ENR-STUDENT-ID (WS-ENR-SUB)
           MOVE SR-NAME TO ENR-NAME (WS-ENR-SUB)
           MOVE TEST-FLAGS TO ENR-TEST-FLAGS (WS-ENR-SUB)
           MOVE ZEROS TO ENR-AVERAGE (WS-ENR-SUB)
           MOVE 'N' TO ENR-GRADED-SW (WS-ENR-SUB)
           MOVE 'N' TO ENR-LOW-SW (WS-ENR-SUB)
           MOVE 'N' TO ENR-MISSED-SW (WS-ENR-SUB)
           MOVE 'N' TO ENR-PROBATION-SW (WS-ENR-SUB)
           MOVE ZEROS TO ENR-SEC-SUB (WS-ENR-SUB)

           MOVE SR-STUDENT-ID TO WS-MATCH-ID
           PERFORM 320-FIND-OR-ADD-ID

           IF DF-WEIGHT-DIVISOR > 0
               DIVIDE DF-WEIGHTED-TOTAL BY DF-WEIGHT-DIVISOR
                      GIVING DF-TEST-AVERAGE ROUNDED
               MOVE DF-TEST-AVERAGE TO ENR-AVERAGE (WS-ENR-SUB)
               MOVE 'Y' TO ENR-GRADED-SW (WS-ENR-SUB)
               IF DF-TEST-AVERAGE < WS-ALERT-CUTOFF
                   MOVE 'Y' TO ENR-LOW-SW (WS-ENR-SUB)
               END-IF
               IF NOT WS-TABLE-FULL
                   ADD DF-TEST-AVERAGE TO IDT-AVG-SUM (IDT-IDX)
                   ADD 1 TO IDT-GRADED (IDT-IDX)
               END-IF
           END-IF
       .
      *
       600-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
           .
      *
      *  750-PRINT-BY-INSTRUCTOR WALKS SEC-TABLE IN FILE ORDER AND,
      *  AT EACH ASSIGNED SECTION NOT YET PRINTED, STARTS A NEW PAGE
      *  FOR THAT INSTRUCTOR AND PRINTS EVERY SECTION OF THEIRS --
      *  WHEREVER THOSE SECTIONS FELL ON THE MASTER -- SO EACH
      *  INSTRUCTOR'S NOTICE CAN BE TORN OFF AND SENT ON ITS OWN.
       750-PRINT-BY-INSTRUCTOR.

           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                   UNTIL WS-SEC-SUB > SEC-ENTRY-COUNT
               IF SEC-ASSIGNED (WS-SEC-SUB)
                  AND NOT SEC-PRINTED (WS-SEC-SUB)
                   MOVE SEC-INSTRUCTOR (WS-SEC-SUB) TO
                        WS-HOLD-INSTRUCTOR
                   PERFORM 760-PRINT-ONE-INSTRUCTOR
               END-IF
           END-PERFORM
       .
      *
       760-PRINT-ONE-INSTRUCTOR.

           PERFORM 400-REPORT-HEADING
           MOVE WS-HOLD-INSTRUCTOR TO IH-INSTRUCTOR
           MOVE INSTRUCTOR-HEADER TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
           MOVE THRESHOLD-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE

           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > SEC-ENTRY-COUNT
               IF SEC-ASSIGNED (WS-SCAN-SUB)
                  AND NOT SEC-PRINTED (WS-SCAN-SUB)
                  AND SEC-INSTRUCTOR (WS-SCAN-SUB) =
                      WS-HOLD-INSTRUCTOR
                   PERFORM 770-PRINT-ONE-SECTION
                   MOVE 'Y' TO SEC-PRINTED-SW (WS-SCAN-SUB)
               END-IF
           END-PERFORM
       .
      *
      *  770-PRINT-ONE-SECTION PRINTS THE SECTION'S HEADER AND ITS
      *  AT-RISK STUDENTS IN FILE ORDER, OR SAYS THERE ARE NONE.
       770-PRINT-ONE-SECTION.

           MOVE SEC-DEPT-CODE (WS-SCAN-SUB) TO SH-DEPT-CODE
           MOVE SEC-CLASS-CODE (WS-SCAN-SUB) TO SH-CLASS-CODE
           MOVE SEC-ENROLLED (WS-SCAN-SUB) TO SH-ENROLLED
           MOVE SEC-AT-RISK (WS-SCAN-SUB) TO SH-AT-RISK
           MOVE SECTION-HEADER TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE

           IF SEC-AT-RISK (WS-SCAN-SUB) = 0
               MOVE NO-ALERTS-LINE TO REPORT-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 600-WRITE-A-LINE
           ELSE
               MOVE HEADING-TWO TO REPORT-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 600-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING
               PERFORM VARYING WS-ENR-SUB
                       FROM SEC-FIRST-SUB (WS-SCAN-SUB) BY 1
                       UNTIL WS-ENR-SUB > SEC-LAST-SUB (WS-SCAN-SUB)
                   IF ENR-LOW-AVERAGE (WS-ENR-SUB)
                      OR ENR-MISSED-TEST (WS-ENR-SUB)
                      OR ENR-PROBATION-SLIP (WS-ENR-SUB)
                       PERFORM 780-PRINT-ALERT-LINE
                   END-IF
               END-PERFORM
           END-IF
       .
      *
       780-PRINT-ALERT-LINE.

           MOVE ENR-STUDENT-ID (WS-ENR-SUB) TO AL-STUDENT-ID
           MOVE ENR-NAME (WS-ENR-SUB) TO AL-NAME
           IF ENR-GRADED (WS-ENR-SUB)
               MOVE ENR-AVERAGE (WS-ENR-SUB) TO AL-AVERAGE
           ELSE
               MOVE '  NONE' TO AL-AVERAGE-X
           END-IF
           MOVE ENR-TEST-FLAGS (WS-ENR-SUB) TO AL-TEST-FLAGS
           MOVE SPACES TO AL-LOW
           MOVE SPACES TO AL-MISSED
           MOVE SPACES TO AL-PROBATION
           IF ENR-LOW-AVERAGE (WS-ENR-SUB)
               MOVE 'LOW' TO AL-LOW
           END-IF
           IF ENR-MISSED-TEST (WS-ENR-SUB)
               MOVE 'MISSED' TO AL-MISSED
           END-IF
           IF ENR-PROBATION-SLIP (WS-ENR-SUB)
               MOVE 'PROBATION' TO AL-PROBATION
           END-IF
           MOVE ALERT-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .
      *
      *  800-CLASS-BREAK CLOSES OUT THE SECTION JUST FINISHED --
      *  ITS ROW GOES ON SEC-TABLE WITH ITS INSTRUCTOR LOOKED UP
      *  OFF THE ASSIGNMENT FILE, AND EACH OF ITS STUDENTS IS
      *  CHECKED FOR A MISSED TEST -- AND RESETS FOR THE NEXT ONE.
       800-CLASS-BREAK.

           IF SEC-ENTRY-COUNT < 200
               ADD 1 TO SEC-ENTRY-COUNT
               MOVE SEC-ENTRY-COUNT TO WS-SEC-SUB
               PERFORM 820-STORE-SECTION-ROW
           ELSE
               MOVE ZEROS TO WS-SEC-SUB
               DISPLAY 'BKALERT - SECTION TABLE FULL, SECTION '
                       'NOT PRINTED: ' DF-DEPT-HOLD ' ' DF-CLASS-HOLD
           END-IF

           PERFORM VARYING WS-ENR-SUB FROM CUR-FIRST-SUB BY 1
                   UNTIL WS-ENR-SUB > ENR-ENTRY-COUNT
               PERFORM 810-CHECK-MISSED-TESTS
           END-PERFORM

           PERFORM 260-RESET-CURRENT-SECTION
           MOVE SR-DEPT-CODE TO DF-DEPT-HOLD
           MOVE SR-CLASS-CODE TO DF-CLASS-HOLD
       .
      *
      *  810-CHECK-MISSED-TESTS FLAGS A STUDENT WHO HAS NOT TAKEN A
      *  TEST SOMEBODY ELSE IN THE SECTION HAS.  A TEST NOBODY HAS
      *  TAKEN YET SIMPLY HAS NOT BEEN GIVEN.
       810-CHECK-MISSED-TESTS.

           MOVE WS-SEC-SUB TO ENR-SEC-SUB (WS-ENR-SUB)
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               IF ENR-TAKEN (WS-ENR-SUB, SUB) = 'N'
                  AND CUR-TEST-GIVEN (SUB)
                   MOVE 'Y' TO ENR-MISSED-SW (WS-ENR-SUB)
               END-IF
           END-PERFORM
       .
      *
       820-STORE-SECTION-ROW.

           MOVE DF-DEPT-HOLD TO SEC-DEPT-CODE (WS-SEC-SUB)
           MOVE DF-CLASS-HOLD TO SEC-CLASS-CODE (WS-SEC-SUB)
           MOVE CUR-ENROLLED TO SEC-ENROLLED (WS-SEC-SUB)
           MOVE ZEROS TO SEC-AT-RISK (WS-SEC-SUB)
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
      *  DOES NOT COVER ON A LAST PAGE OF ITS OWN, WITH ITS AT-RISK
      *  STUDENTS, SO NO ALERT IS LOST FOR WANT OF AN INSTRUCTOR.
       850-PRINT-EXCEPTIONS.

           MOVE ZEROS TO WS-EXCEPTION-COUNT
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > SEC-ENTRY-COUNT
               IF NOT SEC-ASSIGNED (WS-SCAN-SUB)
                   IF WS-EXCEPTION-COUNT = 0
                       PERFORM 400-REPORT-HEADING
                       MOVE EXCEPTION-HEADER-LINE TO REPORT-LINE
                       PERFORM 600-WRITE-A-LINE
                       MOVE THRESHOLD-LINE TO REPORT-LINE
                       MOVE 1 TO PROPER-SPACING
                       PERFORM 600-WRITE-A-LINE
                   END-IF
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM 770-PRINT-ONE-SECTION
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
      *  950-WRITE-ALERT-EXTRACT WRITES THE ADVISING OFFICE'S
      *  EXTRACT OFF XTR-TABLE, IN STUDENT-ID ORDER.
       950-WRITE-ALERT-EXTRACT.

           PERFORM VARYING WS-XTR-SUB FROM 1 BY 1
                   UNTIL WS-XTR-SUB > XTR-ENTRY-COUNT
               MOVE XTR-ENR-SUB (WS-XTR-SUB) TO WS-ENR-SUB
               PERFORM 960-WRITE-EXTRACT-RECORD
           END-PERFORM
       .
      *
       960-WRITE-EXTRACT-RECORD.

           MOVE SPACES TO ALERT-EXTRACT-RECORD
           MOVE ENR-STUDENT-ID (WS-ENR-SUB) TO EA-STUDENT-ID
           MOVE ENR-NAME (WS-ENR-SUB) TO EA-NAME
           MOVE WS-TERM-CODE TO EA-TERM-CODE
           MOVE ENR-DEPT-CODE (WS-ENR-SUB) TO EA-DEPT-CODE
           MOVE ENR-CLASS-CODE (WS-ENR-SUB) TO EA-CLASS-CODE
           IF ENR-SEC-SUB (WS-ENR-SUB) > 0
               MOVE SEC-INSTRUCTOR (ENR-SEC-SUB (WS-ENR-SUB)) TO
                    EA-INSTRUCTOR
           END-IF
           MOVE ENR-AVERAGE (WS-ENR-SUB) TO EA-AVERAGE
           MOVE ENR-TEST-FLAGS (WS-ENR-SUB) TO EA-TEST-FLAGS
           IF ENR-LOW-AVERAGE (WS-ENR-SUB)
               MOVE 'L' TO EA-LOW-AVERAGE-FLAG
           END-IF
           IF ENR-MISSED-TEST (WS-ENR-SUB)
               MOVE 'M' TO EA-MISSED-TEST-FLAG
           END-IF
           IF ENR-PROBATION-SLIP (WS-ENR-SUB)
               MOVE 'P' TO EA-PROBATION-FLAG
           END-IF
           MOVE WS-ALERT-CUTOFF TO EA-ALERT-CUTOFF
           WRITE ALERT-EXTRACT-RECORD
       .
      *
      *  1100-FINAL-ROUTINE PRINTS THE RUN TOTALS ON THE LAST PAGE.
       1100-FINAL-ROUTINE.

           IF PAGE-NO = 0
               PERFORM 400-REPORT-HEADING
           END-IF
           MOVE 'STUDENT SECTIONS CHECKED' TO TL-LABEL
           MOVE WS-STUDENTS-CHECKED TO TL-COUNT
           MOVE TOTAL-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
           MOVE 'ALERTS ISSUED' TO TL-LABEL
           MOVE WS-ALERTS-ISSUED TO TL-COUNT
           MOVE TOTAL-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
           MOVE 'STUDENTS ALERTED' TO TL-LABEL
           MOVE WS-IDS-ALERTED TO TL-COUNT
           MOVE TOTAL-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
           MOVE '  AVERAGE BELOW THRESHOLD' TO TL-LABEL
           MOVE WS-LOW-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
           MOVE '  MISSED A TEST' TO TL-LABEL
           MOVE WS-MISSED-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
           MOVE '  ON PROBATION AND SLIPPING' TO TL-LABEL
           MOVE WS-PROBATION-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE

           DISPLAY 'BKALERT - ' WS-ALERTS-ISSUED ' ALERTS FOR '
                   WS-IDS-ALERTED ' STUDENTS WRITTEN'

           CLOSE ALERT-REPORT-FILE
                 ALERT-EXTRACT-FILE
           STOP RUN
       .
