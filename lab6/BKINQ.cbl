       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BKINQ.
       AUTHOR.         GARRETT BURNS.
      *
      *    THIS PROGRAM IS THE ADVISORS' READ-ONLY STUDENT INQUIRY.
      *    BKMAINT IS A CORRECTION TRANSACTION -- KEYED BY DEPT/CLASS/
      *    STUDENT ID AND HOLDING THE RUN LOCK FOR THE WHOLE SESSION --
      *    SO AN ADVISOR WHO ONLY WANTED TO SEE A STUDENT HAD TO KNOW
      *    EVERY CLASS THE STUDENT WAS IN AND HELD UP THE BATCH STREAM
      *    WHILE THEY LOOKED.
      *
      *    THIS INQUIRY IS KEYED ON THE STUDENT ID ALONE, OPENS EVERY
      *    FILE FOR INPUT ONLY, WRITES NOTHING, AND TAKES NO LOCK, SO
      *    IT CAN RUN ALONGSIDE THE LAB6CGB STREAM OR A BKMAINT
      *    SESSION.  FOR ONE STUDENT IT SHOWS:
      *      - THE ADDRESS ON FILE (Lab6ADDR.txt);
      *      - EVERY SECTION THE STUDENT IS ENROLLED IN ON THE
      *        STUDENT MASTER (Lab6STUDENT.idx) WITH THE FOUR SCORES
      *        AND THE CURRENT AVERAGE -- WEIGHTED OFF Lab6WEIGHT.txt
      *        OVER THE TESTS TAKEN SO FAR, THE WAY BKBRK'S MID-TERM
      *        RUN AVERAGES;
      *      - EVERY WAITLIST POSITION ON Lab6WAIT.txt;
      *      - TERM-BY-TERM GRADES OFF THE ARCHIVED AND LIVE STUDENT
      *        HISTORY (Lab6SHISTA.txt, Lab6SHIST.txt) WITH THE GRADE
      *        IN FORCE AND EACH TERM'S GPA, BY THE SAME RULES AS
      *        BKTRSCR;
      *      - THE CURRENT CUMULATIVE GPA OFF THE QUALITY POINT TABLE
      *        (Lab6QPTS.txt);
      *      - THE ACADEMIC STANDING ON FILE (Lab6STANDG.txt).
      *    AN ADVISOR WITHOUT THE ID KEYS N AND LOOKS THE STUDENT UP
      *    BY NAME -- THE START OF THE NAME IS ENOUGH -- OFF THE
      *    MASTER AND THE ADDRESS FILE, AND PICKS FROM THE IDS LISTED.
      *    THE ADVISOR IS PROMPTED FOR ONE STUDENT AT A TIME UNTIL A
      *    BLANK ENTRY.
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
           SELECT OPTIONAL WAITLIST-FILE
             ASSIGN TO "Lab6WAIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL STUDENT-HISTORY-FILE
             ASSIGN TO "Lab6SHIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL STUDENT-HIST-ARCH-FILE
             ASSIGN TO "Lab6SHISTA.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL STANDING-FILE
             ASSIGN TO "Lab6STANDG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL ADDRESS-FILE
             ASSIGN TO "Lab6ADDR.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT QUALITY-POINT-FILE
             ASSIGN TO "Lab6QPTS.txt"
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
       DATA DIVISION.
       FILE SECTION.
      *
       FD  STUDENT-FILE.
      *
           COPY STUDREC.
      *
       FD  WAITLIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY WAITREC.
      *
       FD  STUDENT-HISTORY-FILE
           RECORD CONTAINS 88 CHARACTERS.
      *
           COPY SHISTREC.
      *
       FD  STUDENT-HIST-ARCH-FILE
           RECORD CONTAINS 88 CHARACTERS.
      *
       01  SHIST-ARCH-RECORD               PIC X(88).
      *
       FD  STANDING-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY STANDREC.
      *
       FD  ADDRESS-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  ADDRESS-RECORD.
           05  AD-STUDENT-ID               PIC 9(7).
           05  AD-NAME                     PIC X(20).
           05  AD-ADDR-LINE1               PIC X(24).
           05  AD-ADDR-LINE2               PIC X(24).
           05  FILLER                      PIC X(5).
      *
       FD  QUALITY-POINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  QUALITY-POINT-RECORD.
           05  QPR-GRADE                    PIC X(2).
           05  QPR-POINTS                   PIC 9V99.
           05  FILLER                       PIC X(75).
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
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  WS-DONE-SW                  PIC X       VALUE 'N'.
               88 WS-DONE                              VALUE 'Y'.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  WAIT-EOF-FLAG               PIC X       VALUE ' '.
               88 NO-MORE-WAITLIST                     VALUE 'N'.
           05  HF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-HISTORY                      VALUE 'N'.
           05  SF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-STANDING                     VALUE 'N'.
           05  ADF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-ADDRESSES                    VALUE 'N'.
           05  QF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-POINTS                       VALUE 'N'.
           05  WGF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-WEIGHTS                      VALUE 'N'.
           05  TCF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-TERMS                        VALUE 'N'.
           05  TCT-FOUND-SW                PIC X       VALUE 'N'.
               88 TCT-TERM-FOUND                       VALUE 'Y'.
           05  QPT-FOUND-SW                PIC X       VALUE 'N'.
               88 QPT-GRADE-FOUND                      VALUE 'Y'.
           05  WGT-FOUND-SW                PIC X       VALUE 'N'.
               88 WGT-CODE-FOUND                       VALUE 'Y'.
           05  SCT-FOUND-SW                PIC X       VALUE 'N'.
               88 SCT-SECTION-FOUND                    VALUE 'Y'.
           05  HTR-FOUND-SW                PIC X       VALUE 'N'.
               88 HTR-TERM-FOUND                       VALUE 'Y'.
           05  HRW-FOUND-SW                PIC X       VALUE 'N'.
               88 HRW-ROW-FOUND                        VALUE 'Y'.
           05  NMT-FOUND-SW                PIC X       VALUE 'N'.
               88 NMT-ID-FOUND                         VALUE 'Y'.
           05  NMT-OVERFLOW-SW             PIC X       VALUE 'N'.
               88 NMT-OVERFLOW                         VALUE 'Y'.
           05  WS-ADDR-FOUND-SW            PIC X       VALUE 'N'.
               88 WS-ADDR-FOUND                        VALUE 'Y'.
           05  WS-STANDG-FOUND-SW          PIC X       VALUE 'N'.
               88 WS-STANDG-FOUND                      VALUE 'Y'.
           05  WS-ROWS-LOST-SW             PIC X       VALUE 'N'.
               88 WS-ROWS-LOST                         VALUE 'Y'.
      *
       01  WS-STUDENT-STATUS               PIC XX     VALUE '00'.
      *
      *  WS-INQ-ENTRY IS WHAT THE ADVISOR KEYED AT THE PROMPT -- A
      *  SEVEN-DIGIT STUDENT ID, N FOR A NAME LOOKUP, OR BLANK TO
      *  QUIT.  WS-INQ-ID IS THE STUDENT THE INQUIRY IS FOR.
       01  WS-INQ-ENTRY                    PIC X(7)   VALUE SPACES.
       01  WS-INQ-ID-X                     PIC X(7)   VALUE SPACES.
       01  WS-INQ-ID REDEFINES WS-INQ-ID-X PIC 9(7).
       01  WS-INQ-NAME                     PIC X(20)  VALUE SPACES.
      *
      *  THE NAME KEYED FOR A NAME LOOKUP, AND HOW MUCH OF IT WAS
      *  KEYED -- A LOOKUP MATCHES EVERY NAME THAT STARTS WITH IT.
       01  WS-LOOKUP-NAME                  PIC X(20)  VALUE SPACES.
       01  WS-NAME-LEN                     PIC 9(2)   VALUE 0.
       01  WS-MATCH-ID                     PIC 9(7)   VALUE 0.
       01  WS-MATCH-WHERE                  PIC X(12)  VALUE SPACES.
       01  WS-TRAILING                     PIC 9(2)   VALUE 0.
      *
      *  WS-TERM-KEY IS THE TERM BUCKET A HISTORY RECORD FILES
      *  UNDER -- ITS TERM CODE, OR ITS RUN DATE WHEN THE RECORD
      *  PREDATES THE TERM CODE -- THE SAME KEY BKTRSCR USES.
       01  WS-TERM-KEY                     PIC X(6)   VALUE SPACES.
       01  WS-NEW-KEY                      PIC X(12)  VALUE SPACES.
      *
       01  SUB                             PIC 9(2)   VALUE 0.
       01  WS-ROW-SUB                      PIC 9(3)   VALUE 0.
       01  WS-ORD-SUB                      PIC 9(3)   VALUE 0.
       01  WS-INSERT-SUB                   PIC 9(3)   VALUE 0.
       01  WS-LIST-SUB                     PIC 9(3)   VALUE 0.
      *
      *  THE STANDING AND ADDRESS ON FILE FOR THE STUDENT.
       01  STUDENT-ON-FILE.
           05  WS-ADDR-NAME                PIC X(20)  VALUE SPACES.
           05  WS-ADDR-LINE1               PIC X(24)  VALUE SPACES.
           05  WS-ADDR-LINE2               PIC X(24)  VALUE SPACES.
           05  WS-HIST-NAME                PIC X(20)  VALUE SPACES.
           05  WS-STANDG-TERM              PIC X(6)   VALUE SPACES.
           05  WS-STANDG-STATUS            PIC X(10)  VALUE SPACES.
           05  WS-STANDG-TERMS-AT          PIC 9(2)   VALUE 0.
      *
      *  AVERAGE-WORK FIGURES A SECTION'S CURRENT AVERAGE -- EACH
      *  TEST TAKEN AT ITS CLASS'S WEIGHT, OVER THE WEIGHT OF THE
      *  TESTS TAKEN SO FAR.
       01  AVERAGE-WORK.
           05  DF-WEIGHTED-TOTAL           PIC S9(7)  VALUE +0.
           05  DF-WEIGHT-WORK              PIC S9(7)  VALUE +0.
           05  DF-WEIGHT-DIVISOR           PIC S9(3)  VALUE +0.
           05  DF-TEST-AVERAGE             PIC S9(5)V99 VALUE +0.
      *
      *  GPA-WORK CARRIES THE TERM'S AND THE CUMULATIVE QUALITY
      *  POINTS AND CLASSES, THE WAY BKGPA AND BKTRSCR KEEP THEM.
       01  GPA-WORK.
           05  WS-POINTS                   PIC 9V99    VALUE 0.
           05  WS-LOOKUP-GRADE             PIC X(2)    VALUE SPACES.
           05  WS-TERM-POINTS              PIC 9(5)V99 VALUE 0.
           05  WS-TERM-CLASSES             PIC 9(3)    VALUE 0.
           05  WS-TERM-GPA                 PIC 9V99    VALUE 0.
           05  WS-CUM-POINTS               PIC 9(5)V99 VALUE 0.
           05  WS-CUM-CLASSES              PIC 9(4)    VALUE 0.
           05  WS-CUM-GPA                  PIC 9V99    VALUE 0.
      *
       01  QPT-TABLE.
           05  QPT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  QPT-ENTRY                   OCCURS 50 TIMES
                                            INDEXED BY QPT-IDX.
               10  QPT-GRADE                PIC X(2).
               10  QPT-POINTS               PIC 9V99.
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
      *  ENR-TABLE IS EVERY SECTION THE STUDENT IS ON THE MASTER IN.
       01  ENR-TABLE.
           05  ENR-ENTRY-COUNT             PIC 9(2)   VALUE 0.
           05  ENR-ENTRY                   OCCURS 30 TIMES.
               10  ENR-DEPT-CODE            PIC A(4).
               10  ENR-CLASS-CODE           PIC X(5).
               10  ENR-NAME                 PIC X(20).
               10  ENR-SCORE                PIC 9(3) OCCURS 4 TIMES.
               10  ENR-FLAG                 PIC X    OCCURS 4 TIMES.
               10  ENR-AVERAGE              PIC 9(3)V99.
               10  ENR-TAKEN-COUNT          PIC 9.
      *
      *  SCT-TABLE COUNTS THE WAITLIST ENTRIES PER SECTION AS THE
      *  FILE IS READ -- THE FILE ORDER IS THE PROMOTION ORDER, SO
      *  THE COUNT WHEN THE STUDENT'S ENTRY COMES UP IS THEIR PLACE
      *  IN LINE.
       01  SCT-TABLE.
           05  SCT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  SCT-ENTRY                   OCCURS 200 TIMES
                                            INDEXED BY SCT-IDX.
               10  SCT-DEPT-CODE            PIC A(4).
               10  SCT-CLASS-CODE           PIC X(5).
               10  SCT-WAITING              PIC 9(3).
      *
      *  WPT-TABLE IS EVERY WAITLIST ENTRY FOR THE STUDENT.
       01  WPT-TABLE.
           05  WPT-ENTRY-COUNT             PIC 9(2)   VALUE 0.
           05  WPT-ENTRY                   OCCURS 20 TIMES.
               10  WPT-DEPT-CODE            PIC A(4).
               10  WPT-CLASS-CODE           PIC X(5).
               10  WPT-POSITION             PIC 9(3).
               10  WPT-SCT-SUB              PIC 9(3).
      *
      *  HTR-TABLE KEEPS THE RUN DATE OF THE ROWS NOW FILED FOR EACH
      *  OF THE STUDENT'S TERMS.  A ROW FOR THE TERM UNDER ANOTHER
      *  RUN DATE IS A FRESH RUN OF THE TERM, AND THE LATEST RUN
      *  WINS -- THE SAME RULE BKGPA, BKSTAND, AND BKTRSCR APPLY.
       01  HTR-TABLE.
           05  HTR-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  HTR-ENTRY                   OCCURS 60 TIMES
                                            INDEXED BY HTR-IDX.
               10  HTR-TERM-KEY             PIC X(6).
               10  HTR-RUN-DATE             PIC 9(6).
      *
      *  HRW-TABLE IS EVERY CLASS ROW IN FORCE FOR THE STUDENT.  A
      *  FRESH RUN OF A TERM RETIRES THE TERM'S EARLIER ROWS; AN
      *  AMENDMENT OVERLAYS THE ROW IT SUPERSEDES.
       01  HRW-TABLE.
           05  HRW-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  HRW-ENTRY                   OCCURS 300 TIMES
                                            INDEXED BY HRW-IDX.
               10  HRW-TERM-KEY             PIC X(6).
               10  HRW-DEPT-CODE            PIC A(4).
               10  HRW-CLASS-CODE           PIC X(5).
               10  HRW-AVERAGE              PIC 9(3)V99.
               10  HRW-GRADE                PIC X(2).
               10  HRW-INCOMPLETE           PIC X.
               10  HRW-ACTIVE-SW            PIC X.
                   88  HRW-ACTIVE                VALUE 'Y'.
      *  ' ' AS GRADED, 'C' A POSTED GRADE CHANGE, 'L' AN INCOMPLETE
      *  LAPSED TO F.
               10  HRW-AMEND-TYPE           PIC X.
                   88  HRW-GRADE-CHANGED         VALUE 'C'.
                   88  HRW-INC-LAPSED            VALUE 'L'.
      *
      *  TRO-TABLE IS THE STUDENT'S TERMS IN DISPLAY ORDER -- BY THE
      *  TERM'S START DATE ON THE CALENDAR (A TERM OFF THE CALENDAR,
      *  OR A ROW FROM BEFORE THE TERM CODE, BY ITS OWN KEY).
       01  TRO-TABLE.
           05  TRO-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  TRO-ENTRY                   OCCURS 60 TIMES.
               10  TRO-KEY.
                   15  TRO-SORT-DATE        PIC X(6).
                   15  TRO-TERM-KEY         PIC X(6).
      *
      *  NMT-TABLE IS THE STUDENTS A NAME LOOKUP MATCHED, ONE ENTRY
      *  PER STUDENT ID.
       01  NMT-TABLE.
           05  NMT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  NMT-ENTRY                   OCCURS 50 TIMES
                                            INDEXED BY NMT-IDX.
               10  NMT-STUDENT-ID           PIC 9(7).
               10  NMT-NAME                 PIC X(20).
               10  NMT-WHERE                PIC X(12).
      *
      ************ DISPLAY AREA ************
      *
       01  ID-LINE.
           05                              PIC X(12) VALUE
                                               'STUDENT ID: '.
           05  IDL-STUDENT-ID              PIC 9(7).
           05                              PIC X(4)  VALUE SPACES.
           05  IDL-NAME                    PIC X(20).
      *
       01  ADDR-LINE.
           05                              PIC X(12) VALUE SPACES.
           05  ADL-TEXT                    PIC X(24).
      *
       01  SECTION-HEADING.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'DEPT'.
           05                              PIC X(6)  VALUE 'CLASS'.
           05                              PIC X(5)  VALUE 'T1'.
           05                              PIC X(5)  VALUE 'T2'.
           05                              PIC X(5)  VALUE 'T3'.
           05                              PIC X(5)  VALUE 'T4'.
           05                              PIC X(9)  VALUE 'AVERAGE'.
           05                              PIC X(5)  VALUE 'TESTS'.
      *
       01  SECTION-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05  SCL-DEPT-CODE               PIC X(5).
           05  SCL-CLASS-CODE              PIC X(6).
           05  SCL-SCORE-AREA              OCCURS 4 TIMES.
               10  SCL-SCORE               PIC X(3).
               10                          PIC X(2).
           05  SCL-AVERAGE-AREA.
               10  SCL-AVERAGE             PIC ZZ9.99.
               10                          PIC X(3).
           05  SCL-TAKEN                   PIC 9.
           05                              PIC X(4)  VALUE ' OF '.
           05                              PIC X     VALUE '4'.
      *
       01  WS-EDIT-SCORE                   PIC ZZ9.
      *
       01  WAIT-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05  WTL-DEPT-CODE               PIC X(5).
           05  WTL-CLASS-CODE              PIC X(6).
           05                              PIC X(9)  VALUE 'POSITION '.
           05  WTL-POSITION                PIC ZZ9.
           05                              PIC X(4)  VALUE ' OF '.
           05  WTL-WAITING                 PIC ZZ9.
           05                              PIC X(8)  VALUE ' WAITING'.
      *
       01  TERM-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'TERM '.
           05  TML-TERM-CODE               PIC X(6).
      *
       01  CLASS-LINE.
           05                              PIC X(6)  VALUE SPACES.
           05  CL-DEPT-CODE                PIC X(5).
           05  CL-CLASS-CODE               PIC X(6).
           05  CL-GRADE                    PIC X(4).
           05  CL-AVERAGE                  PIC ZZ9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  CL-REMARK                   PIC X(20).
      *
       01  TERM-GPA-LINE.
           05                              PIC X(17) VALUE SPACES.
           05                              PIC X(10) VALUE 'TERM GPA '.
           05  TGL-TERM-GPA-AREA.
               10  TGL-TERM-GPA            PIC 9.99.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(16) VALUE
                                               'CUMULATIVE GPA '.
           05  TGL-CUM-GPA-AREA.
               10  TGL-CUM-GPA             PIC 9.99.
      *
       01  GPA-LINE.
           05                              PIC X(22) VALUE
                                               'CURRENT GPA:'.
           05  GPL-GPA                     PIC 9.99.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'CLASSES '.
           05  GPL-CLASSES                 PIC ZZZ9.
      *
       01  STANDING-LINE.
           05                              PIC X(22) VALUE
                                               'ACADEMIC STANDING:'.
           05  STL-STATUS                  PIC X(11).
           05                              PIC X(4)  VALUE 'FOR '.
           05  STL-TERM-CODE               PIC X(7).
           05  STL-TERMS-AT                PIC Z9.
           05                              PIC X(18) VALUE
                                               ' CONSECUTIVE TERMS'.
      *
       01  MATCH-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05  MTL-STUDENT-ID              PIC 9(7).
           05                              PIC X(3)  VALUE SPACES.
           05  MTL-NAME                    PIC X(21).
           05  MTL-WHERE                   PIC X(12).
      *
       PROCEDURE DIVISION.
      *
       100-INQUIRE-STUDENTS.

           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-INQUIRY-LOOP
           PERFORM 900-FINAL-ROUTINE

       .
       200-HSKPING-ROUTINE.

           PERFORM 230-LOAD-TERM-CALENDAR
           PERFORM 240-LOAD-QUALITY-POINTS
           PERFORM 250-LOAD-WEIGHT-TABLE
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
       240-LOAD-QUALITY-POINTS.

           OPEN INPUT QUALITY-POINT-FILE
           PERFORM UNTIL NO-MORE-POINTS
               READ QUALITY-POINT-FILE
                   AT END
                       MOVE 'N' TO QF-EOF-FLAG
                   NOT AT END
                       IF QPT-ENTRY-COUNT < 50
                           ADD 1 TO QPT-ENTRY-COUNT
                           MOVE QPR-GRADE TO
                                QPT-GRADE (QPT-ENTRY-COUNT)
                           MOVE QPR-POINTS TO
                                QPT-POINTS (QPT-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUALITY-POINT-FILE
       .
      *
      *  250-LOAD-WEIGHT-TABLE LOADS THE REGISTRAR'S TEST WEIGHTS,
      *  SKIPPING A ROW THAT DOES NOT ADD TO 100 THE WAY BKBRK DOES.
       250-LOAD-WEIGHT-TABLE.

           OPEN INPUT WEIGHT-FILE
           PERFORM UNTIL NO-MORE-WEIGHTS
               READ WEIGHT-FILE
                   AT END
                       MOVE 'N' TO WGF-EOF-FLAG
                   NOT AT END
                       ADD WGR-WEIGHT1 WGR-WEIGHT2 WGR-WEIGHT3
                           WGR-WEIGHT4 GIVING DF-WEIGHT-WORK
                       IF DF-WEIGHT-WORK = 100
                          AND WGT-ENTRY-COUNT < 199
                           ADD 1 TO WGT-ENTRY-COUNT
                           MOVE WGR-DEPT-CODE TO
                                WGT-DEPT-CODE (WGT-ENTRY-COUNT)
                           MOVE WGR-CLASS-CODE TO
                                WGT-CLASS-CODE (WGT-ENTRY-COUNT)
                           MOVE WGR-WEIGHT1 TO
                                WGT-WEIGHT (WGT-ENTRY-COUNT, 1)
                           MOVE WGR-WEIGHT2 TO
                                WGT-WEIGHT (WGT-ENTRY-COUNT, 2)
                           MOVE WGR-WEIGHT3 TO
                                WGT-WEIGHT (WGT-ENTRY-COUNT, 3)
                           MOVE WGR-WEIGHT4 TO
                                WGT-WEIGHT (WGT-ENTRY-COUNT, 4)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WEIGHT-FILE
       .
      *
       300-INQUIRY-LOOP.

           PERFORM UNTIL WS-DONE
               PERFORM 400-GET-INQUIRY
               IF NOT WS-DONE
                  AND WS-INQ-ID-X NOT = SPACES
                   PERFORM 500-SHOW-STUDENT
               END-IF
           END-PERFORM

       .
      *
      *  400-GET-INQUIRY TAKES THE STUDENT ID, OR N FOR A NAME
      *  LOOKUP.  IT LEAVES WS-INQ-ID-X SPACES WHEN THERE IS NOBODY
      *  TO SHOW.
       400-GET-INQUIRY.

           MOVE SPACES TO WS-INQ-ENTRY
           MOVE SPACES TO WS-INQ-ID-X
           DISPLAY ' '
           DISPLAY 'BKINQ - STUDENT ID, OR N TO LOOK UP BY NAME '
                   '(BLANK TO QUIT): '
           ACCEPT WS-INQ-ENTRY
           EVALUATE TRUE
               WHEN WS-INQ-ENTRY = SPACES
                   MOVE 'Y' TO WS-DONE-SW
               WHEN WS-INQ-ENTRY = 'N' OR 'n'
                   PERFORM 420-LOOKUP-BY-NAME
               WHEN WS-INQ-ENTRY IS NUMERIC
                   MOVE WS-INQ-ENTRY TO WS-INQ-ID-X
               WHEN OTHER
                   DISPLAY 'BKINQ - STUDENT ID IS 7 DIGITS: '
                           WS-INQ-ENTRY
           END-EVALUATE
       .
      *
      *  420-LOOKUP-BY-NAME MATCHES THE START OF THE NAME KEYED
      *  AGAINST THE MASTER AND THE ADDRESS FILE.  ONE STUDENT FOUND
      *  IS SHOWN STRAIGHT AWAY; SEVERAL ARE LISTED FOR THE ADVISOR
      *  TO PICK AN ID FROM.
       420-LOOKUP-BY-NAME.

           MOVE SPACES TO WS-LOOKUP-NAME
           DISPLAY 'BKINQ - NAME, LAST NAME FIRST (THE START OF IT '
                   'WILL DO): '
           ACCEPT WS-LOOKUP-NAME
           INSPECT WS-LOOKUP-NAME
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZEROS TO WS-TRAILING
           INSPECT WS-LOOKUP-NAME
               TALLYING WS-TRAILING FOR TRAILING SPACES
           COMPUTE WS-NAME-LEN = 20 - WS-TRAILING

           IF WS-NAME-LEN = 0
               DISPLAY 'BKINQ - NO NAME KEYED'
           ELSE
               MOVE ZEROS TO NMT-ENTRY-COUNT
               MOVE 'N' TO NMT-OVERFLOW-SW
               PERFORM 430-MATCH-MASTER-NAMES
               PERFORM 440-MATCH-ADDRESS-NAMES
               EVALUATE TRUE
                   WHEN NMT-ENTRY-COUNT = 0
                       DISPLAY 'BKINQ - NO STUDENT FOUND NAMED '
                               WS-LOOKUP-NAME
                   WHEN NMT-ENTRY-COUNT = 1
                       MOVE NMT-STUDENT-ID (1) TO WS-INQ-ID
                   WHEN OTHER
                       PERFORM 450-PICK-FROM-MATCHES
               END-EVALUATE
           END-IF
       .
      *
       430-MATCH-MASTER-NAMES.

           MOVE ' ' TO EOF-FLAG
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS NOT = '00' AND
              WS-STUDENT-STATUS NOT = '97'
               DISPLAY 'BKINQ - STUDENT-FILE OPEN FAILED, STATUS: '
                       WS-STUDENT-STATUS
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ STUDENT-FILE NEXT
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF SR-NAME (1:WS-NAME-LEN) =
                              WS-LOOKUP-NAME (1:WS-NAME-LEN)
                               MOVE SR-STUDENT-ID TO WS-MATCH-ID
                               MOVE SR-NAME TO WS-INQ-NAME
                               MOVE 'ENROLLED' TO WS-MATCH-WHERE
                               PERFORM 460-ADD-NAME-MATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF
       .
      *
       440-MATCH-ADDRESS-NAMES.

           MOVE ' ' TO ADF-EOF-FLAG
           OPEN INPUT ADDRESS-FILE
           PERFORM UNTIL NO-MORE-ADDRESSES
               READ ADDRESS-FILE
                   AT END
                       MOVE 'N' TO ADF-EOF-FLAG
                   NOT AT END
                       IF AD-NAME (1:WS-NAME-LEN) =
                          WS-LOOKUP-NAME (1:WS-NAME-LEN)
                          AND AD-STUDENT-ID IS NUMERIC
                           MOVE AD-STUDENT-ID TO WS-MATCH-ID
                           MOVE AD-NAME TO WS-INQ-NAME
                           MOVE 'ADDRESS ONLY' TO WS-MATCH-WHERE
                           PERFORM 460-ADD-NAME-MATCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADDRESS-FILE
       .
      *
      *  450-PICK-FROM-MATCHES LISTS EVERY STUDENT THE NAME MATCHED
      *  AND TAKES THE ID OF THE ONE WANTED.
       450-PICK-FROM-MATCHES.

           DISPLAY 'BKINQ - ' NMT-ENTRY-COUNT ' STUDENTS MATCH '
                   WS-LOOKUP-NAME
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                   UNTIL WS-LIST-SUB > NMT-ENTRY-COUNT
               MOVE NMT-STUDENT-ID (WS-LIST-SUB) TO MTL-STUDENT-ID
               MOVE NMT-NAME (WS-LIST-SUB) TO MTL-NAME
               MOVE NMT-WHERE (WS-LIST-SUB) TO MTL-WHERE
               DISPLAY MATCH-LINE
           END-PERFORM
           IF NMT-OVERFLOW
               DISPLAY 'BKINQ - MORE STUDENTS MATCH -- KEY MORE OF THE '
                       'NAME TO NARROW THE LIST'
           END-IF
           MOVE SPACES TO WS-INQ-ENTRY
           DISPLAY 'BKINQ - STUDENT ID FROM THE LIST (BLANK TO '
                   'CANCEL): '
           ACCEPT WS-INQ-ENTRY
           IF WS-INQ-ENTRY IS NUMERIC
               MOVE WS-INQ-ENTRY TO WS-INQ-ID-X
           ELSE
               IF WS-INQ-ENTRY NOT = SPACES
                   DISPLAY 'BKINQ - STUDENT ID IS 7 DIGITS: '
                           WS-INQ-ENTRY
               END-IF
           END-IF
       .
      *
      *  460-ADD-NAME-MATCH FILES A MATCHED ID ONCE -- A STUDENT IN
      *  THREE SECTIONS IS ONE MATCH.  A LOOKUP THAT MATCHES MORE
      *  STUDENTS THAN THE TABLE HOLDS IS FLAGGED SO THE ADVISOR IS
      *  TOLD TO NARROW IT.
       460-ADD-NAME-MATCH.

           MOVE 'N' TO NMT-FOUND-SW
           SET NMT-IDX TO 1
           SEARCH NMT-ENTRY
               AT END
                   MOVE 'N' TO NMT-FOUND-SW
               WHEN NMT-IDX > NMT-ENTRY-COUNT
                   MOVE 'N' TO NMT-FOUND-SW
               WHEN NMT-STUDENT-ID (NMT-IDX) = WS-MATCH-ID
                   MOVE 'Y' TO NMT-FOUND-SW
           END-SEARCH
           IF NOT NMT-ID-FOUND
               IF NMT-ENTRY-COUNT < 50
                   ADD 1 TO NMT-ENTRY-COUNT
                   MOVE WS-MATCH-ID TO
                        NMT-STUDENT-ID (NMT-ENTRY-COUNT)
                   MOVE WS-INQ-NAME TO NMT-NAME (NMT-ENTRY-COUNT)
                   MOVE WS-MATCH-WHERE TO NMT-WHERE (NMT-ENTRY-COUNT)
               ELSE
                   MOVE 'Y' TO NMT-OVERFLOW-SW
               END-IF
           END-IF
       .
      *
      *  500-SHOW-STUDENT GATHERS EVERYTHING ON FILE FOR THE STUDENT
      *  AND THEN SHOWS IT.  EVERY FILE IS READ FRESH FOR EACH
      *  INQUIRY, SO THE ADVISOR SEES THE MASTER AND THE WAITLIST AS
      *  THEY STAND RIGHT NOW.
       500-SHOW-STUDENT.

           PERFORM 510-FIND-ENROLLMENTS
           PERFORM 520-FIND-WAITLIST-POSITIONS
           PERFORM 530-FIND-HISTORY-ROWS
           PERFORM 540-FIND-STANDING
           PERFORM 545-FIND-ADDRESS

           IF ENR-ENTRY-COUNT = 0
              AND WPT-ENTRY-COUNT = 0
              AND HRW-ENTRY-COUNT = 0
              AND NOT WS-STANDG-FOUND
              AND NOT WS-ADDR-FOUND
               DISPLAY 'BKINQ - NOTHING ON FILE FOR STUDENT ID '
                       WS-INQ-ID
           ELSE
               PERFORM 600-DISPLAY-STUDENT
           END-IF
       .
      *
      *  510-FIND-ENROLLMENTS PASSES THE MASTER FOR EVERY SECTION THE
      *  STUDENT IS IN AND FIGURES EACH ONE'S CURRENT AVERAGE.
       510-FIND-ENROLLMENTS.

           MOVE ZEROS TO ENR-ENTRY-COUNT
           MOVE ' ' TO EOF-FLAG
           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS NOT = '00' AND
              WS-STUDENT-STATUS NOT = '97'
               DISPLAY 'BKINQ - STUDENT-FILE OPEN FAILED, STATUS: '
                       WS-STUDENT-STATUS
           ELSE
               PERFORM UNTIL NO-MORE-DATA
                   READ STUDENT-FILE NEXT
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF SR-STUDENT-ID = WS-INQ-ID
                              AND ENR-ENTRY-COUNT < 30
                               PERFORM 515-STORE-ENROLLMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF
       .
      *
      *  515-STORE-ENROLLMENT AVERAGES THE TESTS TAKEN SO FAR, EACH
      *  AT ITS CLASS'S WEIGHT, THE WAY BKBRK'S MID-TERM RUN DOES --
      *  A TEST NOT YET TAKEN IS LEFT OUT, NOT COUNTED AS ZERO.
       515-STORE-ENROLLMENT.

           ADD 1 TO ENR-ENTRY-COUNT
           MOVE SR-DEPT-CODE TO ENR-DEPT-CODE (ENR-ENTRY-COUNT)
           MOVE SR-CLASS-CODE TO ENR-CLASS-CODE (ENR-ENTRY-COUNT)
           MOVE SR-NAME TO ENR-NAME (ENR-ENTRY-COUNT)
           MOVE ZEROS TO ENR-TAKEN-COUNT (ENR-ENTRY-COUNT)

           PERFORM 518-FIND-CLASS-WEIGHTS
           MOVE ZEROS TO DF-WEIGHTED-TOTAL
           MOVE ZEROS TO DF-WEIGHT-DIVISOR
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               MOVE TS-SCORE (SUB) TO ENR-SCORE (ENR-ENTRY-COUNT, SUB)
               MOVE TS-TAKEN (SUB) TO ENR-FLAG (ENR-ENTRY-COUNT, SUB)
               IF NOT TS-NOT-TAKEN (SUB)
                   ADD 1 TO ENR-TAKEN-COUNT (ENR-ENTRY-COUNT)
                   MULTIPLY TS-SCORE (SUB) BY WGT-WEIGHT (WGT-IDX, SUB)
                       GIVING DF-WEIGHT-WORK
                   ADD DF-WEIGHT-WORK TO DF-WEIGHTED-TOTAL
                   ADD WGT-WEIGHT (WGT-IDX, SUB) TO DF-WEIGHT-DIVISOR
               END-IF
           END-PERFORM

           IF DF-WEIGHT-DIVISOR > 0
               DIVIDE DF-WEIGHTED-TOTAL BY DF-WEIGHT-DIVISOR
                   GIVING DF-TEST-AVERAGE ROUNDED
           ELSE
               MOVE ZEROS TO DF-TEST-AVERAGE
           END-IF
           MOVE DF-TEST-AVERAGE TO ENR-AVERAGE (ENR-ENTRY-COUNT)
       .
      *
      *  518-FIND-CLASS-WEIGHTS FINDS THE CLASS'S OWN WEIGHT ROW,
      *  THEN THE DFLT ROW, THEN FALLS BACK TO A FLAT 25 EACH.
       518-FIND-CLASS-WEIGHTS.

           MOVE 'N' TO WGT-FOUND-SW
           SET WGT-IDX TO 1
           SEARCH WGT-ENTRY
               AT END
                   MOVE 'N' TO WGT-FOUND-SW
               WHEN WGT-IDX > WGT-ENTRY-COUNT
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
                   WHEN WGT-IDX > WGT-ENTRY-COUNT
                       MOVE 'N' TO WGT-FOUND-SW
                   WHEN WGT-DEPT-CODE (WGT-IDX) = 'DFLT'
                       MOVE 'Y' TO WGT-FOUND-SW
               END-SEARCH
           END-IF

           IF NOT WGT-CODE-FOUND
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
      *  520-FIND-WAITLIST-POSITIONS READS THE WAITLIST IN PROMOTION
      *  ORDER, COUNTING EVERY SECTION'S ENTRIES, AND NOTES THE
      *  STUDENT'S PLACE IN LINE WHEREVER THEY ARE WAITING.
       520-FIND-WAITLIST-POSITIONS.

           MOVE ZEROS TO SCT-ENTRY-COUNT
           MOVE ZEROS TO WPT-ENTRY-COUNT
           MOVE ' ' TO WAIT-EOF-FLAG
           OPEN INPUT WAITLIST-FILE
           PERFORM UNTIL NO-MORE-WAITLIST
               READ WAITLIST-FILE
                   AT END
                       MOVE 'N' TO WAIT-EOF-FLAG
                   NOT AT END
                       PERFORM 525-COUNT-WAITLIST-ENTRY
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE
       .
      *
       525-COUNT-WAITLIST-ENTRY.

           MOVE 'N' TO SCT-FOUND-SW
           SET SCT-IDX TO 1
           SEARCH SCT-ENTRY
               AT END
                   MOVE 'N' TO SCT-FOUND-SW
               WHEN SCT-IDX > SCT-ENTRY-COUNT
                   MOVE 'N' TO SCT-FOUND-SW
               WHEN SCT-DEPT-CODE (SCT-IDX) = WL-DEPT-CODE
                AND SCT-CLASS-CODE (SCT-IDX) = WL-CLASS-CODE
                   MOVE 'Y' TO SCT-FOUND-SW
           END-SEARCH
           IF NOT SCT-SECTION-FOUND
              AND SCT-ENTRY-COUNT < 200
               ADD 1 TO SCT-ENTRY-COUNT
               SET SCT-IDX TO SCT-ENTRY-COUNT
               MOVE WL-DEPT-CODE TO SCT-DEPT-CODE (SCT-IDX)
               MOVE WL-CLASS-CODE TO SCT-CLASS-CODE (SCT-IDX)
               MOVE ZEROS TO SCT-WAITING (SCT-IDX)
               MOVE 'Y' TO SCT-FOUND-SW
           END-IF
           IF SCT-SECTION-FOUND
               ADD 1 TO SCT-WAITING (SCT-IDX)
               IF WL-STUDENT-ID = WS-INQ-ID
                  AND WPT-ENTRY-COUNT < 20
                   ADD 1 TO WPT-ENTRY-COUNT
                   MOVE WL-DEPT-CODE TO WPT-DEPT-CODE (WPT-ENTRY-COUNT)
                   MOVE WL-CLASS-CODE TO
                        WPT-CLASS-CODE (WPT-ENTRY-COUNT)
                   MOVE SCT-WAITING (SCT-IDX) TO
                        WPT-POSITION (WPT-ENTRY-COUNT)
                   SET WPT-SCT-SUB (WPT-ENTRY-COUNT) TO SCT-IDX
               END-IF
           END-IF
       .
      *
      *  530-FIND-HISTORY-ROWS PASSES THE ARCHIVED STUDENT HISTORY
      *  AND THEN THE LIVE ONE -- OLDEST RECORDS FIRST -- SO EVERY
      *  LATER RUN AND AMENDMENT LANDS ON TOP OF WHAT IT SUPERSEDES.
       530-FIND-HISTORY-ROWS.

           MOVE ZEROS TO HTR-ENTRY-COUNT
           MOVE ZEROS TO HRW-ENTRY-COUNT
           MOVE 'N' TO WS-ROWS-LOST-SW
           MOVE SPACES TO WS-HIST-NAME

           MOVE ' ' TO HF-EOF-FLAG
           OPEN INPUT STUDENT-HIST-ARCH-FILE
           PERFORM UNTIL NO-MORE-HISTORY
               READ STUDENT-HIST-ARCH-FILE INTO STUDENT-HISTORY-RECORD
                   AT END
                       MOVE 'N' TO HF-EOF-FLAG
                   NOT AT END
                       PERFORM 531-MATCH-HISTORY-ROW
               END-READ
           END-PERFORM
           CLOSE STUDENT-HIST-ARCH-FILE

           MOVE ' ' TO HF-EOF-FLAG
           OPEN INPUT STUDENT-HISTORY-FILE
           PERFORM UNTIL NO-MORE-HISTORY
               READ STUDENT-HISTORY-FILE
                   AT END
                       MOVE 'N' TO HF-EOF-FLAG
                   NOT AT END
                       PERFORM 531-MATCH-HISTORY-ROW
               END-READ
           END-PERFORM
           CLOSE STUDENT-HISTORY-FILE
       .
      *
      *  531-MATCH-HISTORY-ROW FILES ONE STUDENT RECORD OR AMENDMENT
      *  FOR THE STUDENT.  RECORDS FROM BEFORE THE STUDENT ID EXISTED
      *  CANNOT MATCH -- THE INQUIRY IS KEYED BY ID.
       531-MATCH-HISTORY-ROW.

           IF (SH-DETAIL-RECORD OR SH-AMENDMENT-RECORD)
              AND SH-STUDENT-ID IS NUMERIC
              AND SH-STUDENT-ID = WS-INQ-ID
               IF SH-TERM-CODE = SPACES
                   MOVE SH-RUN-DATE TO WS-TERM-KEY
               ELSE
                   MOVE SH-TERM-CODE TO WS-TERM-KEY
               END-IF
               MOVE SH-NAME TO WS-HIST-NAME
               IF SH-AMENDMENT-RECORD
                   PERFORM 534-APPLY-AMENDMENT
               ELSE
                   PERFORM 532-FILE-DETAIL-ROW
               END-IF
           END-IF
       .
      *
      *  532-FILE-DETAIL-ROW -- A ROW UNDER A NEW RUN DATE FOR ITS
      *  TERM RETIRES EVERY ROW THE TERM'S EARLIER RUN LEFT; THEN
      *  THE ROW REPLACES ANY ROW ALREADY FILED FOR ITS CLASS (A
      *  RESUMED RUN WRITES A STUDENT TWICE) OR IS ADDED.
       532-FILE-DETAIL-ROW.

           MOVE 'N' TO HTR-FOUND-SW
           SET HTR-IDX TO 1
           SEARCH HTR-ENTRY
               AT END
                   MOVE 'N' TO HTR-FOUND-SW
               WHEN HTR-IDX > HTR-ENTRY-COUNT
                   MOVE 'N' TO HTR-FOUND-SW
               WHEN HTR-TERM-KEY (HTR-IDX) = WS-TERM-KEY
                   MOVE 'Y' TO HTR-FOUND-SW
           END-SEARCH
           IF HTR-TERM-FOUND
               IF HTR-RUN-DATE (HTR-IDX) NOT = SH-RUN-DATE
                   MOVE SH-RUN-DATE TO HTR-RUN-DATE (HTR-IDX)
                   PERFORM 533-RETIRE-TERM-ROWS
               END-IF
           ELSE
               IF HTR-ENTRY-COUNT < 60
                   ADD 1 TO HTR-ENTRY-COUNT
                   SET HTR-IDX TO HTR-ENTRY-COUNT
                   MOVE WS-TERM-KEY TO HTR-TERM-KEY (HTR-IDX)
                   MOVE SH-RUN-DATE TO HTR-RUN-DATE (HTR-IDX)
               ELSE
                   MOVE 'Y' TO WS-ROWS-LOST-SW
               END-IF
           END-IF

           PERFORM 536-FIND-CLASS-ROW
           IF NOT HRW-ROW-FOUND
               PERFORM 537-ADD-CLASS-ROW
           END-IF
           IF HRW-ROW-FOUND
               MOVE SH-AVERAGE TO HRW-AVERAGE (HRW-IDX)
               MOVE SH-GRADE TO HRW-GRADE (HRW-IDX)
               MOVE SH-INCOMPLETE TO HRW-INCOMPLETE (HRW-IDX)
               MOVE SPACE TO HRW-AMEND-TYPE (HRW-IDX)
           END-IF
       .
      *
       533-RETIRE-TERM-ROWS.

           PERFORM VARYING HRW-IDX FROM 1 BY 1
                   UNTIL HRW-IDX > HRW-ENTRY-COUNT
               IF HRW-ACTIVE (HRW-IDX)
                  AND HRW-TERM-KEY (HRW-IDX) = WS-TERM-KEY
                   MOVE 'N' TO HRW-ACTIVE-SW (HRW-IDX)
               END-IF
           END-PERFORM
       .
      *
      *  534-APPLY-AMENDMENT OVERLAYS THE ROW THE AMENDMENT
      *  SUPERSEDES WITH ITS GRADE.  ONE WITH NO REQUEST NUMBER THAT
      *  REPLACED AN INCOMPLETE IS BKINC LAPSING THE 'I' TO F; ANY
      *  OTHER IS A BKGCHG GRADE CHANGE.
       534-APPLY-AMENDMENT.

           PERFORM 536-FIND-CLASS-ROW
           IF NOT HRW-ROW-FOUND
               PERFORM 537-ADD-CLASS-ROW
           END-IF
           IF HRW-ROW-FOUND
               MOVE SH-AVERAGE TO HRW-AVERAGE (HRW-IDX)
               MOVE SH-GRADE TO HRW-GRADE (HRW-IDX)
               MOVE SH-INCOMPLETE TO HRW-INCOMPLETE (HRW-IDX)
               IF SH-AMEND-REQUEST-NO = ZEROS
                  AND SH-PRIOR-INCOMPLETE = 'I'
                   MOVE 'L' TO HRW-AMEND-TYPE (HRW-IDX)
               ELSE
                   MOVE 'C' TO HRW-AMEND-TYPE (HRW-IDX)
               END-IF
           END-IF
       .
      *
       536-FIND-CLASS-ROW.

           MOVE 'N' TO HRW-FOUND-SW
           SET HRW-IDX TO 1
           SEARCH HRW-ENTRY
               AT END
                   MOVE 'N' TO HRW-FOUND-SW
               WHEN HRW-IDX > HRW-ENTRY-COUNT
                   MOVE 'N' TO HRW-FOUND-SW
               WHEN HRW-ACTIVE (HRW-IDX)
                AND HRW-TERM-KEY (HRW-IDX) = WS-TERM-KEY
                AND HRW-DEPT-CODE (HRW-IDX) = SH-DEPT-CODE
                AND HRW-CLASS-CODE (HRW-IDX) = SH-CLASS-CODE
                   MOVE 'Y' TO HRW-FOUND-SW
           END-SEARCH
       .
      *
      *  537-ADD-CLASS-ROW -- A STUDENT WHOSE ROWS DO NOT ALL FIT IS
      *  MARKED, AND THE INQUIRY SAYS THE HISTORY SHOWN IS PARTIAL.
       537-ADD-CLASS-ROW.

           IF HRW-ENTRY-COUNT < 300
               ADD 1 TO HRW-ENTRY-COUNT
               SET HRW-IDX TO HRW-ENTRY-COUNT
               MOVE WS-TERM-KEY TO HRW-TERM-KEY (HRW-IDX)
               MOVE SH-DEPT-CODE TO HRW-DEPT-CODE (HRW-IDX)
               MOVE SH-CLASS-CODE TO HRW-CLASS-CODE (HRW-IDX)
               MOVE 'Y' TO HRW-ACTIVE-SW (HRW-IDX)
               MOVE 'Y' TO HRW-FOUND-SW
           ELSE
               MOVE 'Y' TO WS-ROWS-LOST-SW
               MOVE 'N' TO HRW-FOUND-SW
           END-IF
       .
      *
      *  540-FIND-STANDING KEEPS THE STANDING BKSTAND LAST
      *  DETERMINED FOR THE STUDENT.
       540-FIND-STANDING.

           MOVE 'N' TO WS-STANDG-FOUND-SW
           MOVE ' ' TO SF-EOF-FLAG
           OPEN INPUT STANDING-FILE
           PERFORM UNTIL NO-MORE-STANDING
               READ STANDING-FILE
                   AT END
                       MOVE 'N' TO SF-EOF-FLAG
                   NOT AT END
                       IF SD-STUDENT-ID IS NUMERIC
                          AND SD-STUDENT-ID = WS-INQ-ID
                           MOVE 'Y' TO WS-STANDG-FOUND-SW
                           MOVE SD-TERM-CODE TO WS-STANDG-TERM
                           MOVE SD-STATUS TO WS-STANDG-STATUS
                           MOVE SD-TERMS-AT TO WS-STANDG-TERMS-AT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-FILE
       .
      *
       545-FIND-ADDRESS.

           MOVE 'N' TO WS-ADDR-FOUND-SW
           MOVE ' ' TO ADF-EOF-FLAG
           OPEN INPUT ADDRESS-FILE
           PERFORM UNTIL NO-MORE-ADDRESSES
               READ ADDRESS-FILE
                   AT END
                       MOVE 'N' TO ADF-EOF-FLAG
                   NOT AT END
                       IF AD-STUDENT-ID IS NUMERIC
                          AND AD-STUDENT-ID = WS-INQ-ID
                           MOVE 'Y' TO WS-ADDR-FOUND-SW
                           MOVE AD-NAME TO WS-ADDR-NAME
                           MOVE AD-ADDR-LINE1 TO WS-ADDR-LINE1
                           MOVE AD-ADDR-LINE2 TO WS-ADDR-LINE2
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADDRESS-FILE
       .
      *
      *  600-DISPLAY-STUDENT SHOWS THE STUDENT -- NAME AND ADDRESS,
      *  THE SECTIONS ENROLLED IN NOW, THE WAITLISTS, THE GRADE
      *  HISTORY TERM BY TERM, AND THE CURRENT GPA AND STANDING.  THE
      *  NAME SHOWN IS THE MASTER'S, ELSE THE ADDRESS FILE'S, ELSE
      *  THE HISTORY'S.
       600-DISPLAY-STUDENT.

           MOVE WS-INQ-ID TO IDL-STUDENT-ID
           EVALUATE TRUE
               WHEN ENR-ENTRY-COUNT > 0
                   MOVE ENR-NAME (1) TO IDL-NAME
               WHEN WS-ADDR-FOUND
                   MOVE WS-ADDR-NAME TO IDL-NAME
               WHEN OTHER
                   MOVE WS-HIST-NAME TO IDL-NAME
           END-EVALUATE
           DISPLAY ' '
           DISPLAY ID-LINE

           IF WS-ADDR-FOUND
               MOVE WS-ADDR-LINE1 TO ADL-TEXT
               DISPLAY ADDR-LINE
               MOVE WS-ADDR-LINE2 TO ADL-TEXT
               DISPLAY ADDR-LINE
           ELSE
               MOVE 'NO ADDRESS ON FILE' TO ADL-TEXT
               DISPLAY ADDR-LINE
           END-IF

           PERFORM 610-DISPLAY-ENROLLMENTS
           PERFORM 620-DISPLAY-WAITLISTS
           PERFORM 630-DISPLAY-HISTORY
           PERFORM 650-DISPLAY-GPA-STANDING
       .
      *
       610-DISPLAY-ENROLLMENTS.

           DISPLAY ' '
           DISPLAY 'ENROLLED NOW:'
           IF ENR-ENTRY-COUNT = 0
               DISPLAY '    NOT ENROLLED IN ANY SECTION ON THE MASTER'
           ELSE
               DISPLAY SECTION-HEADING
               PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                       UNTIL WS-LIST-SUB > ENR-ENTRY-COUNT
                   PERFORM 615-DISPLAY-ONE-SECTION
               END-PERFORM
           END-IF
       .
      *
      *  615-DISPLAY-ONE-SECTION SHOWS A TEST NOT YET TAKEN AS 'NT'
      *  AND NO AVERAGE UNTIL ONE TEST HAS BEEN TAKEN.
       615-DISPLAY-ONE-SECTION.

           MOVE SPACES TO SCL-AVERAGE-AREA
           MOVE ENR-DEPT-CODE (WS-LIST-SUB) TO SCL-DEPT-CODE
           MOVE ENR-CLASS-CODE (WS-LIST-SUB) TO SCL-CLASS-CODE
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               IF ENR-FLAG (WS-LIST-SUB, SUB) = 'N'
                   MOVE ' NT' TO SCL-SCORE (SUB)
               ELSE
                   MOVE ENR-SCORE (WS-LIST-SUB, SUB) TO WS-EDIT-SCORE
                   MOVE WS-EDIT-SCORE TO SCL-SCORE (SUB)
               END-IF
           END-PERFORM
           IF ENR-TAKEN-COUNT (WS-LIST-SUB) > 0
               MOVE ENR-AVERAGE (WS-LIST-SUB) TO SCL-AVERAGE
           END-IF
           MOVE ENR-TAKEN-COUNT (WS-LIST-SUB) TO SCL-TAKEN
           DISPLAY SECTION-LINE
       .
      *
       620-DISPLAY-WAITLISTS.

           DISPLAY ' '
           DISPLAY 'WAITLISTED:'
           IF WPT-ENTRY-COUNT = 0
               DISPLAY '    NOT ON ANY WAITLIST'
           ELSE
               PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                       UNTIL WS-LIST-SUB > WPT-ENTRY-COUNT
                   MOVE WPT-DEPT-CODE (WS-LIST-SUB) TO WTL-DEPT-CODE
                   MOVE WPT-CLASS-CODE (WS-LIST-SUB) TO WTL-CLASS-CODE
                   MOVE WPT-POSITION (WS-LIST-SUB) TO WTL-POSITION
                   MOVE SCT-WAITING (WPT-SCT-SUB (WS-LIST-SUB)) TO
                        WTL-WAITING
                   DISPLAY WAIT-LINE
               END-PERFORM
           END-IF
       .
      *
      *  630-DISPLAY-HISTORY SHOWS THE STUDENT'S TERMS IN CALENDAR
      *  ORDER, EACH CLASS WITH THE GRADE IN FORCE, AND EACH TERM'S
      *  GPA AND THE CUMULATIVE GPA THROUGH IT.
       630-DISPLAY-HISTORY.

           DISPLAY ' '
           DISPLAY 'GRADE HISTORY:'
           MOVE ZEROS TO WS-CUM-POINTS
           MOVE ZEROS TO WS-CUM-CLASSES
           PERFORM 632-BUILD-TERM-ORDER
           IF TRO-ENTRY-COUNT = 0
               DISPLAY '    NO GRADES ON THE STUDENT HISTORY'
           ELSE
               PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                       UNTIL WS-ORD-SUB > TRO-ENTRY-COUNT
                   PERFORM 635-DISPLAY-ONE-TERM
               END-PERFORM
           END-IF
           IF WS-ROWS-LOST
               DISPLAY '    HISTORY TOO LARGE TO SHOW IN FULL -- RUN '
                       'BKTRSCR FOR THE WHOLE RECORD'
           END-IF
       .
      *
      *  632-BUILD-TERM-ORDER PUTS EVERY TERM THAT STILL HAS A ROW IN
      *  FORCE ON TRO-TABLE BY START DATE, BY INSERTION.
       632-BUILD-TERM-ORDER.

           MOVE ZEROS TO TRO-ENTRY-COUNT
           PERFORM VARYING HTR-IDX FROM 1 BY 1
                   UNTIL HTR-IDX > HTR-ENTRY-COUNT
               MOVE HTR-TERM-KEY (HTR-IDX) TO WS-TERM-KEY
               MOVE 'N' TO HRW-FOUND-SW
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > HRW-ENTRY-COUNT
                   IF HRW-ACTIVE (WS-ROW-SUB)
                      AND HRW-TERM-KEY (WS-ROW-SUB) = WS-TERM-KEY
                       MOVE 'Y' TO HRW-FOUND-SW
                   END-IF
               END-PERFORM
               IF HRW-ROW-FOUND
                   PERFORM 633-INSERT-TERM
               END-IF
           END-PERFORM
       .
      *
       633-INSERT-TERM.

           MOVE WS-TERM-KEY TO WS-NEW-KEY (7:6)
           MOVE 'N' TO TCT-FOUND-SW
           SET TCT-IDX TO 1
           SEARCH TCT-ENTRY
               AT END
                   MOVE 'N' TO TCT-FOUND-SW
               WHEN TCT-IDX > TCT-ENTRY-COUNT
                   MOVE 'N' TO TCT-FOUND-SW
               WHEN TCT-TERM-CODE (TCT-IDX) = WS-TERM-KEY
                   MOVE 'Y' TO TCT-FOUND-SW
           END-SEARCH
           IF TCT-TERM-FOUND
               MOVE TCT-START-DATE (TCT-IDX) TO WS-NEW-KEY (1:6)
           ELSE
               MOVE WS-TERM-KEY TO WS-NEW-KEY (1:6)
           END-IF

           PERFORM VARYING WS-INSERT-SUB FROM TRO-ENTRY-COUNT BY -1
                   UNTIL WS-INSERT-SUB < 1
                   OR TRO-KEY (WS-INSERT-SUB) < WS-NEW-KEY
               MOVE TRO-ENTRY (WS-INSERT-SUB) TO
                    TRO-ENTRY (WS-INSERT-SUB + 1)
           END-PERFORM
           ADD 1 TO WS-INSERT-SUB
           ADD 1 TO TRO-ENTRY-COUNT
           MOVE WS-NEW-KEY TO TRO-KEY (WS-INSERT-SUB)
       .
      *
      *  635-DISPLAY-ONE-TERM -- AN INCOMPLETE ('I' FROM AN
      *  INSTRUCTOR'S GRANT) AND A MID-TERM ROW STILL IN PROGRESS
      *  HAVE EARNED NO GRADE YET AND DO NOT COUNT TOWARD THE GPA,
      *  THE SAME AS IN BKGPA AND BKTRSCR.
       635-DISPLAY-ONE-TERM.

           MOVE TRO-TERM-KEY (WS-ORD-SUB) TO WS-TERM-KEY
           MOVE WS-TERM-KEY TO TML-TERM-CODE
           DISPLAY TERM-LINE
           MOVE ZEROS TO WS-TERM-POINTS
           MOVE ZEROS TO WS-TERM-CLASSES

           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > HRW-ENTRY-COUNT
               IF HRW-ACTIVE (WS-ROW-SUB)
                  AND HRW-TERM-KEY (WS-ROW-SUB) = WS-TERM-KEY
                   PERFORM 640-DISPLAY-CLASS-ROW
               END-IF
           END-PERFORM

           MOVE SPACES TO TGL-TERM-GPA-AREA
           MOVE SPACES TO TGL-CUM-GPA-AREA
           IF WS-TERM-CLASSES > 0
               ADD WS-TERM-POINTS TO WS-CUM-POINTS
               ADD WS-TERM-CLASSES TO WS-CUM-CLASSES
               DIVIDE WS-TERM-POINTS BY WS-TERM-CLASSES
                   GIVING WS-TERM-GPA ROUNDED
               MOVE WS-TERM-GPA TO TGL-TERM-GPA
           END-IF
           IF WS-CUM-CLASSES > 0
               DIVIDE WS-CUM-POINTS BY WS-CUM-CLASSES
                   GIVING WS-CUM-GPA ROUNDED
               MOVE WS-CUM-GPA TO TGL-CUM-GPA
           END-IF
           DISPLAY TERM-GPA-LINE
       .
      *
       640-DISPLAY-CLASS-ROW.

           MOVE SPACES TO CLASS-LINE
           MOVE HRW-DEPT-CODE (WS-ROW-SUB) TO CL-DEPT-CODE
           MOVE HRW-CLASS-CODE (WS-ROW-SUB) TO CL-CLASS-CODE
           MOVE HRW-AVERAGE (WS-ROW-SUB) TO CL-AVERAGE
           EVALUATE TRUE
               WHEN HRW-GRADE (WS-ROW-SUB) = 'I '
                   MOVE 'I' TO CL-GRADE
                   MOVE 'INCOMPLETE' TO CL-REMARK
               WHEN HRW-INCOMPLETE (WS-ROW-SUB) = 'I'
                   MOVE 'IP' TO CL-GRADE
                   MOVE 'IN PROGRESS' TO CL-REMARK
               WHEN OTHER
                   MOVE HRW-GRADE (WS-ROW-SUB) TO CL-GRADE
                   MOVE HRW-GRADE (WS-ROW-SUB) TO WS-LOOKUP-GRADE
                   PERFORM 645-LOOK-UP-QUALITY-POINTS
                   IF QPT-GRADE-FOUND
                       ADD WS-POINTS TO WS-TERM-POINTS
                       ADD 1 TO WS-TERM-CLASSES
                   ELSE
                       MOVE 'NO QUALITY POINTS' TO CL-REMARK
                   END-IF
                   IF HRW-GRADE-CHANGED (WS-ROW-SUB)
                       MOVE 'GRADE CHANGED' TO CL-REMARK
                   END-IF
                   IF HRW-INC-LAPSED (WS-ROW-SUB)
                       MOVE 'INCOMPLETE LAPSED' TO CL-REMARK
                   END-IF
           END-EVALUATE
           DISPLAY CLASS-LINE
       .
      *
       645-LOOK-UP-QUALITY-POINTS.

           MOVE 'N' TO QPT-FOUND-SW
           SET QPT-IDX TO 1
           SEARCH QPT-ENTRY
               AT END
                   MOVE 'N' TO QPT-FOUND-SW
               WHEN QPT-IDX > QPT-ENTRY-COUNT
                   MOVE 'N' TO QPT-FOUND-SW
               WHEN QPT-GRADE (QPT-IDX) = WS-LOOKUP-GRADE
                   MOVE 'Y' TO QPT-FOUND-SW
                   MOVE QPT-POINTS (QPT-IDX) TO WS-POINTS
           END-SEARCH
       .
      *
      *  650-DISPLAY-GPA-STANDING SHOWS THE CUMULATIVE GPA THROUGH
      *  THE LAST TERM ON THE HISTORY AND THE STANDING ON FILE.
       650-DISPLAY-GPA-STANDING.

           DISPLAY ' '
           IF WS-CUM-CLASSES > 0
               MOVE WS-CUM-GPA TO GPL-GPA
               MOVE WS-CUM-CLASSES TO GPL-CLASSES
               DISPLAY GPA-LINE
           ELSE
               DISPLAY 'CURRENT GPA:          NO GRADES EARNED YET'
           END-IF

           IF WS-STANDG-FOUND
               MOVE WS-STANDG-STATUS TO STL-STATUS
               MOVE WS-STANDG-TERM TO STL-TERM-CODE
               MOVE WS-STANDG-TERMS-AT TO STL-TERMS-AT
               DISPLAY STANDING-LINE
           ELSE
               DISPLAY 'ACADEMIC STANDING:    NONE ON FILE'
           END-IF
       .
      *
      *  900-FINAL-ROUTINE ENDS THE SESSION.  THERE IS NO LOCK TO
      *  FREE AND NOTHING WAS OPENED FOR OUTPUT.
       900-FINAL-ROUTINE.

           DISPLAY 'BKINQ - INQUIRY SESSION ENDED'
           STOP RUN
       .
