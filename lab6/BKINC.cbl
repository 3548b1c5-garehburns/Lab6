       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BKINC.
       AUTHOR.         GARRETT BURNS.
      *
      *    THIS PROGRAM FOLLOWS UP THE INCOMPLETES INSTRUCTORS HAVE
      *    GRANTED.  A FINAL BKBRK RUN GRADES A GRANTED STUDENT 'I'
      *    AND FILES THE INCOMPLETE ON THE OUTSTANDING-INCOMPLETES
      *    FILE (Lab6INCOPN.txt) WITH A COMPLETION DEADLINE -- THE
      *    END OF THE NEXT TERM.  UNTIL NOW NOTHING WATCHED THAT
      *    DEADLINE, AND AN INCOMPLETE NEVER FINISHED STAYED AN 'I'
      *    UNTIL A CLERK REMEMBERED TO FIX IT BY HAND.
      *
      *    EVERY OPEN INCOMPLETE IS HELD AGAINST THE STUDENT HISTORY.
      *    ONE WHOSE ROW IN FORCE NO LONGER CARRIES THE 'I' -- A
      *    BKGCHG GRADE CHANGE HAS POSTED THE FINISHED WORK, OR THE
      *    FINAL WAS RERUN WITHOUT THE GRANT -- IS CLOSED OUT AS
      *    COMPLETED.  ONE STILL OPEN PAST ITS DEADLINE IS LAPSED TO
      *    F: AN AMENDMENT RECORD IS APPENDED TO THE STUDENT HISTORY
      *    THE SAME WAY BKGCHG POSTS A CHANGE, SO BKGPA AND BKSTAND
      *    PICK THE F UP ON THEIR NEXT RUN, AND THE LAPSE IS
      *    JOURNALED TO Lab6JRNL.txt SO IT SHOWS ON THE END-OF-DAY
      *    CORRECTION REPORT.  ONE DUE WITHIN 30 DAYS IS FLAGGED ON
      *    THE LISTING AS A WARNING.
      *
      *    THE LISTING (STUDENTINC) SHOWS EVERY INCOMPLETE STILL OPEN
      *    AND EVERY ONE CLOSED THIS RUN, GROUPED BY DEPARTMENT AND
      *    THEN BY INSTRUCTOR OFF THE REGISTRAR'S INSTRUCTOR FILE.
      *    THE OUTSTANDING-INCOMPLETES FILE IS REWRITTEN WITH EACH
      *    CLOSED ROW'S STATUS AND DATE SO NOTHING LAPSES TWICE, AND
      *    THE RUN LANDS ONE AUDIT RECORD.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *  OPEN-INCOMPLETE-FILE IS READ INTO A TABLE AT STARTUP AND
      *  REWRITTEN FROM IT AT END OF RUN.  OPTIONAL SO A TERM WITH
      *  NO INCOMPLETES ON FILE JUST PRINTS AN EMPTY LISTING.
           SELECT OPTIONAL OPEN-INCOMPLETE-FILE
             ASSIGN TO "Lab6INCOPN.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL STUDENT-HISTORY-FILE
             ASSIGN TO "Lab6SHIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  THE ARCHIVED STUDENT HISTORY IS SEARCHED TOO, SO AN
      *  INCOMPLETE WHOSE TERM BKARCH HAS ALREADY MOVED OFF THE LIVE
      *  FILE STILL FINDS THE ROW IN FORCE FOR IT.
           SELECT OPTIONAL STUDENT-HIST-ARCH-FILE
             ASSIGN TO "Lab6SHISTA.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT TERM-CALENDAR-FILE
             ASSIGN TO "Lab6TERMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT INSTRUCTOR-FILE
             ASSIGN TO "Lab6INSTR.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  JOURNAL-FILE IS OPENED EXTEND, THE WAY BKMAINT OPENS IT, SO
      *  A LAPSE SITS IN THE SAME LOG AS EVERY SCORE CORRECTION.
           SELECT OPTIONAL JOURNAL-FILE
             ASSIGN TO "Lab6JRNL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT AUDIT-FILE
             ASSIGN TO "Lab6AUDIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT INCOMPLETE-REPORT-FILE
               ASSIGN TO PRINTER "STUDENTINC".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  OPEN-INCOMPLETE-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  OPEN-INCOMPLETE-LINE            PIC X(80).
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
       FD  TERM-CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY TERMCAL.
      *
       FD  INSTRUCTOR-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY INSTREC.
      *
       FD  JOURNAL-FILE
           RECORD CONTAINS 88 CHARACTERS.
      *
           COPY JRNLREC.
      *
       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY AUDITREC.
      *
       FD  INCOMPLETE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  IOF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-INCOMPLETES                  VALUE 'N'.
           05  HF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-HISTORY                      VALUE 'N'.
           05  TCF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-TERMS                        VALUE 'N'.
           05  INF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-INSTRUCTORS                  VALUE 'N'.
           05  INT-FOUND-SW                PIC X       VALUE 'N'.
               88 INT-CODE-FOUND                       VALUE 'Y'.
           05  IOT-DUP-FOUND-SW            PIC X       VALUE 'N'.
               88 IOT-DUP-FOUND                        VALUE 'Y'.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9      VALUE 1.
           05  SUB                         PIC 9(2)   VALUE 0.
           05  PAGE-NO                     PIC 9(2)   VALUE 0.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
       01  WS-TODAY REDEFINES WS-CURRENT-DATE PIC 9(6).
      *
       01  WS-CURRENT-TIME.
           05  WS-HOURS                    PIC 99.
           05  WS-MINUTES                  PIC 99.
           05  WS-SECONDS                  PIC 99.
           05  WS-HUNDREDTHS               PIC 99.
      *
       01  WS-OPERATOR-ID                  PIC X(8)   VALUE SPACES.
      *
      *  WS-TERM-KEY IS THE TERM BUCKET A HISTORY RECORD FILES
      *  UNDER -- ITS TERM CODE, OR ITS RUN DATE WHEN THE RECORD
      *  PREDATES THE TERM CODE -- THE SAME KEY BKSTRND USES.
       01  WS-TERM-KEY                     PIC X(6)   VALUE SPACES.
      *
       01  INCOMPLETE-COUNTS.
           05  WS-OPEN-COUNT               PIC 9(5)   VALUE 0.
           05  WS-WARNED-COUNT             PIC 9(5)   VALUE 0.
           05  WS-LAPSED-COUNT             PIC 9(5)   VALUE 0.
           05  WS-COMPLETED-COUNT          PIC 9(5)   VALUE 0.
           05  WS-LOOKED-AT-COUNT          PIC 9(5)   VALUE 0.
           05  WS-SCORE-HASH               PIC 9(9)   VALUE 0.
      *
       01  WS-DISPOSITION                  PIC X(20)  VALUE SPACES.
       01  WS-HOLD-DEPT                    PIC A(4)   VALUE SPACES.
       01  WS-HOLD-INSTRUCTOR              PIC X(20)  VALUE SPACES.
       01  WS-SCAN-SUB                     PIC 9(4)   VALUE 0.
       01  WS-LINE-SUB                     PIC 9(4)   VALUE 0.
      *
      *  AN INCOMPLETE IS FLAGGED ON THE LISTING ONCE ITS DEADLINE
      *  IS THIS MANY DAYS OFF OR FEWER.
       01  WS-WARNING-DAYS                 PIC 9(3)   VALUE 30.
      *
      *  WS-INC-DEADLINE, WS-RUN-END-DATE, AND WS-NEXT-START-DATE
      *  ARE 245-FIND-COMPLETION-DEADLINE'S WORK AREAS, THE SAME AS
      *  BKBRK'S -- USED HERE TO FILL IN A DEADLINE BKBRK COULD NOT
      *  SET BECAUSE THE NEXT TERM WAS NOT ON THE CALENDAR YET.
       01  WS-INC-TERM-CODE                PIC X(6)   VALUE SPACES.
       01  WS-INC-DEADLINE                 PIC 9(6)   VALUE 0.
       01  WS-RUN-END-DATE                 PIC 9(6)   VALUE 0.
       01  WS-NEXT-START-DATE              PIC 9(6)   VALUE 0.
      *
      *  WS-DAY-COUNT-WORK TURNS A YYMMDD DATE INTO A RUNNING DAY
      *  NUMBER (DAYS SINCE THE START OF 2000) SO TWO DATES CAN BE
      *  SUBTRACTED.  THE TWO-DIGIT YEAR IS TAKEN AS 20YY, THE SAME
      *  AS EVERY DATE ON THE CALENDAR FILE.
       01  WS-DAY-COUNT-WORK.
           05  WS-DC-DATE.
               10  WS-DC-YEAR              PIC 99.
               10  WS-DC-MONTH             PIC 99.
               10  WS-DC-DAY               PIC 99.
           05  WS-DC-DATE-NUM REDEFINES WS-DC-DATE PIC 9(6).
           05  WS-DC-DAY-NUMBER            PIC 9(6)   VALUE 0.
           05  WS-DC-LEAP-DAYS             PIC 9(3)   VALUE 0.
           05  WS-DC-LEAP-REM              PIC 9      VALUE 0.
       01  WS-TODAY-DAY-NUMBER             PIC 9(6)   VALUE 0.
       01  WS-DAYS-LEFT                    PIC S9(6)  VALUE +0.
      *
      *  DAYS IN THE YEAR BEFORE THE FIRST OF EACH MONTH, FOR A
      *  COMMON YEAR.  A LEAP YEAR ADDS ONE FROM MARCH ON.
       01  MONTH-START-VALUES.
           05                              PIC X(36) VALUE
              '000031059090120151181212243273304334'.
       01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
           05  MST-DAYS-BEFORE             PIC 9(3)   OCCURS 12 TIMES.
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
      *  INS-TABLE IS THE REGISTRAR'S SECTION-TO-INSTRUCTOR
      *  ASSIGNMENTS, LOADED AT STARTUP LIKE EVERY OTHER CONTROL
      *  FILE.
       01  INS-TABLE.
           05  INT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  INT-ENTRY                   OCCURS 200 TIMES
                                            INDEXED BY INT-IDX.
               10  INT-DEPT-CODE            PIC A(4).
               10  INT-CLASS-CODE           PIC X(5).
               10  INT-INSTRUCTOR           PIC X(20).
      *
      *  THE INCOMPLETE BEING WORKED ON -- ONE TABLE ROW AT A TIME IS
      *  MOVED HERE, WORKED ON, AND MOVED BACK.
           COPY INCOPN.
      *
      *  IOT-TABLE HOLDS THE WHOLE OUTSTANDING-INCOMPLETES FILE IN
      *  FILE ORDER, SO IT CAN BE REWRITTEN WITH EACH ROW'S STATUS
      *  AT END OF RUN THE WAY BKGCHG REWRITES ITS REQUEST FILE.  FOR
      *  EACH OPEN ROW (IOT-WANTED) THE HISTORY PASS FILLS IN THE
      *  ROW NOW IN FORCE FOR THE STUDENT, CLASS, AND TERM -- THE
      *  ROW A LAPSE SUPERSEDES, AND THE ONE THAT SAYS WHETHER THE
      *  'I' IS STILL STANDING.
       01  IOT-TABLE.
           05  IOT-ENTRY-COUNT             PIC 9(4)   VALUE 0.
           05  IOT-ENTRY                   OCCURS 2000 TIMES
                                            INDEXED BY IOT-IDX.
               10  IOT-RECORD               PIC X(80).
               10  IOT-KEY.
                   15  IOT-STUDENT-ID       PIC 9(7).
                   15  IOT-DEPT-CODE        PIC A(4).
                   15  IOT-CLASS-CODE       PIC X(5).
                   15  IOT-TERM-CODE        PIC X(6).
               10  IOT-INSTRUCTOR           PIC X(20).
               10  IOT-WANTED-SW            PIC X.
                   88  IOT-WANTED                VALUE 'Y'.
               10  IOT-FOUND-SW             PIC X.
                   88  IOT-ROW-FOUND             VALUE 'Y'.
               10  IOT-SHOW-SW              PIC X.
                   88  IOT-SHOW                  VALUE 'Y'.
               10  IOT-PRINTED-SW           PIC X.
                   88  IOT-PRINTED               VALUE 'Y'.
               10  IOT-PRIOR-AVERAGE        PIC 9(3)V99.
               10  IOT-PRIOR-GRADE          PIC X(2).
               10  IOT-PRIOR-INCOMPLETE     PIC X.
               10  IOT-DISPOSITION          PIC X(20).
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
           05                              PIC X(35) VALUE
                          'OUTSTANDING INCOMPLETES'.
           05                              PIC X(4) VALUE SPACES.
           05                              PIC X(5) VALUE 'PAGE'.
           05  H1-PAGE-NO                  PIC Z9.
      *
       01  DEPT-HEADER.
           05                              PIC X(2) VALUE SPACES.
           05                              PIC X(11) VALUE
                                               'DEPARTMENT '.
           05  DH-DEPT-CODE                PIC X(4).
      *
       01  INSTRUCTOR-HEADER.
           05                              PIC X(5) VALUE SPACES.
           05                              PIC X(11) VALUE
                                               'INSTRUCTOR '.
           05  IH-INSTRUCTOR               PIC X(20).
      *
       01  HEADING-TWO.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'ID'.
           05                              PIC X(21) VALUE 'NAME'.
           05                              PIC X(6)  VALUE 'CLASS'.
           05                              PIC X(7)  VALUE 'TERM'.
           05                              PIC X(7)  VALUE 'AVG'.
           05                              PIC X(9)  VALUE 'DEADLINE'.
           05                              PIC X(11) VALUE
                                               'DISPOSITION'.
      *
       01  INCOMPLETE-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  ICL-STUDENT-ID              PIC 9(7).
           05                              PIC X(1)  VALUE SPACES.
           05  ICL-NAME                    PIC X(20).
           05                              PIC X(1)  VALUE SPACES.
           05  ICL-CLASS-CODE              PIC X(6).
           05  ICL-TERM-CODE               PIC X(7).
           05  ICL-AVERAGE                 PIC ZZ9.99.
           05                              PIC X(1)  VALUE SPACES.
           05  ICL-DEADLINE.
               10  ICL-DL-MONTH            PIC Z9.
               10  ICL-DL-SLASH1           PIC X     VALUE '/'.
               10  ICL-DL-DAY              PIC 99.
               10  ICL-DL-SLASH2           PIC X     VALUE '/'.
               10  ICL-DL-YEAR             PIC 99.
           05                              PIC X(1)  VALUE SPACES.
           05  ICL-DISPOSITION             PIC X(20).
      *
      *  THE DISPOSITION OF AN INCOMPLETE DUE INSIDE THE WARNING
      *  WINDOW -- 'DUE IN 12 DAYS'.
       01  WARNING-DISPOSITION.
           05                              PIC X(7)  VALUE 'DUE IN '.
           05  WD-DAYS-LEFT                PIC ZZ9.
           05                              PIC X(5)  VALUE ' DAYS'.
           05                              PIC X(5)  VALUE SPACES.
      *
       01  NO-INCOMPLETES-LINE.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(46) VALUE
                    'NO OPEN INCOMPLETES -- NOTHING TO DO'.
      *
       01  INCOMPLETE-TOTAL-LINE.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(5) VALUE 'OPEN '.
           05  ITL-OPEN                    PIC ZZZZ9.
           05                              PIC X(9) VALUE '  WARNED '.
           05  ITL-WARNED                  PIC ZZZZ9.
           05                              PIC X(9) VALUE '  LAPSED '.
           05  ITL-LAPSED                  PIC ZZZZ9.
           05                              PIC X(12) VALUE
                                               '  COMPLETED '.
           05  ITL-COMPLETED               PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       100-FOLLOW-UP-INCOMPLETES.

           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-FIND-ROWS-IN-FORCE
           PERFORM 500-DISPOSE-ALL-INCOMPLETES
           PERFORM 700-PRINT-BY-DEPARTMENT
           PERFORM 900-FINAL-ROUTINE

       .
       200-HSKPING-ROUTINE.

           DISPLAY 'BKINC - ENTER OPERATOR ID: '
           ACCEPT WS-OPERATOR-ID

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR

           MOVE WS-CURRENT-DATE TO WS-DC-DATE
           PERFORM 560-COMPUTE-DAY-NUMBER
           MOVE WS-DC-DAY-NUMBER TO WS-TODAY-DAY-NUMBER

           PERFORM 230-LOAD-TERM-CALENDAR
           PERFORM 255-LOAD-INSTRUCTOR-TABLE
           PERFORM 250-LOAD-INCOMPLETES

           OPEN OUTPUT INCOMPLETE-REPORT-FILE
           PERFORM 400-REPORT-HEADING
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
      *  245-FIND-COMPLETION-DEADLINE IS BKBRK'S -- THE TERM THAT
      *  FOLLOWS WS-INC-TERM-CODE IS THE CALENDAR ROW WITH THE
      *  EARLIEST START DATE AFTER IT ENDS, AND ITS END DATE IS THE
      *  DEADLINE.  ZEROS WHEN THE CALENDAR DOES NOT RUN THAT FAR.
       245-FIND-COMPLETION-DEADLINE.

           MOVE ZEROS TO WS-INC-DEADLINE
           MOVE ZEROS TO WS-RUN-END-DATE
           MOVE 999999 TO WS-NEXT-START-DATE
           PERFORM VARYING TCT-IDX FROM 1 BY 1
                   UNTIL TCT-IDX > TCT-ENTRY-COUNT
               IF TCT-TERM-CODE (TCT-IDX) = WS-INC-TERM-CODE
                   MOVE TCT-END-DATE (TCT-IDX) TO WS-RUN-END-DATE
               END-IF
           END-PERFORM
           IF WS-RUN-END-DATE NOT = ZEROS
               PERFORM VARYING TCT-IDX FROM 1 BY 1
                       UNTIL TCT-IDX > TCT-ENTRY-COUNT
                   IF TCT-START-DATE (TCT-IDX) > WS-RUN-END-DATE
                      AND TCT-START-DATE (TCT-IDX) < WS-NEXT-START-DATE
                       MOVE TCT-START-DATE (TCT-IDX) TO
                            WS-NEXT-START-DATE
                       MOVE TCT-END-DATE (TCT-IDX) TO WS-INC-DEADLINE
                   END-IF
               END-PERFORM
           END-IF
       .
      *
      *  250-LOAD-INCOMPLETES READS THE WHOLE OUTSTANDING-INCOMPLETES
      *  FILE INTO IOT-TABLE.  A FILE TOO BIG FOR THE TABLE IS
      *  REFUSED OUTRIGHT -- THE REWRITE AT END OF RUN WOULD
      *  OTHERWISE LOSE THE ROWS THAT DID NOT FIT.
       250-LOAD-INCOMPLETES.

           OPEN INPUT OPEN-INCOMPLETE-FILE
           PERFORM UNTIL NO-MORE-INCOMPLETES
               READ OPEN-INCOMPLETE-FILE INTO OPEN-INCOMPLETE-RECORD
                   AT END
                       MOVE 'N' TO IOF-EOF-FLAG
                   NOT AT END
                       PERFORM 252-CHECK-DUPLICATE
                       IF IOT-DUP-FOUND
                           DISPLAY 'BKINC - DUPLICATE OPEN INCOMPLETE '
                                   'DROPPED: ' IO-STUDENT-ID ' '
                                   IO-DEPT-CODE ' ' IO-CLASS-CODE
                                   ' ' IO-TERM-CODE
                       ELSE
                           IF IOT-ENTRY-COUNT < 2000
                               ADD 1 TO IOT-ENTRY-COUNT
                               SET IOT-IDX TO IOT-ENTRY-COUNT
                               PERFORM 253-STORE-INCOMPLETE
                           ELSE
                               DISPLAY 'BKINC - INCOMPLETE FILE HOLDS '
                                       'MORE THAN 2000 ROWS -- RUN '
                                       'REFUSED'
                               CLOSE OPEN-INCOMPLETE-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-INCOMPLETE-FILE
       .
      *
      *  252-CHECK-DUPLICATE -- A RESUMED OR RERUN FINAL FILES THE
      *  SAME INCOMPLETE A SECOND TIME.  AN OPEN ROW WHOSE KEY IS
      *  ALREADY OPEN EARLIER IN THE FILE IS THAT SECOND FILING, AND
      *  IS DROPPED SO THE INCOMPLETE CANNOT LAPSE TWICE.
       252-CHECK-DUPLICATE.

           MOVE 'N' TO IOT-DUP-FOUND-SW
           IF IO-OPEN
               PERFORM VARYING IOT-IDX FROM 1 BY 1
                       UNTIL IOT-IDX > IOT-ENTRY-COUNT
                   IF IOT-WANTED (IOT-IDX)
                      AND IOT-STUDENT-ID (IOT-IDX) = IO-STUDENT-ID
                      AND IOT-DEPT-CODE (IOT-IDX) = IO-DEPT-CODE
                      AND IOT-CLASS-CODE (IOT-IDX) = IO-CLASS-CODE
                      AND IOT-TERM-CODE (IOT-IDX) = IO-TERM-CODE
                       MOVE 'Y' TO IOT-DUP-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF
       .
      *
       253-STORE-INCOMPLETE.

           MOVE OPEN-INCOMPLETE-RECORD TO IOT-RECORD (IOT-IDX)
           MOVE IO-STUDENT-ID TO IOT-STUDENT-ID (IOT-IDX)
           MOVE IO-DEPT-CODE TO IOT-DEPT-CODE (IOT-IDX)
           MOVE IO-CLASS-CODE TO IOT-CLASS-CODE (IOT-IDX)
           MOVE IO-TERM-CODE TO IOT-TERM-CODE (IOT-IDX)
           MOVE 'N' TO IOT-FOUND-SW (IOT-IDX)
           MOVE 'N' TO IOT-SHOW-SW (IOT-IDX)
           MOVE 'N' TO IOT-PRINTED-SW (IOT-IDX)
           MOVE ZEROS TO IOT-PRIOR-AVERAGE (IOT-IDX)
           MOVE SPACES TO IOT-PRIOR-GRADE (IOT-IDX)
           MOVE SPACE TO IOT-PRIOR-INCOMPLETE (IOT-IDX)
           MOVE SPACES TO IOT-DISPOSITION (IOT-IDX)
           IF IO-OPEN
              AND IO-STUDENT-ID IS NUMERIC
               MOVE 'Y' TO IOT-WANTED-SW (IOT-IDX)
           ELSE
               MOVE 'N' TO IOT-WANTED-SW (IOT-IDX)
           END-IF

           MOVE 'N' TO INT-FOUND-SW
           SET INT-IDX TO 1
           SEARCH INT-ENTRY
               AT END
                   MOVE 'N' TO INT-FOUND-SW
               WHEN INT-DEPT-CODE (INT-IDX) = IO-DEPT-CODE
                AND INT-CLASS-CODE (INT-IDX) = IO-CLASS-CODE
                   MOVE 'Y' TO INT-FOUND-SW
           END-SEARCH
           IF INT-CODE-FOUND
               MOVE INT-INSTRUCTOR (INT-IDX) TO IOT-INSTRUCTOR (IOT-IDX)
           ELSE
               MOVE '** NOT ASSIGNED **' TO IOT-INSTRUCTOR (IOT-IDX)
           END-IF
       .
      *
      *  255-LOAD-INSTRUCTOR-TABLE READS THE REGISTRAR'S INSTRUCTOR
      *  FILE, THE SAME AS BKINST.
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
      *  300-FIND-ROWS-IN-FORCE PASSES THE ARCHIVED STUDENT HISTORY
      *  AND THEN THE LIVE ONE -- OLDEST RECORDS FIRST -- SO THE
      *  LAST MATCHING ROW SEEN FOR AN INCOMPLETE IS THE ROW NOW IN
      *  FORCE.
       300-FIND-ROWS-IN-FORCE.

           OPEN INPUT STUDENT-HIST-ARCH-FILE
           PERFORM UNTIL NO-MORE-HISTORY
               READ STUDENT-HIST-ARCH-FILE INTO STUDENT-HISTORY-RECORD
                   AT END
                       MOVE 'N' TO HF-EOF-FLAG
                   NOT AT END
                       PERFORM 310-MATCH-HISTORY-ROW
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
                       PERFORM 310-MATCH-HISTORY-ROW
               END-READ
           END-PERFORM
           CLOSE STUDENT-HISTORY-FILE
       .
      *
      *  310-MATCH-HISTORY-ROW HOLDS ONE STUDENT RECORD OR AMENDMENT
      *  AGAINST EVERY OPEN INCOMPLETE, THE WAY BKGCHG MATCHES ITS
      *  REQUESTS.
       310-MATCH-HISTORY-ROW.

           IF (SH-DETAIL-RECORD OR SH-AMENDMENT-RECORD)
              AND SH-STUDENT-ID IS NUMERIC
              AND SH-STUDENT-ID NOT = ZEROS
               IF SH-TERM-CODE = SPACES
                   MOVE SH-RUN-DATE TO WS-TERM-KEY
               ELSE
                   MOVE SH-TERM-CODE TO WS-TERM-KEY
               END-IF
               PERFORM VARYING IOT-IDX FROM 1 BY 1
                       UNTIL IOT-IDX > IOT-ENTRY-COUNT
                   IF IOT-WANTED (IOT-IDX)
                      AND IOT-STUDENT-ID (IOT-IDX) = SH-STUDENT-ID
                      AND IOT-DEPT-CODE (IOT-IDX) = SH-DEPT-CODE
                      AND IOT-CLASS-CODE (IOT-IDX) = SH-CLASS-CODE
                      AND IOT-TERM-CODE (IOT-IDX) = WS-TERM-KEY
                       MOVE 'Y' TO IOT-FOUND-SW (IOT-IDX)
                       MOVE SH-AVERAGE TO IOT-PRIOR-AVERAGE (IOT-IDX)
                       MOVE SH-GRADE TO IOT-PRIOR-GRADE (IOT-IDX)
                       MOVE SH-INCOMPLETE TO
                            IOT-PRIOR-INCOMPLETE (IOT-IDX)
                   END-IF
               END-PERFORM
           END-IF
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
      *  500-DISPOSE-ALL-INCOMPLETES WALKS THE FILE IN FILE ORDER.
      *  ONLY OPEN ROWS ARE LOOKED AT; ONE CLOSED ON AN EARLIER RUN
      *  IS CARRIED THROUGH TO THE REWRITE UNTOUCHED AND NOT
      *  PRINTED.  LAPSE AMENDMENTS ARE APPENDED TO THE LIVE STUDENT
      *  HISTORY, AND THEIR JOURNAL RECORDS TO THE JOURNAL, AS THEY
      *  ARE MADE.
       500-DISPOSE-ALL-INCOMPLETES.

           OPEN EXTEND STUDENT-HISTORY-FILE
                       JOURNAL-FILE

           PERFORM VARYING IOT-IDX FROM 1 BY 1
                   UNTIL IOT-IDX > IOT-ENTRY-COUNT
               IF IOT-WANTED (IOT-IDX)
                   MOVE IOT-RECORD (IOT-IDX) TO OPEN-INCOMPLETE-RECORD
                   ADD 1 TO WS-LOOKED-AT-COUNT
                   PERFORM 510-DISPOSE-ONE-INCOMPLETE
                   MOVE OPEN-INCOMPLETE-RECORD TO IOT-RECORD (IOT-IDX)
                   MOVE WS-DISPOSITION TO IOT-DISPOSITION (IOT-IDX)
                   MOVE 'Y' TO IOT-SHOW-SW (IOT-IDX)
               END-IF
           END-PERFORM

           CLOSE STUDENT-HISTORY-FILE
                 JOURNAL-FILE
       .
      *
      *  510-DISPOSE-ONE-INCOMPLETE DECIDES ONE OPEN INCOMPLETE.  A
      *  ROW IN FORCE THAT NO LONGER CARRIES THE 'I' MEANS THE WORK
      *  WAS FINISHED AND GRADED, AND THE INCOMPLETE IS CLOSED.
      *  OTHERWISE IT LAPSES ONCE TODAY IS PAST ITS DEADLINE -- THE
      *  DEADLINE DAY ITSELF IS STILL THE STUDENT'S TO FINISH IN --
      *  AND IS WARNED ON INSIDE THE WARNING WINDOW.
       510-DISPOSE-ONE-INCOMPLETE.

           IF IO-DEADLINE = ZEROS
               MOVE IO-TERM-CODE TO WS-INC-TERM-CODE
               PERFORM 245-FIND-COMPLETION-DEADLINE
               MOVE WS-INC-DEADLINE TO IO-DEADLINE
           END-IF

           EVALUATE TRUE
               WHEN IOT-ROW-FOUND (IOT-IDX)
                AND IOT-PRIOR-INCOMPLETE (IOT-IDX) NOT = 'I'
                AND IOT-PRIOR-GRADE (IOT-IDX) NOT = 'I '
                   MOVE 'C' TO IO-STATUS
                   MOVE WS-TODAY TO IO-STATUS-DATE
                   MOVE 'COMPLETED' TO WS-DISPOSITION
                   ADD 1 TO WS-COMPLETED-COUNT
               WHEN IO-DEADLINE = ZEROS
                   MOVE 'OPEN - NO DEADLINE' TO WS-DISPOSITION
                   ADD 1 TO WS-OPEN-COUNT
               WHEN WS-TODAY > IO-DEADLINE
                   PERFORM 530-LAPSE-INCOMPLETE
                   MOVE 'LAPSED TO F' TO WS-DISPOSITION
                   ADD 1 TO WS-LAPSED-COUNT
               WHEN OTHER
                   MOVE IO-DEADLINE TO WS-DC-DATE-NUM
                   PERFORM 560-COMPUTE-DAY-NUMBER
                   SUBTRACT WS-TODAY-DAY-NUMBER FROM WS-DC-DAY-NUMBER
                       GIVING WS-DAYS-LEFT
                   ADD 1 TO WS-OPEN-COUNT
                   IF WS-DAYS-LEFT <= WS-WARNING-DAYS
                       MOVE WS-DAYS-LEFT TO WD-DAYS-LEFT
                       MOVE WARNING-DISPOSITION TO WS-DISPOSITION
                       ADD 1 TO WS-WARNED-COUNT
                   ELSE
                       MOVE 'OPEN' TO WS-DISPOSITION
                   END-IF
           END-EVALUATE
       .
      *
      *  530-LAPSE-INCOMPLETE APPENDS THE AMENDMENT THAT TURNS THE
      *  'I' INTO AN F -- THE SCORES AND AVERAGE THE INCOMPLETE WAS
      *  FILED WITH, GRADE F, AND THE ROW IT SUPERSEDES IN
      *  SH-AMEND-AREA.  A REQUEST NUMBER OF ZEROS MARKS IT AS A
      *  LAPSE RATHER THAN A BKGCHG POSTING.  THE LAPSE IS THEN
      *  JOURNALED AND THE INCOMPLETE CLOSED.
       530-LAPSE-INCOMPLETE.

           MOVE SPACES TO STUDENT-HISTORY-RECORD
           MOVE WS-CURRENT-DATE TO SH-RUN-DATE
           MOVE IO-TERM-CODE TO SH-TERM-CODE
           MOVE IO-DEPT-CODE TO SH-DEPT-CODE
           MOVE IO-CLASS-CODE TO SH-CLASS-CODE
           MOVE IO-STUDENT-ID TO SH-STUDENT-ID
           MOVE IO-NAME TO SH-NAME
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               MOVE IO-SCORE (SUB) TO SH-SCORE (SUB)
               ADD IO-SCORE (SUB) TO WS-SCORE-HASH
           END-PERFORM
           MOVE IO-AVERAGE TO SH-AVERAGE
           MOVE 'F ' TO SH-GRADE
           MOVE SPACE TO SH-INCOMPLETE
           MOVE 'A' TO SH-CONTROL-TYPE
           IF IOT-ROW-FOUND (IOT-IDX)
               MOVE IOT-PRIOR-AVERAGE (IOT-IDX) TO SH-PRIOR-AVERAGE
               MOVE IOT-PRIOR-GRADE (IOT-IDX) TO SH-PRIOR-GRADE
               MOVE IOT-PRIOR-INCOMPLETE (IOT-IDX) TO
                    SH-PRIOR-INCOMPLETE
           ELSE
               MOVE IO-AVERAGE TO SH-PRIOR-AVERAGE
               MOVE 'I ' TO SH-PRIOR-GRADE
               MOVE 'I' TO SH-PRIOR-INCOMPLETE
           END-IF
           MOVE ZEROS TO SH-AMEND-REQUEST-NO
           WRITE STUDENT-HISTORY-RECORD

           PERFORM 540-JOURNAL-LAPSE

           MOVE 'L' TO IO-STATUS
           MOVE WS-TODAY TO IO-STATUS-DATE
       .
      *
      *  540-JOURNAL-LAPSE -- NOTHING ON THE MASTER CHANGES, SO THE
      *  BEFORE AND AFTER IMAGES BOTH CARRY THE FILED SCORES; THE
      *  'L' FLAG IS WHAT SAYS THE GRADE WENT TO F.
       540-JOURNAL-LAPSE.

           MOVE SPACES TO JOURNAL-RECORD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO JR-RUN-DATE
           MOVE WS-HOURS TO JR-HOURS
           MOVE WS-MINUTES TO JR-MINUTES
           MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID
           MOVE IO-DEPT-CODE TO JR-DEPT-CODE
           MOVE IO-CLASS-CODE TO JR-CLASS-CODE
           MOVE IO-STUDENT-ID TO JR-STUDENT-ID
           MOVE IO-NAME TO JR-NAME
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               MOVE IO-SCORE (SUB) TO JR-OLD-SCORE (SUB)
               MOVE IO-FLAG (SUB) TO JR-OLD-FLAG (SUB)
               MOVE IO-SCORE (SUB) TO JR-NEW-SCORE (SUB)
               MOVE IO-FLAG (SUB) TO JR-NEW-FLAG (SUB)
           END-PERFORM
           MOVE 'L' TO JR-OVERRIDE-FLAG
           WRITE JOURNAL-RECORD
       .
      *
      *  560-COMPUTE-DAY-NUMBER TURNS WS-DC-DATE INTO WS-DC-DAY-NUMBER
      *  -- 365 DAYS FOR EVERY YEAR SINCE 2000, ONE MORE FOR EACH
      *  LEAP YEAR BEFORE THIS ONE (EVERY FOURTH, 2000 INCLUDED),
      *  THE DAYS BEFORE THE MONTH, AND THE DAY OF THE MONTH.
       560-COMPUTE-DAY-NUMBER.

           ADD 3 TO WS-DC-YEAR GIVING WS-DC-LEAP-DAYS
           DIVIDE WS-DC-LEAP-DAYS BY 4 GIVING WS-DC-LEAP-DAYS
           MULTIPLY WS-DC-YEAR BY 365 GIVING WS-DC-DAY-NUMBER
           ADD WS-DC-LEAP-DAYS TO WS-DC-DAY-NUMBER
           IF WS-DC-MONTH >= 1 AND WS-DC-MONTH <= 12
               ADD MST-DAYS-BEFORE (WS-DC-MONTH) TO WS-DC-DAY-NUMBER
           END-IF
           ADD WS-DC-DAY TO WS-DC-DAY-NUMBER
           DIVIDE WS-DC-YEAR BY 4 GIVING WS-DC-LEAP-DAYS
                  REMAINDER WS-DC-LEAP-REM
           IF WS-DC-LEAP-REM = 0 AND WS-DC-MONTH > 2
               ADD 1 TO WS-DC-DAY-NUMBER
           END-IF
       .
      *
       600-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
           .
      *
      *  700-PRINT-BY-DEPARTMENT WALKS THE TABLE IN FILE ORDER AND,
      *  AT EACH ROW TO BE SHOWN THAT IS NOT YET PRINTED, PRINTS
      *  THAT DEPARTMENT'S HEADER AND THEN EACH OF ITS INSTRUCTORS
      *  IN TURN -- THE SAME GROUPING BKINST USES -- SO A CHAIR
      *  READS ONE DEPARTMENT'S INCOMPLETES TOGETHER.
       700-PRINT-BY-DEPARTMENT.

           IF WS-LOOKED-AT-COUNT = 0
               MOVE NO-INCOMPLETES-LINE TO REPORT-LINE
               PERFORM 600-WRITE-A-LINE
           END-IF

           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > IOT-ENTRY-COUNT
               IF IOT-SHOW (WS-SCAN-SUB)
                  AND NOT IOT-PRINTED (WS-SCAN-SUB)
                   MOVE IOT-DEPT-CODE (WS-SCAN-SUB) TO WS-HOLD-DEPT
                   PERFORM 710-PRINT-ONE-DEPARTMENT
               END-IF
           END-PERFORM
       .
      *
       710-PRINT-ONE-DEPARTMENT.

           MOVE WS-HOLD-DEPT TO DH-DEPT-CODE
           MOVE DEPT-HEADER TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE

           PERFORM VARYING WS-LINE-SUB FROM WS-SCAN-SUB BY 1
                   UNTIL WS-LINE-SUB > IOT-ENTRY-COUNT
               IF IOT-SHOW (WS-LINE-SUB)
                  AND NOT IOT-PRINTED (WS-LINE-SUB)
                  AND IOT-DEPT-CODE (WS-LINE-SUB) = WS-HOLD-DEPT
                   MOVE IOT-INSTRUCTOR (WS-LINE-SUB) TO
                        WS-HOLD-INSTRUCTOR
                   PERFORM 720-PRINT-ONE-INSTRUCTOR
               END-IF
           END-PERFORM
       .
      *
       720-PRINT-ONE-INSTRUCTOR.

           MOVE WS-HOLD-INSTRUCTOR TO IH-INSTRUCTOR
           MOVE INSTRUCTOR-HEADER TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE

           MOVE HEADING-TWO TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           PERFORM VARYING IOT-IDX FROM WS-LINE-SUB BY 1
                   UNTIL IOT-IDX > IOT-ENTRY-COUNT
               IF IOT-SHOW (IOT-IDX)
                  AND NOT IOT-PRINTED (IOT-IDX)
                  AND IOT-DEPT-CODE (IOT-IDX) = WS-HOLD-DEPT
                  AND IOT-INSTRUCTOR (IOT-IDX) = WS-HOLD-INSTRUCTOR
                   PERFORM 730-PRINT-INCOMPLETE-LINE
                   MOVE 'Y' TO IOT-PRINTED-SW (IOT-IDX)
               END-IF
           END-PERFORM
       .
      *
      *  730-PRINT-INCOMPLETE-LINE PRINTS ONE INCOMPLETE WITH THE
      *  AVERAGE IT WAS FILED AT -- THE AVERAGE IT LAPSES TO -- ITS
      *  DEADLINE, AND WHAT BECAME OF IT THIS RUN.
       730-PRINT-INCOMPLETE-LINE.

           MOVE IOT-RECORD (IOT-IDX) TO OPEN-INCOMPLETE-RECORD
           MOVE IO-STUDENT-ID TO ICL-STUDENT-ID
           MOVE IO-NAME TO ICL-NAME
           MOVE IO-CLASS-CODE TO ICL-CLASS-CODE
           MOVE IO-TERM-CODE TO ICL-TERM-CODE
           MOVE IO-AVERAGE TO ICL-AVERAGE
           IF IO-DEADLINE = ZEROS
               MOVE SPACES TO ICL-DEADLINE
               MOVE 'NONE' TO ICL-DEADLINE
           ELSE
               MOVE IO-DEADLINE TO WS-DC-DATE-NUM
               MOVE WS-DC-MONTH TO ICL-DL-MONTH
               MOVE '/' TO ICL-DL-SLASH1
               MOVE WS-DC-DAY TO ICL-DL-DAY
               MOVE '/' TO ICL-DL-SLASH2
               MOVE WS-DC-YEAR TO ICL-DL-YEAR
           END-IF
           MOVE IOT-DISPOSITION (IOT-IDX) TO ICL-DISPOSITION
           MOVE INCOMPLETE-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
       .
      *
      *  900-FINAL-ROUTINE PRINTS THE DISPOSITION TOTALS, REWRITES
      *  THE OUTSTANDING-INCOMPLETES FILE FROM THE TABLE WITH EVERY
      *  STATUS AND DEADLINE STAMPED THIS RUN, AND LANDS THE RUN'S
      *  AUDIT RECORD.
       900-FINAL-ROUTINE.

           MOVE WS-OPEN-COUNT TO ITL-OPEN
           MOVE WS-WARNED-COUNT TO ITL-WARNED
           MOVE WS-LAPSED-COUNT TO ITL-LAPSED
           MOVE WS-COMPLETED-COUNT TO ITL-COMPLETED
           MOVE INCOMPLETE-TOTAL-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE

           OPEN OUTPUT OPEN-INCOMPLETE-FILE
           PERFORM VARYING IOT-IDX FROM 1 BY 1
                   UNTIL IOT-IDX > IOT-ENTRY-COUNT
               WRITE OPEN-INCOMPLETE-LINE FROM IOT-RECORD (IOT-IDX)
           END-PERFORM
           CLOSE OPEN-INCOMPLETE-FILE

           OPEN EXTEND AUDIT-FILE
           PERFORM 1060-WRITE-AUDIT-RECORD
           CLOSE AUDIT-FILE
                 INCOMPLETE-REPORT-FILE
           STOP RUN
       .
      *
      *  1060-WRITE-AUDIT-RECORD LEAVES THE PERMANENT TRACE OF THE
      *  RUN -- WHO RAN IT, WHEN, HOW MANY OPEN INCOMPLETES IT LOOKED
      *  AT, HOW MANY LAPSE AMENDMENTS WENT ONTO THE STUDENT HISTORY,
      *  AND THE HASH OF THEIR SCORES.  THE RUN TYPE KEEPS BKBAL FROM
      *  MISTAKING IT FOR A REPORT RUN.
       1060-WRITE-AUDIT-RECORD.

           MOVE SPACES TO AUDIT-RECORD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AR-RUN-DATE
           MOVE WS-HOURS TO AR-HOURS
           MOVE WS-MINUTES TO AR-MINUTES
           MOVE WS-SECONDS TO AR-SECONDS
           MOVE WS-OPERATOR-ID TO AR-OPERATOR-ID
           MOVE PAGE-NO TO AR-PAGE-COUNT
           MOVE WS-LOOKED-AT-COUNT TO AR-TOTAL-STUDENTS
           MOVE SPACES TO AR-TERM-CODE
           MOVE WS-LAPSED-COUNT TO AR-HIST-COUNT
           MOVE WS-SCORE-HASH TO AR-SCORE-HASH
           MOVE 'INCLAPSE' TO AR-RUN-TYPE
           WRITE AUDIT-RECORD
       .
