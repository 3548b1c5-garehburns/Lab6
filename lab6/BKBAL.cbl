      *    EXTRACT.  A TRUNCATED FILE (THE DISK-FULL CASE) HAS NO
      *    TRAILER AND FAILS HERE INSTEAD OF LOADING HALF A TERM'S
      *    GRADES INTO THE GRADEBOOK SYSTEM.
      *
      *    A RUN THAT BALANCES IS STAMPED WITH A 'BALANCED' RECORD OF
      *    ITS OWN ON THE AUDIT TRAIL, CARRYING THE RUN'S TOTALS, SO
      *    A LATER JOB CAN TELL A RUN THAT WAS PROVED FROM ONE THAT
      *    WAS NEVER CHECKED OR WAS HELD -- BKRCVR BALANCES A
      *    RECOVERED MASTER AGAINST THE LAST ONE.
      *
      *    A FINAL RUN POSTS NO STUDENT HISTORY FOR A SECTION WITHOUT
      *    A GRADE CERTIFICATION IN FORCE, AND LISTS EVERY SECTION IT
      *    HELD BACK ON Lab6HELD.txt WITH ITS STUDENT COUNT AND SCORE
      *    HASH.  THE STUDENT HISTORY IS BALANCED AGAINST THE AUDIT
      *    TOTALS LESS THE HELD SECTIONS, AND THE HELD SECTIONS ARE
      *    LISTED UNDER THE BALANCE LINES.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT STUDENT-HISTORY-FILE
             ASSIGN TO "Lab6SHIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  OPTIONAL -- A RUN FROM BEFORE SECTIONS WERE HELD BACK LEFT
      *  NO SUCH FILE, AND THEN NOTHING WAS HELD.
           SELECT OPTIONAL HELD-SECTION-FILE
             ASSIGN TO "Lab6HELD.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT BALANCE-REPORT-FILE
               ASSIGN TO PRINTER "STUDENTBAL".
           RECORD CONTAINS 88 CHARACTERS.
      *
           COPY SHISTREC.
      *
       FD  HELD-SECTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY HELDREC.
      *
       FD  BALANCE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88 NO-MORE-HISTORY                      VALUE 'N'.
           05  SF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-STUDENT-HISTORY              VALUE 'N'.
           05  HDF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-HELD                         VALUE 'N'.
           05  HLT-FOUND-SW                PIC X       VALUE 'N'.
               88 HLT-SECTION-FOUND                    VALUE 'Y'.
           05  WS-AUDIT-FOUND-SW           PIC X       VALUE 'N'.
               88 WS-AUDIT-FOUND                       VALUE 'Y'.
           05  WS-FILE-OK-SW               PIC X       VALUE 'Y'.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
       01  WS-CURRENT-TIME.
           05  WS-HOURS                    PIC 99.
           05  WS-MINUTES                  PIC 99.
           05  WS-SECONDS                  PIC 99.
           05  WS-HUNDREDTHS               PIC 99.
      *
      *  THE LAST AUDIT RECORD ON FILE IS THE RUN BEING BALANCED --
      *  BKBRK APPENDS ONE PER COMPLETED RUN, SO THE NEWEST ONE IS
      *  THE RUN THAT JUST FINISHED IN THE STEP AHEAD OF THIS ONE.
       01  AUDIT-TOTALS.
           05  WS-AUD-RUN-DATE             PIC 9(6)   VALUE 0.
           05  WS-AUD-RUN-TIME             PIC 9(6)   VALUE 0.
           05  WS-AUD-OPERATOR-ID          PIC X(8)   VALUE SPACES.
           05  WS-AUD-TERM-CODE            PIC X(6)   VALUE SPACES.
           05  WS-AUD-STUDENTS             PIC 9(7)   VALUE 0.
           05  WS-AUD-HIST-COUNT           PIC 9(5)   VALUE 0.
           05  WS-AUD-SCORE-HASH           PIC 9(9)   VALUE 0.
           05  WS-AUD-RUN-MODE             PIC X      VALUE SPACE.
      *
      *  THE STUDENTS AND SCORES THE RUN HELD BACK FROM THE STUDENT
      *  HISTORY, SUMMED OFF HELD-TABLE.
       01  HELD-TOTALS.
           05  WS-HELD-STUDENTS            PIC 9(7)   VALUE 0.
           05  WS-HELD-HASH                PIC 9(9)   VALUE 0.
      *
      *  HELD-TABLE HOLDS ONE ROW PER SECTION ON HELD-SECTION-FILE
      *  FOR THE RUN'S TERM.  A RESUMED RUN CAN FILE A SECTION TWICE;
      *  THE LATER ROW REPLACES THE EARLIER ONE.
       01  HELD-TABLE.
           05  HLT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  HLT-ENTRY                   OCCURS 200 TIMES
                                            INDEXED BY HLT-IDX.
               10  HLT-DEPT-CODE            PIC A(4).
               10  HLT-CLASS-CODE           PIC X(5).
               10  HLT-REASON               PIC X.
               10  HLT-STUDENT-COUNT        PIC 9(5).
               10  HLT-SCORE-HASH           PIC 9(9).
      *
      *  ONE SET OF WORK TOTALS SERVES EACH FILE IN TURN -- WHAT THE
      *  TRAILER CLAIMS, AND WHAT IS ACTUALLY ON THE FILE FOR THE
           05  WS-ACT-COUNT                PIC 9(7)   VALUE 0.
           05  WS-ACT-HASH                 PIC 9(9)   VALUE 0.
           05  WS-AUD-COUNT                PIC 9(7)   VALUE 0.
           05  WS-AUD-HASH                 PIC 9(9)   VALUE 0.
      *
      *  WS-CSV-LINE AND ITS REDEFINES OVERLAY THE FIXED COLUMN
      *  POSITIONS OF THE EXTRACT'S LINES -- THE HDR/TRL TAG, THE
           05  BL-AUD-COUNT                PIC ZZZZZZ9.
           05                              PIC X(6)  VALUE '  FILE'.
           05  BL-ACT-COUNT                PIC ZZZZZZ9.
      *
       01  HELD-HEADER-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(60) VALUE
                'SECTIONS HELD BACK FROM THE STUDENT HISTORY'.
      *
       01  HELD-LINE.
           05                              PIC X(9)  VALUE SPACES.
           05  HL-DEPT-CODE                PIC X(5).
           05  HL-CLASS-CODE               PIC X(6).
           05  HL-REASON                   PIC X(24).
           05                              PIC X(9)  VALUE 'STUDENTS '.
           05  HL-STUDENTS                 PIC ZZZZ9.
           05                              PIC X(7)  VALUE '  HASH '.
           05  HL-HASH                     PIC 9(9).
      *
       01  NO-AUDIT-LINE.
           05                              PIC X(7) VALUE SPACES.
               PERFORM 300-BALANCE-CSV-EXTRACT
               PERFORM 400-BALANCE-HISTORY-FILE
               PERFORM 500-BALANCE-STUDENT-HISTORY
               PERFORM 800-PRINT-HELD-SECTIONS
           ELSE
               MOVE NO-AUDIT-LINE TO REPORT-LINE
               MOVE 2 TO PROPER-SPACING

           PERFORM 410-REPORT-HEADING
           PERFORM 250-READ-LAST-AUDIT-RECORD
           IF WS-AUDIT-FOUND
               PERFORM 260-LOAD-HELD-SECTIONS
           END-IF
       .
      *
      *  250-READ-LAST-AUDIT-RECORD READS THE WHOLE AUDIT TRAIL AND
      *  THE RUN BEING BALANCED.
                       IF AR-NORMAL-RUN
                           MOVE 'Y' TO WS-AUDIT-FOUND-SW
                           MOVE AR-RUN-DATE TO WS-AUD-RUN-DATE
                           MOVE AR-RUN-TIME TO WS-AUD-RUN-TIME
                           MOVE AR-OPERATOR-ID TO WS-AUD-OPERATOR-ID
                           MOVE AR-TERM-CODE TO WS-AUD-TERM-CODE
                           MOVE AR-TOTAL-STUDENTS TO WS-AUD-STUDENTS
                           MOVE AR-HIST-COUNT TO WS-AUD-HIST-COUNT
                           MOVE AR-SCORE-HASH TO WS-AUD-SCORE-HASH
                           MOVE AR-RUN-MODE TO WS-AUD-RUN-MODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
       .
      *
      *  260-LOAD-HELD-SECTIONS READS THE SECTIONS THE RUN HELD BACK
      *  FOR ITS TERM AND TOTALS THEIR STUDENTS AND SCORES.
       260-LOAD-HELD-SECTIONS.

           OPEN INPUT HELD-SECTION-FILE
           PERFORM UNTIL NO-MORE-HELD
               READ HELD-SECTION-FILE
                   AT END
                       MOVE 'N' TO HDF-EOF-FLAG
                   NOT AT END
                       IF HD-TERM-CODE = WS-AUD-TERM-CODE
                           PERFORM 265-STORE-HELD-SECTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-SECTION-FILE

           MOVE ZEROS TO WS-HELD-STUDENTS
           MOVE ZEROS TO WS-HELD-HASH
           PERFORM VARYING HLT-IDX FROM 1 BY 1
                   UNTIL HLT-IDX > HLT-ENTRY-COUNT
               ADD HLT-STUDENT-COUNT (HLT-IDX) TO WS-HELD-STUDENTS
               ADD HLT-SCORE-HASH (HLT-IDX) TO WS-HELD-HASH
           END-PERFORM
       .
      *
       265-STORE-HELD-SECTION.

           MOVE 'N' TO HLT-FOUND-SW
           IF HLT-ENTRY-COUNT > 0
               SET HLT-IDX TO 1
               SEARCH HLT-ENTRY
                   AT END
                       MOVE 'N' TO HLT-FOUND-SW
                   WHEN HLT-IDX > HLT-ENTRY-COUNT
                       MOVE 'N' TO HLT-FOUND-SW
                   WHEN HLT-DEPT-CODE (HLT-IDX) = HD-DEPT-CODE
                    AND HLT-CLASS-CODE (HLT-IDX) = HD-CLASS-CODE
                       MOVE 'Y' TO HLT-FOUND-SW
               END-SEARCH
           END-IF

           IF NOT HLT-SECTION-FOUND
               IF HLT-ENTRY-COUNT < 200
                   ADD 1 TO HLT-ENTRY-COUNT
                   SET HLT-IDX TO HLT-ENTRY-COUNT
                   MOVE 'Y' TO HLT-FOUND-SW
               ELSE
                   DISPLAY 'BKBAL - HELD TABLE FULL, NOT COUNTED: '
                           HD-DEPT-CODE ' ' HD-CLASS-CODE
               END-IF
           END-IF

           IF HLT-SECTION-FOUND
               MOVE HD-DEPT-CODE TO HLT-DEPT-CODE (HLT-IDX)
               MOVE HD-CLASS-CODE TO HLT-CLASS-CODE (HLT-IDX)
               MOVE HD-REASON TO HLT-REASON (HLT-IDX)
               MOVE HD-STUDENT-COUNT TO HLT-STUDENT-COUNT (HLT-IDX)
               MOVE HD-SCORE-HASH TO HLT-SCORE-HASH (HLT-IDX)
           END-IF
       .
      *
      *  300-BALANCE-CSV-EXTRACT WALKS THE EXTRACT FRONT TO BACK --
      *  THE HDR LINE, EVERY DETAIL LINE (COUNTED, SCORES HASHED),
      *  AND THE TRL LINE -- THEN WEIGHS WHAT THE TRAILER CLAIMS
      *  500-BALANCE-STUDENT-HISTORY DOES FOR THE STUDENT-LEVEL
      *  HISTORY FILE WHAT 400- DOES FOR THE CLASS/DEPT ONE, AND
      *  SINCE THESE RECORDS CARRY THE RAW SCORES THE ACTUAL HASH IS
      *  REBUILT OFF THE FILE AND CHECKED AS WELL.  THE SECTIONS
      *  THE RUN HELD BACK WROTE NO STUDENT HISTORY, SO WHAT THE
      *  FILE SHOULD CARRY IS THE AUDIT TOTALS LESS THE HELD ONES.
       500-BALANCE-STUDENT-HISTORY.

           PERFORM 280-RESET-BALANCE-WORK
           SUBTRACT WS-HELD-STUDENTS FROM WS-AUD-STUDENTS
               GIVING WS-AUD-COUNT
           SUBTRACT WS-HELD-HASH FROM WS-AUD-SCORE-HASH
               GIVING WS-AUD-HASH

           OPEN INPUT STUDENT-HISTORY-FILE
           PERFORM UNTIL NO-MORE-STUDENT-HISTORY
                   MOVE 'Y' TO WS-TRL-FOUND-SW
                   MOVE SH-CONTROL-COUNT TO WS-TRL-COUNT
                   MOVE SH-CONTROL-HASH TO WS-TRL-HASH
      *  A GRADE-CHANGE AMENDMENT BKGCHG APPENDED SINCE THE LAST RUN
      *  IS NOT PART OF THAT RUN'S APPENDS -- IT IS BALANCED ON
      *  BKGCHG'S OWN AUDIT RECORD, NOT HERE.
               WHEN SH-DETAIL-RECORD
                   ADD 1 TO WS-ACT-COUNT
                   PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
                       ADD SH-SCORE (SUB) TO WS-ACT-HASH
           MOVE ZEROS TO WS-ACT-COUNT
           MOVE ZEROS TO WS-ACT-HASH
           MOVE ZEROS TO WS-AUD-COUNT
           MOVE WS-AUD-SCORE-HASH TO WS-AUD-HASH
       .
      *
      *  700-WEIGH-ONE-FILE DECIDES ONE FILE'S VERDICT.  A FILE IS
                   MOVE 'NO TRAILER' TO BL-STATUS
                   MOVE 'N' TO WS-FILE-OK-SW
               WHEN WS-TRL-COUNT NOT = WS-AUD-COUNT
                 OR WS-TRL-HASH NOT = WS-AUD-HASH
                   MOVE 'OUT OF BALANCE' TO BL-STATUS
                   MOVE 'N' TO WS-FILE-OK-SW
               WHEN WS-ACT-COUNT NOT = WS-TRL-COUNT
           MOVE 2 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
       .
      *
      *  800-PRINT-HELD-SECTIONS LISTS EVERY SECTION THE RUN HELD
      *  BACK, SO THE REGISTRAR CAN SEE WHOSE GRADES DID NOT POST.
       800-PRINT-HELD-SECTIONS.

           IF HLT-ENTRY-COUNT > 0
               MOVE HELD-HEADER-LINE TO REPORT-LINE
               MOVE 3 TO PROPER-SPACING
               PERFORM 600-WRITE-A-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM VARYING HLT-IDX FROM 1 BY 1
                       UNTIL HLT-IDX > HLT-ENTRY-COUNT
                   MOVE HLT-DEPT-CODE (HLT-IDX) TO HL-DEPT-CODE
                   MOVE HLT-CLASS-CODE (HLT-IDX) TO HL-CLASS-CODE
                   IF HLT-REASON (HLT-IDX) = 'V'
                       MOVE 'CERTIFICATION VOIDED' TO HL-REASON
                   ELSE
                       MOVE 'NOT CERTIFIED' TO HL-REASON
                   END-IF
                   MOVE HLT-STUDENT-COUNT (HLT-IDX) TO HL-STUDENTS
                   MOVE HLT-SCORE-HASH (HLT-IDX) TO HL-HASH
                   MOVE HELD-LINE TO REPORT-LINE
                   PERFORM 600-WRITE-A-LINE
                   MOVE 1 TO PROPER-SPACING
               END-PERFORM
           END-IF
       .
      *
       600-WRITE-A-LINE.
           WRITE REPORT-LINE
               DISPLAY 'BKBAL - RUN OUT OF BALANCE -- '
                       'HOLDING THE STREAM'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1060-WRITE-BALANCED-RECORD
           END-IF

           CLOSE BALANCE-REPORT-FILE
           STOP RUN
       .
      *
      *  1060-WRITE-BALANCED-RECORD STAMPS THE AUDIT TRAIL WITH THE
      *  RUN JUST PROVED -- ITS OPERATOR, TERM, AND TOTALS, AND ITS
      *  OWN DATE AND TIME IN AR-RUN-SCOPE -- UNDER THE TIME IT WAS
      *  PROVED.
       1060-WRITE-BALANCED-RECORD.

           OPEN EXTEND AUDIT-FILE
           MOVE SPACES TO AUDIT-RECORD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AR-RUN-DATE
           MOVE WS-HOURS TO AR-HOURS
           MOVE WS-MINUTES TO AR-MINUTES
           MOVE WS-SECONDS TO AR-SECONDS
           MOVE WS-AUD-OPERATOR-ID TO AR-OPERATOR-ID
           MOVE PAGE-NO TO AR-PAGE-COUNT
           MOVE WS-AUD-STUDENTS TO AR-TOTAL-STUDENTS
           MOVE WS-AUD-TERM-CODE TO AR-TERM-CODE
           MOVE WS-AUD-HIST-COUNT TO AR-HIST-COUNT
           MOVE WS-AUD-SCORE-HASH TO AR-SCORE-HASH
           MOVE 'BALANCED' TO AR-RUN-TYPE
           MOVE WS-AUD-RUN-DATE TO AR-RUN-SCOPE (1:6)
           MOVE WS-AUD-RUN-TIME (1:4) TO AR-RUN-SCOPE (7:4)
           MOVE WS-AUD-RUN-MODE TO AR-RUN-MODE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
       .
