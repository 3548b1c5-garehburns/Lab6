      *    PRINTS AT END OF RUN SO THE REGISTRAR CAN SEE WHERE
      *    DEMAND EXCEEDS SEATS.  A CONTROL ROW WITH NO CAPACITY
      *    (BLANK -- THE OLD FORMAT) MEANS NO LIMIT.
      *
      *    EVERY ADD, AND EVERY WAITLIST PROMOTION, IS ALSO HELD
      *    AGAINST THE REGISTRAR'S PREREQUISITE FILE (Lab6PREREQ.txt).
      *    THE STUDENT'S PRIOR GRADES ARE READ OFF THE STUDENT HISTORY
      *    FILE AND ITS ARCHIVE (Lab6SHIST.txt, Lab6SHISTA.txt) BY
      *    STUDENT ID; A STUDENT WHO HAS NOT EARNED THE MINIMUM GRADE
      *    IN EVERY REQUIRED COURSE IS REJECTED ON STUDENTUPD WITH THE
      *    MISSING PREREQUISITE NAMED.  A SUPERVISOR WAIVER KEYED ON
      *    SYSIN LETS A NAMED STUDENT INTO A NAMED SECTION ANYWAY, AND
      *    EVERY WAIVED ADD IS JOURNALED TO Lab6JRNL.txt THE SAME WAY
      *    A POST-CLOSE SCORE CHANGE IS.
      *
      *    EVERY ADD, CHANGE, DROP, AND PROMOTION THAT ACTUALLY LANDS
      *    ON THE MASTER IS ALSO LOGGED, TIMED TO THE SECOND, TO THE
      *    APPLIED-TRANSACTION LOG (Lab6APPLOG.txt).  THE STREAM TAKES
      *    AN IMAGE COPY OF THE MASTER JUST AHEAD OF THIS STEP, SO
      *    WITH THE LOG AND THE CORRECTION JOURNAL BKRCVR CAN ROLL
      *    THAT COPY FORWARD TO REBUILD A DAMAGED MASTER WITHOUT
      *    GOING BACK TO THE REGISTRAR'S EXTRACT.
      *
      *    AN ADD, CHANGE, DROP, OR PROMOTION THAT LANDS ON A SECTION
      *    WHOSE GRADES THE INSTRUCTOR HAS ALREADY CERTIFIED
      *    (Lab6CERT.txt) VOIDS THE CERTIFICATION, THE SAME WAY A
      *    BKMAINT CORRECTION DOES, SO THE FINAL RUN HOLDS THE
      *    SECTION BACK UNTIL IT IS SIGNED AGAIN.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT OPTIONAL JOURNAL-FILE
             ASSIGN TO "Lab6JRNL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  APPLIED-LOG-FILE IS OPENED EXTEND LIKE THE JOURNAL, AND IS
      *  OPTIONAL FOR THE SAME REASON -- THE FIRST RUN CREATES IT.
           SELECT OPTIONAL APPLIED-LOG-FILE
             ASSIGN TO "Lab6APPLOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  CERTIFICATION-FILE IS THE REGISTRAR'S RECORD OF SIGNED
      *  GRADE ROSTERS.  READ AT STARTUP FOR THE BATCH'S TERM, THEN
      *  OPENED EXTEND FOR THE VOIDS THE BATCH WRITES.  OPTIONAL --
      *  NO FILE MEANS NOTHING IS CERTIFIED YET.
           SELECT OPTIONAL CERTIFICATION-FILE
             ASSIGN TO "Lab6CERT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  PREREQ-FILE IS THE REGISTRAR'S PREREQUISITE TABLE.  THE
      *  STUDENT HISTORY FILE AND ITS ARCHIVE ARE READ ONCE AT
      *  STARTUP FOR THE GRADES EARNED IN THE REQUIRED COURSES, AND
      *  THE QUALITY POINT FILE RANKS ONE LETTER GRADE AGAINST
      *  ANOTHER.  THE PREREQUISITE FILE AND BOTH HISTORY FILES ARE
      *  OPTIONAL -- NO PREREQUISITE FILE MEANS NO PREREQUISITES, AND
      *  THE ARCHIVE DOES NOT EXIST UNTIL THE FIRST BKARCH RUN.
           SELECT OPTIONAL PREREQ-FILE
             ASSIGN TO "Lab6PREREQ.txt"
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
           SELECT QUALITY-POINT-FILE
             ASSIGN TO "Lab6QPTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT UPDATE-REPORT-FILE
               ASSIGN TO PRINTER "STUDENTUPD".
           RECORD CONTAINS 88 CHARACTERS.
      *
           COPY JRNLREC.
      *
       FD  APPLIED-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY APPLREC.
      *
       FD  CERTIFICATION-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY CERTREC.
      *
       FD  PREREQ-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY PREREQ.
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
       FD  QUALITY-POINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  QUALITY-POINT-RECORD.
           05  QPR-GRADE                    PIC X(2).
           05  QPR-POINTS                   PIC 9V99.
           05  FILLER                       PIC X(75).
      *
       FD  UPDATE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88 WS-TERM-CLOSED                       VALUE 'Y'.
           05  WS-RUN-OVERRIDE-SW          PIC X       VALUE 'N'.
               88 WS-RUN-OVERRIDE                      VALUE 'Y'.
           05  PRF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-PREREQS                      VALUE 'N'.
           05  HF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-HISTORY                      VALUE 'N'.
           05  QF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-POINTS                       VALUE 'N'.
           05  QPT-FOUND-SW                PIC X       VALUE 'N'.
               88 QPT-GRADE-FOUND                      VALUE 'Y'.
           05  WS-FOUND-SW                 PIC X       VALUE 'N'.
               88 WS-ENTRY-FOUND                       VALUE 'Y'.
           05  WS-REQUIRED-SW              PIC X       VALUE 'N'.
               88 WS-REQUIRED-COURSE                   VALUE 'Y'.
           05  WS-WAIVER-END-SW            PIC X       VALUE 'N'.
               88 WS-WAIVER-END                        VALUE 'Y'.
           05  WS-PREREQ-OK-SW             PIC X       VALUE 'Y'.
               88 WS-PREREQ-OK                         VALUE 'Y'.
           05  WS-PREREQ-MET-SW            PIC X       VALUE 'N'.
               88 WS-PREREQ-MET                        VALUE 'Y'.
           05  WS-PREREQ-WAIVED-SW         PIC X       VALUE 'N'.
               88 WS-PREREQ-WAIVED                     VALUE 'Y'.
           05  CTF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-CERTIFICATIONS               VALUE 'N'.
           05  CRT-FOUND-SW                PIC X       VALUE 'N'.
               88 CRT-SECTION-FOUND                    VALUE 'Y'.
      *
       01  WS-STUDENT-STATUS                PIC XX     VALUE '00'.
      *
       01  WS-TODAY                        PIC 9(6)   VALUE 0.
       01  WS-TERM-END-DATE                PIC 9(6)   VALUE 0.
      *
      *  CERT-TABLE HOLDS THE NEWEST CERTIFICATION RECORD FOR EACH
      *  SECTION OF THE BATCH'S TERM -- 'C' WHILE THE SIGNED PAGE
      *  STANDS, 'V' ONCE IT HAS BEEN VOIDED.
       01  CERT-TABLE.
           05  CRT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  CRT-ENTRY                   OCCURS 200 TIMES
                                            INDEXED BY CRT-IDX.
               10  CRT-DEPT-CODE            PIC A(4).
               10  CRT-CLASS-CODE           PIC X(5).
               10  CRT-INSTRUCTOR           PIC X(20).
               10  CRT-ACTION               PIC X.
      *
      *  WS-VOIDED-BY NAMES THE CHANGE THAT VOIDED A CERTIFICATION.
       01  WS-VOIDED-BY.
           05                              PIC X(8)   VALUE 'BKUPDT  '.
           05  WS-VOIDED-ID                PIC 9(7).
           05                              PIC X(5)   VALUE SPACES.
      *
      *  WS-BEFORE-IMAGE SAVES A CHANGED RECORD'S SCORES AND TAKEN
      *  FLAGS AS THEY STOOD BEFORE THE TRANSACTION, SO AN OVERRIDE
      *  CHANGE CAN BE JOURNALED WITH BOTH SIDES THE WAY BKMAINT
               10  WLT-FLAG                 PIC X    OCCURS 4 TIMES.
               10  WLT-GONE-SW              PIC X.
                   88  WLT-GONE                  VALUE 'Y'.
               10  WLT-WAIVER-FLAG          PIC X.
                   88  WLT-WAIVED                VALUE 'W'.
      *
       01  WS-WAIT-SUB                     PIC 9(3)   VALUE 0.
       01  WS-SECTION-WAITING              PIC 9(3)   VALUE 0.
       01  SUB                             PIC 9(2)   VALUE 0.
      *
      *  WS-LOG-ACTION IS THE ACTION CODE 590-LOG-APPLIED-CHANGE
      *  STAMPS ON THE APPLIED-TRANSACTION LOG.
       01  WS-LOG-ACTION                   PIC X      VALUE SPACE.
      *
      *  PREREQ-TABLE IS LOADED FROM THE REGISTRAR'S PREREQUISITE
      *  FILE AT STARTUP -- ONE ENTRY PER COURSE/REQUIRED-COURSE
      *  PAIR.
       01  PREREQ-TABLE.
           05  PQT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  PQT-ENTRY                   OCCURS 200 TIMES
                                            INDEXED BY PQT-IDX.
               10  PQT-DEPT-CODE            PIC A(4).
               10  PQT-CLASS-CODE           PIC X(5).
               10  PQT-REQ-DEPT-CODE        PIC A(4).
               10  PQT-REQ-CLASS-CODE       PIC X(5).
               10  PQT-MIN-GRADE            PIC X(2).
      *
      *  QPT-TABLE IS LOADED FROM THE REGISTRAR'S QUALITY POINT FILE,
      *  THE SAME TABLE BKGPA USES -- HERE IT ONLY RANKS A GRADE
      *  EARNED AGAINST THE MINIMUM A PREREQUISITE CALLS FOR.  A
      *  GRADE NOT ON THE TABLE ('I') MEETS NO MINIMUM, AND A GRADE
      *  WORTH NO POINTS ('F') MEETS NONE EITHER -- A BLANK MINIMUM
      *  STILL CALLS FOR A PASSING GRADE.
       01  QPT-TABLE.
           05  QPT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  QPT-ENTRY                   OCCURS 50 TIMES
                                            INDEXED BY QPT-IDX.
               10  QPT-GRADE                PIC X(2).
               10  QPT-POINTS               PIC 9V99.
      *
       01  PREREQ-WORK.
           05  WS-POINTS                   PIC 9V99    VALUE 0.
           05  WS-MIN-POINTS               PIC 9V99    VALUE 0.
           05  WS-LOOKUP-GRADE             PIC X(2)    VALUE SPACES.
           05  WS-TERM-KEY                 PIC X(6)    VALUE SPACES.
           05  WS-INSERT-SUB               PIC 9(5)    VALUE 0.
           05  WS-TRY-SUB                  PIC 9       VALUE 0.
      *
      *  WS-CHECK-KEY IS THE STUDENT AND SECTION BEING HELD AGAINST
      *  THE PREREQUISITES -- THE TRANSACTION'S ON AN ADD, THE
      *  WAITLIST ENTRY'S ON A PROMOTION.
       01  WS-CHECK-KEY.
           05  WS-CHECK-STUDENT-ID         PIC 9(7).
           05  WS-CHECK-DEPT-CODE          PIC A(4).
           05  WS-CHECK-CLASS-CODE         PIC X(5).
      *
      *  PRIOR-GRADE-TABLE HOLDS, FOR EVERY STUDENT ON THE HISTORY
      *  FILES, THE GRADES EARNED IN ANY COURSE THAT IS SOMEBODY'S
      *  PREREQUISITE -- NOTHING ELSE IS KEPT, WHICH KEEPS THE TABLE
      *  SMALL.  EACH ENTRY HOLDS UP TO FOUR ATTEMPTS AT THE COURSE,
      *  ONE PER TERM, OLDEST DROPPED FIRST.  A LATER RECORD FOR AN
      *  ATTEMPT'S TERM (A RERUN OF THAT TERM) REPLACES ITS GRADE, SO
      *  THE LATEST WORD ON EVERY TERM IS WHAT COUNTS.  KEPT IN KEY
      *  ORDER FOR A BINARY SEARCH, UNUSED SLOTS AT HIGH-VALUES, THE
      *  SAME SHAPE BKSTAND AND BKGPA KEEP.
       01  PRIOR-GRADE-TABLE.
           05  PRG-ENTRY-COUNT             PIC 9(5)   VALUE 0.
           05  PRG-ENTRY-AREA.
               10  PRG-ENTRY               OCCURS 20000 TIMES
                                            ASCENDING KEY IS PRG-KEY
                                            INDEXED BY PRG-IDX.
                   15  PRG-KEY.
                       20  PRG-STUDENT-ID   PIC 9(7).
                       20  PRG-DEPT-CODE    PIC A(4).
                       20  PRG-CLASS-CODE   PIC X(5).
                   15  PRG-TRY-COUNT        PIC 9.
                   15  PRG-TRY          OCCURS 4 TIMES.
                       20  PRG-TRY-TERM     PIC X(6).
      *  SPACES WHEN THE TERM'S LATEST RECORD CARRIES NO FINAL GRADE
      *  YET -- A MID-TERM RUN WITH A TEST STILL TO TAKE.
                       20  PRG-TRY-GRADE    PIC X(2).
      *
       01  WS-PRG-KEY.
           05  WS-PRG-STUDENT-ID           PIC 9(7).
           05  WS-PRG-DEPT-CODE            PIC A(4).
           05  WS-PRG-CLASS-CODE           PIC X(5).
      *
      *  WAIVER-TABLE HOLDS THE SUPERVISOR'S PREREQUISITE WAIVERS
      *  KEYED ON SYSIN FOR THIS RUN -- ONE STUDENT INTO ONE SECTION
      *  PER LINE.
       01  WAIVER-TABLE.
           05  WVT-ENTRY-COUNT             PIC 9(2)   VALUE 0.
           05  WVT-ENTRY                   OCCURS 50 TIMES
                                            INDEXED BY WVT-IDX.
               10  WVT-STUDENT-ID           PIC 9(7).
               10  WVT-DEPT-CODE            PIC A(4).
               10  WVT-CLASS-CODE           PIC X(5).
      *
      *  WS-WAIVER-LINE IS ONE SYSIN WAIVER LINE -- STUDENT ID, THEN
      *  DEPT AND CLASS, PACKED THE WAY THE TRANSACTION FILE CARRIES
      *  THEM (E.G. 0004501COMPCS491).
       01  WS-WAIVER-LINE.
           05  WVL-STUDENT-ID              PIC 9(7).
           05  WVL-DEPT-CODE               PIC A(4).
           05  WVL-CLASS-CODE              PIC X(5).
           05  FILLER                      PIC X(64).
      *
      ************ OUTPUT AREA ************
      *
       01  HEADING-ONE.
           05                              PIC X     VALUE SPACE.
           05  TL-NAME                     PIC X(13).
           05  TL-DISPOSITION              PIC X(30).
      *
      *  PREREQ-DISPOSITION NAMES THE PREREQUISITE A STUDENT IS
      *  MISSING, AND THE GRADE IT CALLS FOR, ON THE TRANSACTION LINE.
       01  PREREQ-DISPOSITION.
           05  PRD-LEAD                    PIC X(11).
           05                              PIC X(7)  VALUE 'PREREQ '.
           05  PRD-DEPT-CODE               PIC A(4).
           05  PRD-CLASS-CODE              PIC X(5).
           05                              PIC X     VALUE SPACE.
           05  PRD-MIN-GRADE               PIC X(2).
      *
       01  TRANS-TOTAL-LINE.
           05                              PIC X(7) VALUE SPACES.
           PERFORM 230-LOAD-TERM-CALENDAR
           PERFORM 240-RESOLVE-TERM-CODE
           PERFORM 245-CHECK-TERM-OPEN
           PERFORM 247-ACCEPT-PREREQ-WAIVERS

           OPEN INPUT  TRANS-FILE
                I-O    STUDENT-FILE
                OUTPUT UPDATE-REPORT-FILE
                EXTEND JOURNAL-FILE
                EXTEND APPLIED-LOG-FILE
           PERFORM 205-VERIFY-STUDENT-OPEN
           PERFORM 250-LOAD-DEPT-CLASS-TABLE
           PERFORM 260-LOAD-WAITLIST
           PERFORM 270-COUNT-ENROLLMENT
           PERFORM 280-LOAD-PREREQUISITES
           PERFORM 294-LOAD-CERTIFICATIONS
           OPEN EXTEND CERTIFICATION-FILE

           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           END-IF
       .
      *
      *  247-ACCEPT-PREREQ-WAIVERS TAKES THE SUPERVISOR'S
      *  PREREQUISITE WAIVERS OFF SYSIN, ONE PER LINE -- STUDENT ID,
      *  DEPT, CLASS -- UNTIL A BLANK LINE OR THE END OF SYSIN.  A
      *  LINE WHOSE STUDENT ID IS NOT NUMERIC IS REPORTED AND
      *  IGNORED: A MISKEYED WAIVER MUST NOT LET THE WRONG STUDENT
      *  IN.
       247-ACCEPT-PREREQ-WAIVERS.

           MOVE 'N' TO WS-WAIVER-END-SW
           PERFORM UNTIL WS-WAIVER-END
               DISPLAY 'BKUPDT - PREREQUISITE WAIVER (ID/DEPT/CLASS, '
                       'BLANK TO END): '
               MOVE SPACES TO WS-WAIVER-LINE
               ACCEPT WS-WAIVER-LINE
               EVALUATE TRUE
                   WHEN WS-WAIVER-LINE = SPACES
                       MOVE 'Y' TO WS-WAIVER-END-SW
                   WHEN WVL-STUDENT-ID NOT NUMERIC
                       DISPLAY 'BKUPDT - WAIVER IGNORED, STUDENT ID '
                               'NOT NUMERIC: ' WVL-STUDENT-ID
                   WHEN WVT-ENTRY-COUNT >= 50
                       DISPLAY 'BKUPDT - WAIVER TABLE FULL, WAIVER '
                               'IGNORED: ' WVL-STUDENT-ID
                   WHEN OTHER
                       ADD 1 TO WVT-ENTRY-COUNT
                       MOVE WVL-STUDENT-ID TO
                            WVT-STUDENT-ID (WVT-ENTRY-COUNT)
                       MOVE WVL-DEPT-CODE TO
                            WVT-DEPT-CODE (WVT-ENTRY-COUNT)
                       MOVE WVL-CLASS-CODE TO
                            WVT-CLASS-CODE (WVT-ENTRY-COUNT)
                       DISPLAY 'BKUPDT - PREREQUISITES WAIVED FOR '
                               WVL-STUDENT-ID ' IN ' WVL-DEPT-CODE
                               ' ' WVL-CLASS-CODE
               END-EVALUATE
           END-PERFORM
       .
      *
      *  205-VERIFY-STUDENT-OPEN ABORTS THE RUN IF STUDENT-FILE DID
      *  NOT OPEN CLEANLY, THE SAME WAY BKBRK DOES -- APPLYING A
      *  DROP/ADD BATCH AGAINST A MISSING OR BROKEN MASTER WOULD
           MOVE WL-FLAG3 TO WLT-FLAG (WLT-ENTRY-COUNT, 3)
           MOVE WL-FLAG4 TO WLT-FLAG (WLT-ENTRY-COUNT, 4)
           MOVE 'N' TO WLT-GONE-SW (WLT-ENTRY-COUNT)
           MOVE WL-WAIVER-FLAG TO WLT-WAIVER-FLAG (WLT-ENTRY-COUNT)
       .
      *
      *  270-COUNT-ENROLLMENT READS THE MASTER FRONT TO BACK ONCE
                   ADD 1 TO DCT-ENROLLED (DCT-IDX)
           END-SEARCH
       .
      *
      *  280-LOAD-PREREQUISITES LOADS THE REGISTRAR'S PREREQUISITE
      *  AND QUALITY POINT FILES, THEN -- ONLY IF THERE IS A
      *  PREREQUISITE TO ENFORCE -- THE GRADES EVERY STUDENT HAS
      *  EARNED IN THE REQUIRED COURSES.
       280-LOAD-PREREQUISITES.

           OPEN INPUT PREREQ-FILE
           PERFORM UNTIL NO-MORE-PREREQS
               READ PREREQ-FILE
                   AT END
                       MOVE 'N' TO PRF-EOF-FLAG
                   NOT AT END
                       IF PQT-ENTRY-COUNT < 200
                           ADD 1 TO PQT-ENTRY-COUNT
                           MOVE PR-DEPT-CODE TO
                                PQT-DEPT-CODE (PQT-ENTRY-COUNT)
                           MOVE PR-CLASS-CODE TO
                                PQT-CLASS-CODE (PQT-ENTRY-COUNT)
                           MOVE PR-REQ-DEPT-CODE TO
                                PQT-REQ-DEPT-CODE (PQT-ENTRY-COUNT)
                           MOVE PR-REQ-CLASS-CODE TO
                                PQT-REQ-CLASS-CODE (PQT-ENTRY-COUNT)
                           MOVE PR-MIN-GRADE TO
                                PQT-MIN-GRADE (PQT-ENTRY-COUNT)
                       ELSE
                           DISPLAY 'BKUPDT - PREREQUISITE TABLE FULL, '
                                   'ROW DROPPED: ' PR-DEPT-CODE ' '
                                   PR-CLASS-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREREQ-FILE

           PERFORM 282-LOAD-QUALITY-POINTS

      *  UNUSED TABLE SLOTS MUST SORT AFTER EVERY REAL KEY OR THE
      *  BINARY SEARCH'S ASCENDING ORDER BREAKS AT THE FIRST EMPTY
      *  SLOT.
           MOVE HIGH-VALUES TO PRG-ENTRY-AREA
           IF PQT-ENTRY-COUNT > 0
               PERFORM 284-LOAD-PRIOR-GRADES
           END-IF
       .
      *
       282-LOAD-QUALITY-POINTS.

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
      *  284-LOAD-PRIOR-GRADES READS THE ARCHIVE FIRST AND THE LIVE
      *  FILE SECOND -- OLDEST TERMS FIRST, SO A TERM'S LATEST RECORD
      *  IS ALWAYS THE LAST ONE FILED.  THE ARCHIVE IS READ INTO THE
      *  LIVE FILE'S RECORD AREA SO ONE SET OF FIELD NAMES SERVES
      *  BOTH.
       284-LOAD-PRIOR-GRADES.

           OPEN INPUT STUDENT-HIST-ARCH-FILE
                      STUDENT-HISTORY-FILE
           PERFORM UNTIL NO-MORE-HISTORY
               READ STUDENT-HIST-ARCH-FILE
                   INTO STUDENT-HISTORY-RECORD
                   AT END
                       MOVE 'N' TO HF-EOF-FLAG
                   NOT AT END
                       PERFORM 285-STORE-PRIOR-GRADE
               END-READ
           END-PERFORM

           MOVE ' ' TO HF-EOF-FLAG
           PERFORM UNTIL NO-MORE-HISTORY
               READ STUDENT-HISTORY-FILE
                   AT END
                       MOVE 'N' TO HF-EOF-FLAG
                   NOT AT END
                       PERFORM 285-STORE-PRIOR-GRADE
               END-READ
           END-PERFORM
           CLOSE STUDENT-HIST-ARCH-FILE
                 STUDENT-HISTORY-FILE
       .
      *
      *  285-STORE-PRIOR-GRADE FILES ONE HISTORY RECORD'S GRADE IF
      *  IT IS A STUDENT RECORD CARRYING AN ID, IN A COURSE SOME
      *  PREREQUISITE REQUIRES.  THE 'H'/'T' CONTROL RECORDS AND
      *  RECORDS FROM BEFORE THE STUDENT ID EXISTED ARE PASSED BY --
      *  THE CHECK IS BY ID, AND A NAME IS NOT AN IDENTITY.  A
      *  GRADE-CHANGE AMENDMENT CORRECTS THE ATTEMPT IT SUPERSEDES.
       285-STORE-PRIOR-GRADE.

           IF (SH-DETAIL-RECORD OR SH-AMENDMENT-RECORD)
              AND SH-STUDENT-ID IS NUMERIC
              AND SH-STUDENT-ID NOT = ZEROS
               PERFORM 286-CHECK-REQUIRED-COURSE
               IF WS-REQUIRED-COURSE
                   PERFORM 287-FIND-OR-ADD-PRIOR-GRADE
                   IF WS-ENTRY-FOUND
                       IF SH-AMENDMENT-RECORD
                           PERFORM 290-AMEND-ATTEMPT
                       ELSE
                           PERFORM 289-FILE-ATTEMPT
                       END-IF
                   END-IF
               END-IF
           END-IF
       .
      *
       286-CHECK-REQUIRED-COURSE.

           MOVE 'N' TO WS-REQUIRED-SW
           SET PQT-IDX TO 1
           SEARCH PQT-ENTRY
               AT END
                   MOVE 'N' TO WS-REQUIRED-SW
               WHEN PQT-REQ-DEPT-CODE (PQT-IDX) = SH-DEPT-CODE
                AND PQT-REQ-CLASS-CODE (PQT-IDX) = SH-CLASS-CODE
                   MOVE 'Y' TO WS-REQUIRED-SW
           END-SEARCH
       .
      *
      *  287-FIND-OR-ADD-PRIOR-GRADE BINARY-SEARCHES THE TABLE FOR
      *  THE RECORD'S STUDENT AND COURSE AND ADDS A NEW ENTRY IN KEY
      *  ORDER THE FIRST TIME THE PAIR IS SEEN.  PRG-IDX IS LEFT ON
      *  THE ENTRY; WS-ENTRY-FOUND COMES BACK 'N' ONLY WHEN THE
      *  TABLE IS FULL.
       287-FIND-OR-ADD-PRIOR-GRADE.

           MOVE SH-STUDENT-ID TO WS-PRG-STUDENT-ID
           MOVE SH-DEPT-CODE TO WS-PRG-DEPT-CODE
           MOVE SH-CLASS-CODE TO WS-PRG-CLASS-CODE

           MOVE 'N' TO WS-FOUND-SW
           SEARCH ALL PRG-ENTRY
               AT END
                   MOVE 'N' TO WS-FOUND-SW
               WHEN PRG-KEY (PRG-IDX) = WS-PRG-KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH

           IF NOT WS-ENTRY-FOUND
               IF PRG-ENTRY-COUNT < 20000
                   PERFORM 288-INSERT-PRIOR-GRADE
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   DISPLAY 'BKUPDT - PRIOR GRADE TABLE FULL, GRADE '
                           'SKIPPED: ' SH-STUDENT-ID ' '
                           SH-DEPT-CODE ' ' SH-CLASS-CODE
               END-IF
           END-IF
       .
      *
       288-INSERT-PRIOR-GRADE.

           PERFORM VARYING WS-INSERT-SUB FROM PRG-ENTRY-COUNT BY -1
                   UNTIL WS-INSERT-SUB < 1
                   OR PRG-KEY (WS-INSERT-SUB) < WS-PRG-KEY
               MOVE PRG-ENTRY (WS-INSERT-SUB) TO
                    PRG-ENTRY (WS-INSERT-SUB + 1)
           END-PERFORM

           ADD 1 TO WS-INSERT-SUB
           ADD 1 TO PRG-ENTRY-COUNT
           SET PRG-IDX TO WS-INSERT-SUB
           MOVE WS-PRG-KEY TO PRG-KEY (PRG-IDX)
           MOVE 0 TO PRG-TRY-COUNT (PRG-IDX)
       .
      *
      *  289-FILE-ATTEMPT FILES THE RECORD'S GRADE UNDER ITS TERM.
      *  IF THE ENTRY'S LAST ATTEMPT IS ALREADY THIS TERM, THIS IS A
      *  RERUN OF THAT TERM AND ITS GRADE REPLACES THE EARLIER ONE;
      *  OTHERWISE IT IS A NEW ATTEMPT, AND A FIFTH ATTEMPT PUSHES
      *  THE OLDEST ONE OFF.  A MID-TERM RECORD WITH A TEST STILL TO
      *  TAKE HAS EARNED NO GRADE YET AND FILES AS SPACES.
       289-FILE-ATTEMPT.

           IF SH-TERM-CODE = SPACES
               MOVE SH-RUN-DATE TO WS-TERM-KEY
           ELSE
               MOVE SH-TERM-CODE TO WS-TERM-KEY
           END-IF

           IF PRG-TRY-COUNT (PRG-IDX) > 0
              AND PRG-TRY-TERM (PRG-IDX, PRG-TRY-COUNT (PRG-IDX))
                  = WS-TERM-KEY
               MOVE PRG-TRY-COUNT (PRG-IDX) TO WS-TRY-SUB
           ELSE
               IF PRG-TRY-COUNT (PRG-IDX) < 4
                   ADD 1 TO PRG-TRY-COUNT (PRG-IDX)
                   MOVE PRG-TRY-COUNT (PRG-IDX) TO WS-TRY-SUB
               ELSE
                   PERFORM VARYING WS-TRY-SUB FROM 1 BY 1
                           UNTIL WS-TRY-SUB > 3
                       MOVE PRG-TRY (PRG-IDX, WS-TRY-SUB + 1)
                         TO PRG-TRY (PRG-IDX, WS-TRY-SUB)
                   END-PERFORM
                   MOVE 4 TO WS-TRY-SUB
               END-IF
               MOVE WS-TERM-KEY TO PRG-TRY-TERM (PRG-IDX, WS-TRY-SUB)
           END-IF

           IF SH-INCOMPLETE = 'I'
               MOVE SPACES TO PRG-TRY-GRADE (PRG-IDX, WS-TRY-SUB)
           ELSE
               MOVE SH-GRADE TO PRG-TRY-GRADE (PRG-IDX, WS-TRY-SUB)
           END-IF
       .
      *
      *  290-AMEND-ATTEMPT REPLACES THE GRADE ON THE ATTEMPT FOR THE
      *  AMENDED TERM -- THE MOST RECENT ONE, IF THE COURSE WAS
      *  TAKEN TWICE IN A TERM CODE.  AN AMENDMENT WHOSE ATTEMPT IS
      *  NOT ON THE TABLE (PUSHED OFF BY LATER ATTEMPTS, SAY) FILES
      *  AS AN ATTEMPT OF ITS OWN, SO THE CORRECTED GRADE STILL
      *  COUNTS.
       290-AMEND-ATTEMPT.

           IF SH-TERM-CODE = SPACES
               MOVE SH-RUN-DATE TO WS-TERM-KEY
           ELSE
               MOVE SH-TERM-CODE TO WS-TERM-KEY
           END-IF

           PERFORM VARYING WS-TRY-SUB FROM PRG-TRY-COUNT (PRG-IDX)
                   BY -1
                   UNTIL WS-TRY-SUB < 1
                   OR PRG-TRY-TERM (PRG-IDX, WS-TRY-SUB) = WS-TERM-KEY
           END-PERFORM

           IF WS-TRY-SUB < 1
               PERFORM 289-FILE-ATTEMPT
           ELSE
               IF SH-INCOMPLETE = 'I'
                   MOVE SPACES TO PRG-TRY-GRADE (PRG-IDX, WS-TRY-SUB)
               ELSE
                   MOVE SH-GRADE TO PRG-TRY-GRADE (PRG-IDX, WS-TRY-SUB)
               END-IF
           END-IF
       .
      *
      *  294-LOAD-CERTIFICATIONS READS THE CERTIFICATION FILE FOR
      *  THE BATCH'S TERM, KEEPING THE NEWEST RECORD PER SECTION.
       294-LOAD-CERTIFICATIONS.

           OPEN INPUT CERTIFICATION-FILE
           PERFORM UNTIL NO-MORE-CERTIFICATIONS
               READ CERTIFICATION-FILE
                   AT END
                       MOVE 'N' TO CTF-EOF-FLAG
                   NOT AT END
                       IF CT-TERM-CODE = WS-TERM-CODE
                           PERFORM 296-STORE-CERTIFICATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERTIFICATION-FILE
       .
      *
       296-STORE-CERTIFICATION.

           PERFORM 598-FIND-CERTIFICATION
           IF NOT CRT-SECTION-FOUND
              AND CRT-ENTRY-COUNT < 200
               ADD 1 TO CRT-ENTRY-COUNT
               SET CRT-IDX TO CRT-ENTRY-COUNT
               MOVE CT-DEPT-CODE TO CRT-DEPT-CODE (CRT-IDX)
               MOVE CT-CLASS-CODE TO CRT-CLASS-CODE (CRT-IDX)
               MOVE 'Y' TO CRT-FOUND-SW
           END-IF
           IF CRT-SECTION-FOUND
               MOVE CT-INSTRUCTOR TO CRT-INSTRUCTOR (CRT-IDX)
               MOVE CT-ACTION TO CRT-ACTION (CRT-IDX)
           END-IF
       .
      *
       300-READ-TRANS-FILE.

           END-IF
       .
      *
      *  510-ADD-STUDENT HOLDS THE ADD AGAINST THE COURSE'S
      *  PREREQUISITES FIRST -- A STUDENT WHO DOES NOT QUALIFY IS
      *  REJECTED OUTRIGHT, NOT WAITLISTED, UNLESS A SUPERVISOR
      *  WAIVED IT.  THEN IT WEIGHS THE ADD AGAINST THE SECTION'S
      *  SEAT COUNT -- DCT-IDX IS STILL ON THE SECTION'S CONTROL
      *  ROW FROM 505'S SEARCH.  A FULL SECTION DIVERTS THE STUDENT
      *  TO THE WAITLIST INSTEAD OF THE MASTER.
       510-ADD-STUDENT.

           MOVE TR-STUDENT-ID TO WS-CHECK-STUDENT-ID
           MOVE TR-DEPT-CODE TO WS-CHECK-DEPT-CODE
           MOVE TR-CLASS-CODE TO WS-CHECK-CLASS-CODE
           PERFORM 560-CHECK-PREREQUISITES

           IF NOT WS-PREREQ-OK AND NOT WS-PREREQ-WAIVED
               MOVE 'REJECTED - ' TO PRD-LEAD
               MOVE PREREQ-DISPOSITION TO TL-DISPOSITION
               ADD 1 TO WS-TRANS-REJECTED
               PERFORM 600-WRITE-TRANS-LINE
           ELSE
               IF DCT-CAPACITY (DCT-IDX) > 0
                  AND DCT-ENROLLED (DCT-IDX) >= DCT-CAPACITY (DCT-IDX)
                   PERFORM 515-WAITLIST-STUDENT
                   MOVE 'WAITLISTED - SECTION FULL' TO TL-DISPOSITION
                   ADD 1 TO WS-TRANS-WAITLISTED
                   PERFORM 600-WRITE-TRANS-LINE
               ELSE
                   PERFORM 512-WRITE-NEW-STUDENT
               END-IF
           END-IF
       .
      *
                   MOVE 'APPLIED' TO TL-DISPOSITION
                   ADD 1 TO WS-TRANS-APPLIED
                   ADD 1 TO DCT-ENROLLED (DCT-IDX)
                   MOVE 'A' TO WS-LOG-ACTION
                   PERFORM 590-LOG-APPLIED-CHANGE
                   IF WS-PREREQ-WAIVED
                       MOVE 'APPLIED - PREREQ WAIVED' TO
                            TL-DISPOSITION
                       PERFORM 529-JOURNAL-WAIVER
                   END-IF
           END-WRITE

           PERFORM 600-WRITE-TRANS-LINE
               MOVE TR-FLAG3 TO WLT-FLAG (WLT-ENTRY-COUNT, 3)
               MOVE TR-FLAG4 TO WLT-FLAG (WLT-ENTRY-COUNT, 4)
               MOVE 'N' TO WLT-GONE-SW (WLT-ENTRY-COUNT)
               IF WS-PREREQ-WAIVED
                   MOVE 'W' TO WLT-WAIVER-FLAG (WLT-ENTRY-COUNT)
               ELSE
                   MOVE SPACE TO WLT-WAIVER-FLAG (WLT-ENTRY-COUNT)
               END-IF
           ELSE
               DISPLAY 'BKUPDT - WAITLIST TABLE FULL, STUDENT '
                       'NOT WAITLISTED: ' TR-NAME
                       NOT INVALID KEY
                           MOVE 'APPLIED' TO TL-DISPOSITION
                           ADD 1 TO WS-TRANS-APPLIED
                           MOVE 'C' TO WS-LOG-ACTION
                           PERFORM 590-LOG-APPLIED-CHANGE
                           IF WS-RUN-OVERRIDE
                               MOVE 'APPLIED - OVERRIDE' TO
                                    TL-DISPOSITION
               MOVE TS-TAKEN (SUB) TO JR-NEW-FLAG (SUB)
           END-PERFORM
           MOVE 'O' TO JR-OVERRIDE-FLAG
           MOVE 'U' TO JR-SOURCE-FLAG

           WRITE JOURNAL-RECORD
       .
      *
      *  529-JOURNAL-WAIVER APPENDS ONE ENTRY TO THE CORRECTION
      *  JOURNAL FOR A STUDENT PUT ON THE MASTER UNDER A SUPERVISOR
      *  PREREQUISITE WAIVER, THE SAME WAY 528 JOURNALS A POST-CLOSE
      *  OVERRIDE.  THERE IS NO RECORD BEFORE AN ADD, SO THE BEFORE
      *  IMAGE IS ZEROS; THE AFTER IMAGE IS THE RECORD AS WRITTEN.
       529-JOURNAL-WAIVER.

           MOVE SPACES TO JOURNAL-RECORD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO JR-RUN-DATE
           MOVE WS-HOURS TO JR-HOURS
           MOVE WS-MINUTES TO JR-MINUTES
           MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID
           MOVE SR-DEPT-CODE TO JR-DEPT-CODE
           MOVE SR-CLASS-CODE TO JR-CLASS-CODE
           MOVE SR-STUDENT-ID TO JR-STUDENT-ID
           MOVE SR-NAME TO JR-NAME
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               MOVE ZEROS TO JR-OLD-SCORE (SUB)
               MOVE 'N' TO JR-OLD-FLAG (SUB)
               MOVE TS-SCORE (SUB) TO JR-NEW-SCORE (SUB)
               MOVE TS-TAKEN (SUB) TO JR-NEW-FLAG (SUB)
           END-PERFORM
           MOVE 'W' TO JR-OVERRIDE-FLAG
           MOVE 'U' TO JR-SOURCE-FLAG

           WRITE JOURNAL-RECORD
       .
               NOT INVALID KEY
                   MOVE 'APPLIED' TO TL-DISPOSITION
                   ADD 1 TO WS-TRANS-APPLIED
                   MOVE 'D' TO WS-LOG-ACTION
                   PERFORM 590-LOG-APPLIED-CHANGE
                   PERFORM 600-WRITE-TRANS-LINE
                   PERFORM 535-OPEN-A-SEAT
           END-DELETE
           MOVE SR-STUDENT-ID TO TL-STUDENT-ID
           MOVE SR-NAME TO TL-NAME

      *  THE PREREQUISITES ARE HELD AGAINST THE STUDENT AGAIN AT
      *  PROMOTION -- A GRADE MAY HAVE CHANGED SINCE THEY WAITLISTED.
      *  A WAIVER GRANTED WITH THE ORIGINAL ADD RIDES ON THE ENTRY.
      *  A CANDIDATE WHO NO LONGER QUALIFIES COMES OFF THE LIST LIKE
      *  A DUPLICATE DOES, AND THE SEAT GOES TO THE NEXT IN LINE.
           MOVE SR-STUDENT-ID TO WS-CHECK-STUDENT-ID
           MOVE SR-DEPT-CODE TO WS-CHECK-DEPT-CODE
           MOVE SR-CLASS-CODE TO WS-CHECK-CLASS-CODE
           PERFORM 560-CHECK-PREREQUISITES
           IF WLT-WAIVED (WS-WAIT-SUB)
               MOVE 'Y' TO WS-PREREQ-WAIVED-SW
           END-IF

           IF NOT WS-PREREQ-OK AND NOT WS-PREREQ-WAIVED
               MOVE 'NO PROMO - ' TO PRD-LEAD
               MOVE PREREQ-DISPOSITION TO TL-DISPOSITION
           ELSE
               WRITE STUDENT-RECORD
                   INVALID KEY
                       MOVE 'PROMOTION FAILED - DUPLICATE' TO
                            TL-DISPOSITION
                   NOT INVALID KEY
                       MOVE 'PROMOTED FROM WAITLIST' TO TL-DISPOSITION
                       ADD 1 TO DCT-ENROLLED (DCT-IDX)
                       ADD 1 TO WS-WAIT-PROMOTED
                       MOVE 'Y' TO WS-SEAT-FILLED-SW
                       MOVE 'P' TO WS-LOG-ACTION
                       PERFORM 590-LOG-APPLIED-CHANGE
                       IF NOT WS-PREREQ-OK
                           MOVE 'PROMOTED - PREREQ WAIVED' TO
                                TL-DISPOSITION
                           PERFORM 529-JOURNAL-WAIVER
                       END-IF
               END-WRITE
           END-IF
           MOVE 'Y' TO WLT-GONE-SW (WS-WAIT-SUB)

           MOVE TRANS-LINE TO REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
       .
      *
      *  560-CHECK-PREREQUISITES HOLDS THE STUDENT AND SECTION IN
      *  WS-CHECK-KEY AGAINST EVERY PREREQUISITE ROW FOR THE COURSE.
      *  WS-PREREQ-OK COMES BACK 'N' AT THE FIRST ONE NOT MET, WITH
      *  PREREQ-DISPOSITION NAMING IT; WS-PREREQ-WAIVED COMES BACK
      *  'Y' WHEN A SUPERVISOR WAIVER KEYED THIS RUN COVERS THE
      *  STUDENT AND SECTION.  A COURSE WITH NO PREREQUISITE ROWS
      *  ALWAYS PASSES.
       560-CHECK-PREREQUISITES.

           MOVE 'Y' TO WS-PREREQ-OK-SW
           MOVE 'N' TO WS-PREREQ-WAIVED-SW

           PERFORM VARYING PQT-IDX FROM 1 BY 1
                   UNTIL PQT-IDX > PQT-ENTRY-COUNT
                   OR NOT WS-PREREQ-OK
               IF PQT-DEPT-CODE (PQT-IDX) = WS-CHECK-DEPT-CODE
                  AND PQT-CLASS-CODE (PQT-IDX) = WS-CHECK-CLASS-CODE
                   PERFORM 565-CHECK-ONE-PREREQ
               END-IF
           END-PERFORM

           IF NOT WS-PREREQ-OK
              AND WVT-ENTRY-COUNT > 0
               SET WVT-IDX TO 1
               SEARCH WVT-ENTRY
                   AT END
                       MOVE 'N' TO WS-PREREQ-WAIVED-SW
                   WHEN WVT-STUDENT-ID (WVT-IDX) = WS-CHECK-STUDENT-ID
                    AND WVT-DEPT-CODE (WVT-IDX) = WS-CHECK-DEPT-CODE
                    AND WVT-CLASS-CODE (WVT-IDX) = WS-CHECK-CLASS-CODE
                       MOVE 'Y' TO WS-PREREQ-WAIVED-SW
               END-SEARCH
           END-IF
       .
      *
      *  565-CHECK-ONE-PREREQ LOOKS FOR ANY ATTEMPT AT THE REQUIRED
      *  COURSE WHOSE GRADE IS WORTH AT LEAST THE MINIMUM'S QUALITY
      *  POINTS.  A MINIMUM THE QUALITY POINT FILE DOES NOT KNOW IS A
      *  KEYING ERROR ON THE PREREQUISITE FILE -- IT IS REPORTED AND
      *  NOBODY MEETS IT, SO THE REGISTRAR SEES THE REJECTIONS
      *  INSTEAD OF A PREREQUISITE THAT SILENTLY STOPPED MEANING
      *  ANYTHING.  A BLANK MINIMUM MEANS ANY PASSING GRADE -- ONE
      *  WORTH MORE THAN ZERO POINTS -- SO A FAILED ATTEMPT NEVER
      *  COUNTS AS HAVING TAKEN THE COURSE.
       565-CHECK-ONE-PREREQ.

           IF PQT-MIN-GRADE (PQT-IDX) = SPACES
               MOVE .01 TO WS-MIN-POINTS
           ELSE
               MOVE PQT-MIN-GRADE (PQT-IDX) TO WS-LOOKUP-GRADE
               PERFORM 570-LOOK-UP-QUALITY-POINTS
               IF QPT-GRADE-FOUND
                   MOVE WS-POINTS TO WS-MIN-POINTS
               ELSE
                   DISPLAY 'BKUPDT - PREREQUISITE MINIMUM NOT ON '
                           'QUALITY POINT FILE: '
                           PQT-MIN-GRADE (PQT-IDX)
                   MOVE 9.99 TO WS-MIN-POINTS
               END-IF
           END-IF

           MOVE 'N' TO WS-PREREQ-MET-SW
           MOVE WS-CHECK-STUDENT-ID TO WS-PRG-STUDENT-ID
           MOVE PQT-REQ-DEPT-CODE (PQT-IDX) TO WS-PRG-DEPT-CODE
           MOVE PQT-REQ-CLASS-CODE (PQT-IDX) TO WS-PRG-CLASS-CODE
           SEARCH ALL PRG-ENTRY
               AT END
                   MOVE 'N' TO WS-PREREQ-MET-SW
               WHEN PRG-KEY (PRG-IDX) = WS-PRG-KEY
                   PERFORM 567-WEIGH-ATTEMPTS
           END-SEARCH

           IF NOT WS-PREREQ-MET
               MOVE 'N' TO WS-PREREQ-OK-SW
               MOVE PQT-REQ-DEPT-CODE (PQT-IDX) TO PRD-DEPT-CODE
               MOVE PQT-REQ-CLASS-CODE (PQT-IDX) TO PRD-CLASS-CODE
               MOVE PQT-MIN-GRADE (PQT-IDX) TO PRD-MIN-GRADE
           END-IF
       .
      *
       567-WEIGH-ATTEMPTS.

           PERFORM VARYING WS-TRY-SUB FROM 1 BY 1
                   UNTIL WS-TRY-SUB > PRG-TRY-COUNT (PRG-IDX)
                   OR WS-PREREQ-MET
               MOVE PRG-TRY-GRADE (PRG-IDX, WS-TRY-SUB)
                 TO WS-LOOKUP-GRADE
               IF WS-LOOKUP-GRADE NOT = SPACES
                   PERFORM 570-LOOK-UP-QUALITY-POINTS
                   IF QPT-GRADE-FOUND
                      AND WS-POINTS NOT < WS-MIN-POINTS
                       MOVE 'Y' TO WS-PREREQ-MET-SW
                   END-IF
               END-IF
           END-PERFORM
       .
      *
       570-LOOK-UP-QUALITY-POINTS.

           MOVE 'N' TO QPT-FOUND-SW
           MOVE ZEROS TO WS-POINTS
           SET QPT-IDX TO 1
           SEARCH QPT-ENTRY
               AT END
                   MOVE 'N' TO QPT-FOUND-SW
               WHEN QPT-GRADE (QPT-IDX) = WS-LOOKUP-GRADE
                   MOVE 'Y' TO QPT-FOUND-SW
                   MOVE QPT-POINTS (QPT-IDX) TO WS-POINTS
           END-SEARCH
       .
      *
      *  590-LOG-APPLIED-CHANGE APPENDS ONE ENTRY TO THE APPLIED-
      *  TRANSACTION LOG FOR A CHANGE THAT JUST LANDED ON THE MASTER
      *  -- WHO, WHEN TO THE SECOND, WHAT KIND, AND THE RECORD AS IT
      *  NOW STANDS.  ON A DROP ONLY THE KEY IN THE RECORD AREA IS
      *  MEANINGFUL -- THE RECORD ITSELF IS GONE.
       590-LOG-APPLIED-CHANGE.

           MOVE SPACES TO APPLIED-LOG-RECORD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AL-RUN-DATE
           MOVE WS-HOURS TO AL-HOURS
           MOVE WS-MINUTES TO AL-MINUTES
           MOVE WS-SECONDS TO AL-SECONDS
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           MOVE WS-LOG-ACTION TO AL-ACTION-CODE
           MOVE STUDENT-RECORD TO AL-STUDENT-IMAGE

           WRITE APPLIED-LOG-RECORD
           PERFORM 595-VOID-CERTIFICATION
       .
      *
      *  595-VOID-CERTIFICATION APPENDS A 'V' RECORD WHEN THE
      *  SECTION THE CHANGE JUST LANDED ON HAS A CERTIFICATION IN
      *  FORCE, SO THE SECTION MUST BE SIGNED AGAIN BEFORE ITS
      *  GRADES CAN POST.
       595-VOID-CERTIFICATION.

           MOVE SR-DEPT-CODE TO CT-DEPT-CODE
           MOVE SR-CLASS-CODE TO CT-CLASS-CODE
           PERFORM 598-FIND-CERTIFICATION
           IF CRT-SECTION-FOUND
              AND CRT-ACTION (CRT-IDX) = 'C'
               MOVE SR-STUDENT-ID TO WS-VOIDED-ID
               MOVE SPACES TO CERTIFICATION-RECORD
               MOVE WS-TERM-CODE TO CT-TERM-CODE
               MOVE SR-DEPT-CODE TO CT-DEPT-CODE
               MOVE SR-CLASS-CODE TO CT-CLASS-CODE
               MOVE CRT-INSTRUCTOR (CRT-IDX) TO CT-INSTRUCTOR
               MOVE 'V' TO CT-ACTION
               MOVE WS-CURRENT-DATE TO CT-SIGNED-DATE
               MOVE WS-VOIDED-BY TO CT-CERTIFIED-BY
               MOVE WS-CURRENT-DATE TO CT-RECORDED-DATE
               COMPUTE CT-RECORDED-TIME = WS-HOURS * 100 + WS-MINUTES
               MOVE WS-OPERATOR-ID TO CT-OPERATOR-ID
               WRITE CERTIFICATION-RECORD
               MOVE 'V' TO CRT-ACTION (CRT-IDX)
               DISPLAY 'BKUPDT - GRADE CERTIFICATION FOR '
                       SR-DEPT-CODE ' ' SR-CLASS-CODE
                       ' VOIDED -- SECTION MUST BE SIGNED AGAIN'
           END-IF
       .
      *
      *  598-FIND-CERTIFICATION LOOKS THE SECTION IN CT-DEPT-CODE/
      *  CT-CLASS-CODE UP ON CERT-TABLE.
       598-FIND-CERTIFICATION.

           MOVE 'N' TO CRT-FOUND-SW
           IF CRT-ENTRY-COUNT > 0
               SET CRT-IDX TO 1
               SEARCH CRT-ENTRY
                   AT END
                       MOVE 'N' TO CRT-FOUND-SW
                   WHEN CRT-IDX > CRT-ENTRY-COUNT
                       MOVE 'N' TO CRT-FOUND-SW
                   WHEN CRT-DEPT-CODE (CRT-IDX) = CT-DEPT-CODE
                    AND CRT-CLASS-CODE (CRT-IDX) = CT-CLASS-CODE
                       MOVE 'Y' TO CRT-FOUND-SW
               END-SEARCH
           END-IF
       .
      *
       600-WRITE-TRANS-LINE.

                 STUDENT-FILE
                 UPDATE-REPORT-FILE
                 JOURNAL-FILE
                 APPLIED-LOG-FILE
                 CERTIFICATION-FILE
           STOP RUN
       .
      *
           MOVE WLT-FLAG (WS-WAIT-SUB, 2) TO WL-FLAG2
           MOVE WLT-FLAG (WS-WAIT-SUB, 3) TO WL-FLAG3
           MOVE WLT-FLAG (WS-WAIT-SUB, 4) TO WL-FLAG4
           MOVE WLT-WAIVER-FLAG (WS-WAIT-SUB) TO WL-WAIVER-FLAG
           WRITE WAITLIST-RECORD
       .
      *
