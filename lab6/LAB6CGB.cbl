             ASSIGN TO "Lab6SHIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  INCOMPLETE-GRANT-FILE IS THE DEPARTMENT OFFICES' LIST OF
      *  INCOMPLETES INSTRUCTORS HAVE GRANTED.  A FINAL RUN GRADES A
      *  GRANTED STUDENT 'I' INSTEAD OF SCORING THE MISSED TEST AS A
      *  ZERO, AND FILES THE INCOMPLETE ON OPEN-INCOMPLETE-FILE FOR
      *  BKINC TO FOLLOW UP.  BOTH OPTIONAL -- MOST TERMS NOBODY HAS
      *  BEEN GRANTED ONE, AND THE FIRST FINAL RUN THAT GRANTS ONE
      *  CREATES THE OUTSTANDING FILE.
           SELECT OPTIONAL INCOMPLETE-GRANT-FILE
             ASSIGN TO "Lab6INCGRT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL OPEN-INCOMPLETE-FILE
             ASSIGN TO "Lab6INCOPN.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  AUDIT-FILE IS A PERMANENT LOG OF EVERY RUN OF THIS PROGRAM --
      *  NORMAL RUN, RESUMED RUN, OR REPRINT ALIKE.  IT IS OPENED
      *  EXTEND, LIKE HISTORY-FILE, SO EACH RUN ADDS ONE RECORD
           SELECT AUDIT-FILE
             ASSIGN TO "Lab6AUDIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  CERTIFICATION-FILE IS THE REGISTRAR'S RECORD OF WHICH
      *  SECTIONS' INSTRUCTORS HAVE SIGNED THEIR BKROSTR ROSTER PAGES
      *  (WRITTEN BY BKCERT, VOIDED BY BKMAINT AND BKUPDT).  A FINAL
      *  RUN POSTS A SECTION TO THE STUDENT HISTORY ONLY WHILE A
      *  CERTIFICATION IS IN FORCE FOR IT.  OPTIONAL SO A TERM WITH
      *  NOTHING CERTIFIED YET STILL RUNS -- AND HOLDS EVERY SECTION.
           SELECT OPTIONAL CERTIFICATION-FILE
             ASSIGN TO "Lab6CERT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  HELD-SECTION-FILE LISTS THE SECTIONS THIS RUN HELD BACK,
      *  FOR BKBAL AND BKSLIP.  REWRITTEN EVERY FRESH RUN; A RESUMED
      *  RUN READS BACK WHAT THE CHECKPOINTED RUN HELD, THEN ADDS TO
      *  IT.  OPTIONAL SO THE FIRST RESUME AFTER INSTALL FINDS NONE.
           SELECT OPTIONAL HELD-SECTION-FILE
             ASSIGN TO "Lab6HELD.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *  DIVIDES ITS HISTORY AVERAGES BY THE RIGHT POPULATION.
           05  RR-DEPT-GRADED               PIC 9(5).
           05  RR-CLASS-GRADED              PIC 9(5).
      *  RR-CLASS-HASH CARRIES THE SCORE HASH OF THE SECTION IN
      *  PROGRESS, SO A RESUMED RUN THAT HOLDS THE SECTION BACK
      *  STILL FILES ITS WHOLE HASH ON HELD-SECTION-FILE.
           05  RR-CLASS-HASH                PIC 9(9).
           05  FILLER                       PIC X(11).
      *
       FD  GRADE-SCALE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 88 CHARACTERS.
      *
           COPY SHISTREC.
      *
       FD  INCOMPLETE-GRANT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY INCGRT.
      *
       FD  OPEN-INCOMPLETE-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY INCOPN.
      *
       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY AUDITREC.
      *
       FD  CERTIFICATION-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY CERTREC.
      *
       FD  HELD-SECTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY HELDREC.
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
           05  CTF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-CERTIFICATIONS               VALUE 'N'.
           05  HDF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-HELD                         VALUE 'N'.
           05  CRT-FOUND-SW                PIC X       VALUE 'N'.
               88 CRT-SECTION-FOUND                    VALUE 'Y'.
           05  HLT-FOUND-SW                PIC X       VALUE 'N'.
               88 HLT-SECTION-FOUND                    VALUE 'Y'.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9      VALUE 1.
               10  TCT-START-DATE           PIC 9(6).
               10  TCT-END-DATE             PIC 9(6).
               10  TCT-CURRENT-FLAG         PIC X.
               10  TCT-CLOSED-FLAG          PIC X.

      *
      *  INCOMPLETE-GRANT-TABLE HOLDS THE GRANTS FILED FOR THE TERM
      *  BEING RUN, LOADED BY 280-LOAD-INCOMPLETE-GRANTS.  A TERM
      *  GRANTS A HANDFUL, SO 285-CHECK-INCOMPLETE-GRANT WALKS IT.
       01  INCOMPLETE-GRANT-TABLE.
           05  IGT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  IGT-ENTRY                   OCCURS 500 TIMES
                                            INDEXED BY IGT-IDX.
               10  IGT-STUDENT-ID           PIC 9(7).
               10  IGT-DEPT-CODE            PIC A(4).
               10  IGT-CLASS-CODE           PIC X(5).
      *
      *  CERT-TABLE HOLDS, FOR EACH SECTION ON CERTIFICATION-FILE
      *  FOR THIS RUN'S TERM, THE ACTION ON ITS NEWEST RECORD -- 'C'
      *  CERTIFIED OR 'V' VOIDED.  LOADED BY 282-LOAD-CERTIFICATIONS
      *  ON A FINAL RUN ONLY; A MID-TERM RUN POSTS NO FINAL GRADE
      *  AND HOLDS NOTHING BACK.
       01  CERT-TABLE.
           05  CRT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  CRT-ENTRY                   OCCURS 200 TIMES
                                            INDEXED BY CRT-IDX.
               10  CRT-DEPT-CODE            PIC A(4).
               10  CRT-CLASS-CODE           PIC X(5).
               10  CRT-ACTION               PIC X.
      *
      *  HELD-TABLE HOLDS ONE ROW PER SECTION THIS RUN HELD BACK,
      *  FOR THE HELD-SECTIONS BLOCK AT THE END OF THE REPORT AND
      *  THE STUDENT HISTORY TRAILER.  A RESUMED RUN REBUILDS IT
      *  FROM HELD-SECTION-FILE, AND A SECTION HELD TWICE (CLOSED
      *  AGAIN AFTER A RESUME) REPLACES ITS FIRST ROW.
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
      *  WS-INC-DEADLINE IS THE DATE AN INCOMPLETE GRANTED THIS TERM
      *  MUST BE FINISHED BY -- THE END DATE OF THE NEXT TERM ON THE
      *  CALENDAR, FOUND BY 245-FIND-COMPLETION-DEADLINE.  ZEROS
      *  WHEN THE CALENDAR DOES NOT RUN THAT FAR YET.
       01  WS-INC-DEADLINE                 PIC 9(6)   VALUE 0.
       01  WS-RUN-END-DATE                 PIC 9(6)   VALUE 0.
       01  WS-NEXT-START-DATE              PIC 9(6)   VALUE 0.
      *
      *  WS-GRADE-WORK HOLDS THE HIGH/LOW EDGE OF THE CURRENT BAND
      *  WHILE 265-DETERMINE-GRADE IS DECIDING A +/- MODIFIER.
           05  DF-WEIGHT-DIVISOR            PIC S9(3)  VALUE +0.
           05  DF-INCOMPLETE-SW             PIC X      VALUE 'N'.
               88  DF-INCOMPLETE                       VALUE 'Y'.
      *  DF-GRANTED-SW IS 'Y' WHEN A FINAL RUN FOUND AN INSTRUCTOR'S
      *  INCOMPLETE GRANT FOR THE STUDENT -- THE GRADE IS 'I' AND THE
      *  AVERAGE STAYS OUT OF THE CLASS AND DEPARTMENT AVERAGES.
           05  DF-GRANTED-SW                PIC X      VALUE 'N'.
               88  DF-INC-GRANTED                      VALUE 'Y'.
      *  DF-HIST-COUNT COUNTS THE 'D' AND 'C' HISTORY RECORDS THIS
      *  RUN APPENDS; DF-SCORE-HASH ACCUMULATES EVERY RAW TEST SCORE
      *  PROCESSED.  BOTH GO ON THE OUTPUT TRAILERS AND THE AUDIT
           05  DF-CLASS-AVG-TOTAL           PIC S9(7)V99 VALUE +0.
           05  DF-DEPT-GRADED               PIC S9(5) VALUE +0.
           05  DF-CLASS-GRADED              PIC S9(5) VALUE +0.
      *  DF-HELD-SW IS 'Y' WHILE THE SECTION IN HAND HAS NO
      *  CERTIFICATION IN FORCE ON A FINAL RUN -- ITS STUDENTS PRINT
      *  AND GO ON THE CSV AS ALWAYS, BUT NOTHING IS POSTED TO THE
      *  STUDENT HISTORY OR THE OUTSTANDING INCOMPLETES FOR THEM.
      *  DF-HELD-REASON IS 'U' (NEVER CERTIFIED) OR 'V' (VOIDED).
      *  DF-CLASS-HASH IS THE SECTION'S OWN SCORE HASH, AND
      *  DF-HELD-STUDENTS/DF-HELD-HASH SUM EVERY HELD SECTION'S --
      *  WHAT THE STUDENT HISTORY TRAILER IS SHORT BY.
           05  DF-HELD-SW                   PIC X      VALUE 'N'.
               88  DF-SECTION-HELD                     VALUE 'Y'.
           05  DF-HELD-REASON               PIC X      VALUE SPACE.
           05  DF-CLASS-HASH                PIC 9(9)   VALUE 0.
           05  DF-HELD-STUDENTS             PIC S9(7)  VALUE +0.
           05  DF-HELD-HASH                 PIC 9(9)   VALUE 0.
           05  DF-POSTED-STUDENTS           PIC S9(7)  VALUE +0.
           05  DF-POSTED-HASH               PIC 9(9)   VALUE 0.
           
      ************ OUTPUT AREA ************
      
           05 DL-GRADE                     PIC X(2).
      *  DL-INC SHOWS ' INC' FOR A MID-TERM STUDENT WITH A TEST NOT
      *  YET TAKEN, SO A DEPARTMENT HEAD SCANNING THE WEEK-8 REPORT
      *  CAN TELL A PARTIAL AVERAGE FROM A FINISHED ONE -- AND FOR A
      *  FINAL-RUN STUDENT GRADED 'I' OFF AN INCOMPLETE GRANT.
           05 DL-INC                       PIC X(4).
      *
      *  CSV-DETAIL-LINE IS THE COMMA-DELIMITED COUNTERPART OF
           05                               PIC X VALUE ','.
           05  CDL-GRADE                    PIC X(2).
           05                               PIC X VALUE ','.
      *  'I' WHEN A MID-TERM RUN FOUND A TEST NOT YET TAKEN, OR A
      *  FINAL RUN FOUND AN INCOMPLETE GRANT.
           05  CDL-INCOMPLETE               PIC X.

      *  CSV-HEADER-LINE AND CSV-TRAILER-LINE BRACKET THE EXTRACT SO
           05                              PIC X(54)  VALUE
                           'TOTAL STUDENTS FOR ALL DEPARTMENTS IS '.
           05  OAT-TOTAL                   PIC ZZZZZZ9.
      *
      *  PRINTED UNDER A HELD SECTION'S CLASS TOTAL, AND AGAIN IN
      *  THE HELD-SECTIONS BLOCK AT THE END OF THE REPORT.
       01  HELD-NOTE-LINE.
           05                              PIC X(5)   VALUE SPACES.
           05                              PIC X(8)   VALUE 'SECTION '.
           05  HNL-DEPT-CODE               PIC X(5).
           05  HNL-CLASS-CODE              PIC X(6).
           05                              PIC X(10)  VALUE
                                               'HELD BACK '.
           05  HNL-REASON                  PIC X(26).
           05  HNL-STUDENTS                PIC ZZZZ9.
      *
       01  HELD-HEADER-LINE.
           05                              PIC X(5)   VALUE SPACES.
           05                              PIC X(50)  VALUE
               'SECTIONS HELD BACK -- NOT CERTIFIED, NOT POSTED'.
      *
       01  HELD-TOTAL-LINE.
           05                              PIC X(5)   VALUE SPACES.
           05                              PIC X(49)  VALUE
               'STUDENTS HELD BACK FROM THE STUDENT HISTORY IS '.
           05  HTL-TOTAL                   PIC ZZZZZZ9.

      *
       PROCEDURE DIVISION.
           PERFORM 240-RESOLVE-TERM-CODE

           PERFORM 210-CHECK-FOR-RESTART
           PERFORM 247-CHECK-TERM-NOT-CLOSED

      *  THE GRANTS AND THE DEADLINE ARE LOOKED UP AFTER THE RESTART
      *  CHECK, SO A RESUME PICKS THEM UP FOR THE CHECKPOINT'S TERM.
           PERFORM 245-FIND-COMPLETION-DEADLINE
           PERFORM 280-LOAD-INCOMPLETE-GRANTS
           PERFORM 282-LOAD-CERTIFICATIONS

           IF WS-RESUME-YES
               OPEN INPUT  STUDENT-FILE
               OPEN EXTEND STUDENT-CSV-FILE
               PERFORM 220-SKIP-TO-CHECKPOINT
               MOVE 'NO' TO FIRST-RECORD
               PERFORM 286-RELOAD-HELD-SECTIONS
               OPEN EXTEND HELD-SECTION-FILE
           ELSE
               OPEN INPUT  STUDENT-FILE
                    OUTPUT STUDENT-REPORT-FILE
                    OUTPUT STUDENT-CSV-FILE
               PERFORM 205-VERIFY-STUDENT-OPEN
               OPEN OUTPUT HELD-SECTION-FILE
           END-IF

           OPEN EXTEND HISTORY-FILE
           OPEN EXTEND STUDENT-HISTORY-FILE
           OPEN EXTEND OPEN-INCOMPLETE-FILE
           OPEN EXTEND AUDIT-FILE

      *  A FRESH RUN OPENS ITS OUTPUTS WITH A HEADER ON EACH; A
               MOVE RR-SCORE-HASH TO DF-SCORE-HASH
               MOVE RR-DEPT-GRADED TO DF-DEPT-GRADED
               MOVE RR-CLASS-GRADED TO DF-CLASS-GRADED
               IF RR-CLASS-HASH NUMERIC
                   MOVE RR-CLASS-HASH TO DF-CLASS-HASH
               END-IF
      *  A CHECKPOINT WRITTEN BEFORE THE TERM CODE OR RUN MODE
      *  EXISTED CARRIES SPACES HERE -- THEN THE KEYED VALUE STANDS.
               IF RR-TERM-CODE NOT = SPACES
                                TCT-END-DATE (TCT-ENTRY-COUNT)
                           MOVE TCR-CURRENT-FLAG TO
                                TCT-CURRENT-FLAG (TCT-ENTRY-COUNT)
                           MOVE TCR-CLOSED-FLAG TO
                                TCT-CLOSED-FLAG (TCT-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           END-IF
       .
      *
      *  245-FIND-COMPLETION-DEADLINE FINDS THE TERM THAT FOLLOWS THE
      *  ONE BEING RUN -- THE CALENDAR ROW WITH THE EARLIEST START
      *  DATE AFTER THIS TERM ENDS -- AND TAKES ITS END DATE AS THE
      *  DEADLINE FOR ANY INCOMPLETE GRANTED THIS TERM.  THE CALENDAR
      *  IS NOT KEPT IN DATE ORDER, SO EVERY ROW IS LOOKED AT.
       245-FIND-COMPLETION-DEADLINE.

           MOVE ZEROS TO WS-INC-DEADLINE
           MOVE ZEROS TO WS-RUN-END-DATE
           MOVE 999999 TO WS-NEXT-START-DATE
           PERFORM VARYING TCT-IDX FROM 1 BY 1
                   UNTIL TCT-IDX > TCT-ENTRY-COUNT
               IF TCT-TERM-CODE (TCT-IDX) = WS-TERM-CODE
                   MOVE TCT-END-DATE (TCT-IDX) TO WS-RUN-END-DATE
               END-IF
           END-PERFORM
           PERFORM VARYING TCT-IDX FROM 1 BY 1
                   UNTIL TCT-IDX > TCT-ENTRY-COUNT
               IF TCT-START-DATE (TCT-IDX) > WS-RUN-END-DATE
                  AND TCT-START-DATE (TCT-IDX) < WS-NEXT-START-DATE
                   MOVE TCT-START-DATE (TCT-IDX) TO WS-NEXT-START-DATE
                   MOVE TCT-END-DATE (TCT-IDX) TO WS-INC-DEADLINE
               END-IF
           END-PERFORM
       .
      *
      *  247-CHECK-TERM-NOT-CLOSED REFUSES A FINAL RUN KEYED TO A TERM
      *  BKCLOSE HAS ALREADY CLOSED -- ITS GRADES WENT OUT, ITS
      *  SNAPSHOT IS FROZEN, AND A LATE RERUN WOULD FILE A NEW SET OF
      *  HISTORY ROWS OVER THE ONES THE TERM CLOSED ON.  IT RUNS
      *  AFTER THE RESTART CHECK SO A RESUME IS HELD TO THE
      *  CHECKPOINT'S TERM AND MODE, AND BEFORE ANY FILE IS OPENED
      *  FOR OUTPUT.  A MID-TERM RUN POSTS NOTHING THE CLOSE DEPENDS
      *  ON AND IS LET THROUGH.
       247-CHECK-TERM-NOT-CLOSED.

           IF NOT WS-MIDTERM-MODE
               PERFORM VARYING TCT-IDX FROM 1 BY 1
                       UNTIL TCT-IDX > TCT-ENTRY-COUNT
                   IF TCT-TERM-CODE (TCT-IDX) = WS-TERM-CODE
                      AND TCT-CLOSED-FLAG (TCT-IDX) = 'X'
                       DISPLAY 'BKBRK - TERM ' WS-TERM-CODE
                               ' IS CLOSED -- FINAL RUN REFUSED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
           END-IF
       .
      *
      *  280-LOAD-INCOMPLETE-GRANTS KEEPS ONLY THE GRANTS FILED FOR
      *  THIS RUN'S TERM.  A MID-TERM RUN LOADS NONE -- ITS AVERAGES
      *  ALREADY LEAVE AN UNTAKEN TEST OUT, SO A GRANT CHANGES
      *  NOTHING UNTIL THE FINAL.
       280-LOAD-INCOMPLETE-GRANTS.

           IF NOT WS-MIDTERM-MODE
               OPEN INPUT INCOMPLETE-GRANT-FILE
               PERFORM UNTIL NO-MORE-GRANTS
                   READ INCOMPLETE-GRANT-FILE
                       AT END
                           MOVE 'N' TO IGF-EOF-FLAG
                       NOT AT END
                           IF IG-TERM-CODE = WS-TERM-CODE
                               PERFORM 281-STORE-GRANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCOMPLETE-GRANT-FILE
               IF IGT-ENTRY-COUNT > 0 AND WS-INC-DEADLINE = ZEROS
                   DISPLAY 'BKBRK - NO TERM AFTER ' WS-TERM-CODE
                           ' ON CALENDAR -- INCOMPLETES FILED WITH '
                           'NO DEADLINE'
               END-IF
           END-IF
       .
      *
       281-STORE-GRANT.

           IF IGT-ENTRY-COUNT < 500
               ADD 1 TO IGT-ENTRY-COUNT
               MOVE IG-STUDENT-ID TO IGT-STUDENT-ID (IGT-ENTRY-COUNT)
               MOVE IG-DEPT-CODE TO IGT-DEPT-CODE (IGT-ENTRY-COUNT)
               MOVE IG-CLASS-CODE TO IGT-CLASS-CODE (IGT-ENTRY-COUNT)
           ELSE
               DISPLAY 'BKBRK - GRANT TABLE FULL, GRANT IGNORED: '
                       IG-STUDENT-ID ' ' IG-DEPT-CODE ' '
                       IG-CLASS-CODE
           END-IF
       .
      *
      *  285-CHECK-INCOMPLETE-GRANT LOOKS THE STUDENT UP ON THE
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
      *  282-LOAD-CERTIFICATIONS KEEPS, FOR EACH SECTION, THE ACTION
      *  ON THE NEWEST CERTIFICATION RECORD FOR THIS RUN'S TERM --
      *  THE FILE IS APPEND-ONLY, SO A LATER RECORD REPLACES AN
      *  EARLIER ONE'S ACTION.  A MID-TERM RUN LOADS NONE.
       282-LOAD-CERTIFICATIONS.

           IF NOT WS-MIDTERM-MODE
               OPEN INPUT CERTIFICATION-FILE
               PERFORM UNTIL NO-MORE-CERTIFICATIONS
                   READ CERTIFICATION-FILE
                       AT END
                           MOVE 'N' TO CTF-EOF-FLAG
                       NOT AT END
                           IF CT-TERM-CODE = WS-TERM-CODE
                               PERFORM 283-STORE-CERTIFICATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERTIFICATION-FILE
           END-IF
       .
      *
       283-STORE-CERTIFICATION.

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

           IF CRT-SECTION-FOUND
               MOVE CT-ACTION TO CRT-ACTION (CRT-IDX)
           ELSE
               IF CRT-ENTRY-COUNT < 200
                   ADD 1 TO CRT-ENTRY-COUNT
                   SET CRT-IDX TO CRT-ENTRY-COUNT
                   MOVE CT-DEPT-CODE TO CRT-DEPT-CODE (CRT-IDX)
                   MOVE CT-CLASS-CODE TO CRT-CLASS-CODE (CRT-IDX)
                   MOVE CT-ACTION TO CRT-ACTION (CRT-IDX)
               ELSE
                   DISPLAY 'BKBRK - CERTIFICATION TABLE FULL, '
                           'SECTION WILL BE HELD: ' CT-DEPT-CODE ' '
                           CT-CLASS-CODE
               END-IF
           END-IF
       .
      *
      *  284-CHECK-CERTIFICATION DECIDES WHETHER THE SECTION IN
      *  DF-DEPT-HOLD/DF-CLASS-HOLD IS HELD BACK: ON A FINAL RUN, A
      *  SECTION WITH NO CERTIFICATION ON FILE OR WHOSE NEWEST ONE
      *  WAS VOIDED IS HELD.  IT IS ASKED AGAIN FOR EVERY STUDENT
      *  AND AT EVERY CLASS BREAK, SO A RESUMED RUN NEEDS NOTHING
      *  FROM THE CHECKPOINT TO KNOW IT.
       284-CHECK-CERTIFICATION.

           MOVE 'N' TO DF-HELD-SW
           MOVE SPACE TO DF-HELD-REASON
           IF NOT WS-MIDTERM-MODE
               MOVE 'N' TO CRT-FOUND-SW
               IF CRT-ENTRY-COUNT > 0
                   SET CRT-IDX TO 1
                   SEARCH CRT-ENTRY
                       AT END
                           MOVE 'N' TO CRT-FOUND-SW
                       WHEN CRT-IDX > CRT-ENTRY-COUNT
                           MOVE 'N' TO CRT-FOUND-SW
                       WHEN CRT-DEPT-CODE (CRT-IDX) = DF-DEPT-HOLD
                        AND CRT-CLASS-CODE (CRT-IDX) = DF-CLASS-HOLD
                           MOVE 'Y' TO CRT-FOUND-SW
                   END-SEARCH
               END-IF
               IF NOT CRT-SECTION-FOUND
                   MOVE 'Y' TO DF-HELD-SW
                   MOVE 'U' TO DF-HELD-REASON
               ELSE
                   IF CRT-ACTION (CRT-IDX) NOT = 'C'
                       MOVE 'Y' TO DF-HELD-SW
                       MOVE 'V' TO DF-HELD-REASON
                   END-IF
               END-IF
           END-IF
       .
      *
      *  286-RELOAD-HELD-SECTIONS READS BACK THE SECTIONS THE
      *  CHECKPOINTED RUN ALREADY HELD, SO A RESUMED RUN'S HELD
      *  BLOCK AND STUDENT HISTORY TRAILER STILL COVER THEM.
       286-RELOAD-HELD-SECTIONS.

           OPEN INPUT HELD-SECTION-FILE
           PERFORM UNTIL NO-MORE-HELD
               READ HELD-SECTION-FILE
                   AT END
                       MOVE 'N' TO HDF-EOF-FLAG
                   NOT AT END
                       IF HD-TERM-CODE = WS-TERM-CODE
                           PERFORM 287-STORE-HELD-SECTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-SECTION-FILE
       .
      *
      *  287-STORE-HELD-SECTION FILES HELD-SECTION-RECORD ON
      *  HELD-TABLE, REPLACING THE SECTION'S ROW IF IT IS ALREADY
      *  THERE.
       287-STORE-HELD-SECTION.

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
                   DISPLAY 'BKBRK - HELD TABLE FULL, NOT LISTED: '
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
      *  250-LOAD-DEPT-CLASS-TABLE READS THE REGISTRAR'S CONTROL FILE
      *  ONCE AT START OF RUN SO THE VALID DEPT/CLASS LIST CAN GROW
      *  (A NEW DEPARTMENT, A NEW SECTION) WITHOUT A PROGRAM CHANGE.
           MOVE WS-RUN-MODE TO RR-RUN-MODE
           MOVE DF-DEPT-GRADED TO RR-DEPT-GRADED
           MOVE DF-CLASS-GRADED TO RR-CLASS-GRADED
           MOVE DF-CLASS-HASH TO RR-CLASS-HASH

           OPEN OUTPUT RESTART-FILE
           WRITE RESTART-RECORD
      *  DEPARTMENT AND CLASS CODES.
           PERFORM 260-VALIDATE-DEPT-CLASS

      *  ON A FINAL RUN, IS THE SECTION CERTIFIED?  THE ANSWER GATES
      *  THE STUDENT HISTORY AND OUTSTANDING-INCOMPLETE WRITES BELOW.
           PERFORM 284-CHECK-CERTIFICATION

           MOVE SR-NAME TO DL-NAME

      * USE A PERFORM VARYING TO MOVE THE INCOMING ARRAY OF
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               MOVE TS-SCORE (SUB) TO DL-TEST-SLOT (SUB)
               ADD TS-SCORE (SUB) TO DF-SCORE-HASH
               ADD TS-SCORE (SUB) TO DF-CLASS-HASH
               IF WS-MIDTERM-MODE AND TS-NOT-TAKEN (SUB)
                   MOVE 'Y' TO DF-INCOMPLETE-SW
               ELSE
               PERFORM 265-DETERMINE-GRADE
           END-IF

      *  AN INSTRUCTOR'S INCOMPLETE GRANT OVERRIDES A FINAL RUN'S
      *  GRADE WITH 'I' -- THE MISSED TEST WAS EXCUSED, NOT FAILED.
      *  THE AVERAGE AS COMPUTED RIDES ALONG ON THE HISTORY AND THE
      *  OUTSTANDING FILE; IT IS WHAT THE GRADE LAPSES TO IF THE
      *  WORK IS NEVER FINISHED.
           MOVE 'N' TO DF-GRANTED-SW
           IF NOT WS-MIDTERM-MODE
               PERFORM 285-CHECK-INCOMPLETE-GRANT
               IF IGT-GRANT-FOUND
                   MOVE 'Y' TO DF-GRANTED-SW
                   MOVE 'Y' TO DF-INCOMPLETE-SW
                   MOVE 'I' TO DF-GRADE-LETTER
                   MOVE SPACE TO DF-GRADE-MOD
               END-IF
           END-IF

           MOVE DF-GRADE TO DL-GRADE
           IF DF-INCOMPLETE
               MOVE ' INC' TO DL-INC

           PERFORM 650-WRITE-CSV-DETAIL

      *  A HELD SECTION POSTS NOTHING -- NO STUDENT HISTORY ROW, SO
      *  NO GRADE SLIP AND NO GPA CREDIT, AND NO INCOMPLETE FILED --
      *  UNTIL IT IS CERTIFIED AND THE FINAL IS RUN AGAIN.
           IF NOT DF-SECTION-HELD
               PERFORM 660-WRITE-STUDENT-HISTORY

               IF DF-INC-GRANTED
                   PERFORM 670-WRITE-OPEN-INCOMPLETE
               END-IF
           END-IF

           MOVE 1 TO PROPER-SPACING

           ADD 1 TO DF-CLASS-TOTAL
           ADD 1 TO DF-DEPT-TOTAL
           IF DF-WEIGHT-DIVISOR > 0
              AND NOT DF-INC-GRANTED
               ADD 1 TO DF-CLASS-GRADED DF-DEPT-GRADED
               ADD DF-TEST-AVERAGE TO DF-CLASS-AVG-TOTAL
                                      DF-DEPT-AVG-TOTAL

           WRITE STUDENT-HISTORY-RECORD
       .
      *
      *  670-WRITE-OPEN-INCOMPLETE FILES A GRANTED INCOMPLETE ON THE
      *  OUTSTANDING-INCOMPLETES FILE WITH ITS COMPLETION DEADLINE.
      *  A RERUN OR A RESUMED RUN OF THE SAME FINAL FILES THE SAME
      *  INCOMPLETE AGAIN; BKINC KEEPS ONLY THE FIRST ROW FOR A
      *  STUDENT, CLASS, AND TERM.
       670-WRITE-OPEN-INCOMPLETE.

           MOVE SPACES TO OPEN-INCOMPLETE-RECORD
           MOVE SR-STUDENT-ID TO IO-STUDENT-ID
           MOVE SR-DEPT-CODE TO IO-DEPT-CODE
           MOVE SR-CLASS-CODE TO IO-CLASS-CODE
           MOVE WS-TERM-CODE TO IO-TERM-CODE
           MOVE SR-NAME TO IO-NAME
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               MOVE TS-SCORE (SUB) TO IO-SCORE (SUB)
               MOVE TS-TAKEN (SUB) TO IO-FLAG (SUB)
           END-PERFORM
           MOVE DF-TEST-AVERAGE TO IO-AVERAGE
           MOVE WS-INC-DEADLINE TO IO-DEADLINE
           MOVE SPACE TO IO-STATUS
           MOVE ZEROS TO IO-STATUS-DATE

           WRITE OPEN-INCOMPLETE-RECORD
       .

       700-DEPT-BREAK.


           PERFORM 820-WRITE-CLASS-HISTORY

      *  THE SECTION JUST CLOSED IS ASKED ABOUT BY ITS OWN HOLD
      *  KEYS -- AFTER A RESUME NO STUDENT OF IT MAY HAVE BEEN READ
      *  THIS RUN.
           PERFORM 284-CHECK-CERTIFICATION
           IF DF-SECTION-HELD
               PERFORM 830-HOLD-SECTION
           END-IF

           MOVE ZEROS TO DF-CLASS-TOTAL
           MOVE ZEROS TO CGL-CLASS-TOTAL
           MOVE ZEROS TO DF-CLASS-AVG-TOTAL
           MOVE ZEROS TO DF-CLASS-GRADED
           MOVE ZEROS TO DF-CLASS-HASH

           MOVE SR-CLASS-CODE TO DF-CLASS-HOLD

           ADD 1 TO DF-HIST-COUNT
       .
      *
      *  830-HOLD-SECTION NOTES THE HELD SECTION UNDER ITS CLASS
      *  TOTAL, FILES IT ON HELD-SECTION-FILE WITH ITS STUDENT COUNT
      *  AND SCORE HASH, AND ADDS IT TO HELD-TABLE.
       830-HOLD-SECTION.

           MOVE DF-DEPT-HOLD TO HNL-DEPT-CODE
           MOVE DF-CLASS-HOLD TO HNL-CLASS-CODE
           PERFORM 835-SET-HELD-REASON
           MOVE DF-CLASS-TOTAL TO HNL-STUDENTS
           MOVE HELD-NOTE-LINE TO REPORT-LINE
           MOVE DF-DEPT-HOLD TO RL-DEPT-CODE
           PERFORM 600-WRITE-A-LINE

           MOVE SPACES TO HELD-SECTION-RECORD
           MOVE WS-TERM-CODE TO HD-TERM-CODE
           MOVE DF-DEPT-HOLD TO HD-DEPT-CODE
           MOVE DF-CLASS-HOLD TO HD-CLASS-CODE
           MOVE DF-HELD-REASON TO HD-REASON
           MOVE DF-CLASS-TOTAL TO HD-STUDENT-COUNT
           MOVE DF-CLASS-HASH TO HD-SCORE-HASH
           MOVE WS-CURRENT-DATE TO HD-RUN-DATE
           WRITE HELD-SECTION-RECORD

           PERFORM 287-STORE-HELD-SECTION
       .
      *
       835-SET-HELD-REASON.

           IF DF-HELD-REASON = 'V'
               MOVE '-- CERTIFICATION VOIDED' TO HNL-REASON
           ELSE
               MOVE '-- NOT CERTIFIED' TO HNL-REASON
           END-IF
       .
      *

      *  900-END-OF-JOB-ROUTINE FLUSHES THE LAST CLASS AND THE LAST
      *  DEPARTMENT'S GROUP LINES.  700-DEPT-BREAK ONLY FIRES ON A
       1100-FINAL-ROUTINE.

           PERFORM 1000-PRINT-FINAL-TOTALS
           PERFORM 1020-PRINT-HELD-SECTIONS
           PERFORM 1040-WRITE-CONTROL-TRAILERS
           PERFORM 1050-CLEAR-CHECKPOINT
           PERFORM 1060-WRITE-AUDIT-RECORD
                 STUDENT-CSV-FILE
                 HISTORY-FILE
                 STUDENT-HISTORY-FILE
                 OPEN-INCOMPLETE-FILE
                 AUDIT-FILE
                 HELD-SECTION-FILE
            STOP RUN
            .
      *
      *  1020-PRINT-HELD-SECTIONS LISTS EVERY SECTION THE RUN HELD
      *  BACK, EACH LINE ROUTED TO ITS OWN DEPARTMENT, AND TOTALS
      *  THE HELD STUDENTS AND SCORES FOR THE STUDENT HISTORY
      *  TRAILER.  A RUN THAT HELD NOTHING PRINTS NOTHING.
       1020-PRINT-HELD-SECTIONS.

           MOVE ZEROS TO DF-HELD-STUDENTS
           MOVE ZEROS TO DF-HELD-HASH
           IF HLT-ENTRY-COUNT > 0
               MOVE HELD-HEADER-LINE TO REPORT-LINE
               MOVE 3 TO PROPER-SPACING
               PERFORM 600-WRITE-A-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM VARYING HLT-IDX FROM 1 BY 1
                       UNTIL HLT-IDX > HLT-ENTRY-COUNT
                   MOVE HLT-DEPT-CODE (HLT-IDX) TO HNL-DEPT-CODE
                   MOVE HLT-CLASS-CODE (HLT-IDX) TO HNL-CLASS-CODE
                   MOVE HLT-REASON (HLT-IDX) TO DF-HELD-REASON
                   PERFORM 835-SET-HELD-REASON
                   MOVE HLT-STUDENT-COUNT (HLT-IDX) TO HNL-STUDENTS
                   MOVE HELD-NOTE-LINE TO REPORT-LINE
                   MOVE HLT-DEPT-CODE (HLT-IDX) TO RL-DEPT-CODE
                   PERFORM 600-WRITE-A-LINE
                   MOVE 1 TO PROPER-SPACING
                   ADD HLT-STUDENT-COUNT (HLT-IDX) TO DF-HELD-STUDENTS
                   ADD HLT-SCORE-HASH (HLT-IDX) TO DF-HELD-HASH
               END-PERFORM
               MOVE DF-HELD-STUDENTS TO HTL-TOTAL
               MOVE HELD-TOTAL-LINE TO REPORT-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 600-WRITE-A-LINE
               DISPLAY 'BKBRK - ' HLT-ENTRY-COUNT ' SECTIONS HELD '
                       'BACK, NOT CERTIFIED'
           END-IF
       .
      *
      *  1040-WRITE-CONTROL-TRAILERS CLOSES OUT THIS RUN'S APPENDS
      *  WITH A TRAILER ON THE CSV EXTRACT AND BOTH HISTORY FILES --
      *  THE RECORD COUNT EACH FILE SHOULD CARRY FOR THIS RUN PLUS
           MOVE WS-CURRENT-DATE TO SH-RUN-DATE
           MOVE WS-TERM-CODE TO SH-TERM-CODE
           MOVE 'T' TO SH-CONTROL-TYPE
      *  THE STUDENT HISTORY CARRIES ONLY THE SECTIONS POSTED, SO
      *  ITS TRAILER LEAVES THE HELD STUDENTS AND SCORES OUT; BKBAL
      *  TAKES THE SAME AMOUNTS OFF THE AUDIT TOTALS OFF THE HELD
      *  FILE.
           SUBTRACT DF-HELD-STUDENTS FROM DF-TOTAL-STUDENTS
               GIVING DF-POSTED-STUDENTS
           SUBTRACT DF-HELD-HASH FROM DF-SCORE-HASH
               GIVING DF-POSTED-HASH
           MOVE DF-POSTED-STUDENTS TO SH-CONTROL-COUNT
           MOVE DF-POSTED-HASH TO SH-CONTROL-HASH
           WRITE STUDENT-HISTORY-RECORD
       .
      *
           MOVE WS-TERM-CODE TO AR-TERM-CODE
           MOVE DF-HIST-COUNT TO AR-HIST-COUNT
           MOVE DF-SCORE-HASH TO AR-SCORE-HASH
           IF WS-MIDTERM-MODE
               MOVE 'M' TO AR-RUN-MODE
           ELSE
               MOVE 'F' TO AR-RUN-MODE
           END-IF

           WRITE AUDIT-RECORD
       .
