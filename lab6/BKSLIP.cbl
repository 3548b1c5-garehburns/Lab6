      *    TS-TAKEN FLAGS RATHER THAN A ZERO NOBODY EARNED, THE
      *    WEIGHTED AVERAGE, AND THE LETTER GRADE, COMPUTED OFF THE
      *    SAME GRADE SCALE AND WEIGHT TABLES BKBRK USES SO THE
      *    SLIP MATCHES THE REPORT.  A CLASS THE INSTRUCTOR GRANTED
      *    AN INCOMPLETE IN (Lab6INCGRT.txt) PRINTS GRADE 'I', AS
      *    IT DID ON THE REPORT.
      *
      *    THE RUN ENDS WITH A COUNT TRAILER -- SLIPS PRINTED,
      *    CLASS ROWS COVERED, AND MASTER ROWS READ -- BALANCED
      *    AGAINST EACH OTHER SO THE MAILROOM CAN PROVE NO ONE'S
      *    SLIP WAS DROPPED; A MISMATCH SETS RC 8 AND HOLDS THE
      *    MAILING.
      *
      *    A SECTION THE FINAL BKBRK RUN HELD BACK FOR WANT OF A
      *    GRADE CERTIFICATION (Lab6HELD.txt) GETS NO LINE ON ANY
      *    SLIP -- ITS GRADES HAVE NOT BEEN SIGNED FOR.  ITS MASTER
      *    ROWS ARE COUNTED AS HELD ON THE TRAILER, AND THE BALANCE
      *    IS ROWS PRINTED PLUS ROWS HELD AGAINST ROWS READ.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT TERM-CALENDAR-FILE
             ASSIGN TO "Lab6TERMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  INCOMPLETE-GRANT-FILE IS THE LIST OF INCOMPLETES
      *  INSTRUCTORS HAVE GRANTED -- A GRANTED CLASS PRINTS GRADE 'I'
      *  ON THE SLIP, AS IT DID ON STUDENTCGB.  OPTIONAL LIKE THE
      *  ADDRESS FILE.
           SELECT OPTIONAL INCOMPLETE-GRANT-FILE
             ASSIGN TO "Lab6INCGRT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  HELD-SECTION-FILE LISTS THE SECTIONS THE FINAL BKBRK RUN
      *  HELD BACK.  OPTIONAL -- NO FILE MEANS NOTHING WAS HELD.
           SELECT OPTIONAL HELD-SECTION-FILE
             ASSIGN TO "Lab6HELD.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SLIP-REPORT-FILE
               ASSIGN TO PRINTER "STUDENTSLP".
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-LINE                     PIC X(80).
      *
       FD  INCOMPLETE-GRANT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY INCGRT.
      *
       FD  HELD-SECTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY HELDREC.
      *
       WORKING-STORAGE SECTION.
      *
               88 WS-TABLE-FULL                        VALUE 'Y'.
           05  WS-ADDR-FOUND-SW            PIC X       VALUE 'N'.
               88 WS-ADDR-FOUND                        VALUE 'Y'.
           05  IGF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-GRANTS                       VALUE 'N'.
           05  IGT-FOUND-SW                PIC X       VALUE 'N'.
               88 IGT-GRANT-FOUND                      VALUE 'Y'.
           05  HDF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-HELD                         VALUE 'N'.
           05  HLT-FOUND-SW                PIC X       VALUE 'N'.
               88 HLT-SECTION-HELD                     VALUE 'Y'.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9      VALUE 1.
       01  SLIP-COUNTS.
           05  WS-ROWS-READ                PIC 9(7)   VALUE 0.
           05  WS-ROWS-PRINTED             PIC 9(7)   VALUE 0.
           05  WS-ROWS-HELD                PIC 9(7)   VALUE 0.
           05  WS-ROWS-ACCOUNTED           PIC 9(7)   VALUE 0.
           05  WS-SLIPS-PRINTED            PIC 9(7)   VALUE 0.
           05  WS-NO-ADDRESS               PIC 9(7)   VALUE 0.
      *
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
      *  HELD-TABLE HOLDS THE SECTIONS THE FINAL RUN HELD BACK FOR
      *  THE TERM THE SLIPS ARE FOR.
       01  HELD-TABLE.
           05  HLT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  HLT-ENTRY                   OCCURS 200 TIMES
                                            INDEXED BY HLT-IDX.
               10  HLT-DEPT-CODE            PIC A(4).
               10  HLT-CLASS-CODE           PIC X(5).
      *
      *  STU-TABLE GATHERS EACH STUDENT'S CLASS ROWS TOGETHER --
      *  THE MASTER COMES BACK IN DEPT/CLASS/ID ORDER, SO ONE
      *  STUDENT'S CLASSES ARE SCATTERED ACROSS THE FILE AND HAVE
           05                              PIC X(22) VALUE
                                               'SLIPS WITH NO ADDRESS '.
           05  ST3-NO-ADDRESS              PIC ZZZZZZ9.
      *
       01  SLIP-TRAILER-FOUR.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(33) VALUE
                                'CLASS ROWS HELD -- NOT CERTIFIED '.
           05  ST4-HELD                    PIC ZZZZZZ9.
      *
       01  SLIP-BALANCE-LINE.
           05                              PIC X(7) VALUE SPACES.

           PERFORM 270-LOAD-GRADE-SCALE-TABLE
           PERFORM 275-LOAD-WEIGHT-TABLE
           PERFORM 280-LOAD-INCOMPLETE-GRANTS
           PERFORM 290-LOAD-HELD-SECTIONS

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO SH1-MONTH
      *  WAY THE TERM-END STUDENTCGB COMPUTED IT.
       310-FILE-ONE-CLASS-ROW.

           PERFORM 295-CHECK-HELD-SECTION
           IF HLT-SECTION-HELD
               ADD 1 TO WS-ROWS-HELD
           ELSE
               MOVE SR-STUDENT-ID TO WS-MATCH-ID
               PERFORM 320-FIND-OR-ADD-ENTRY
               IF NOT WS-TABLE-FULL
                   MOVE SR-NAME TO STU-NAME (STU-IDX)
                   PERFORM 330-STORE-CLASS-ROW
               END-IF
           END-IF
       .
      *
                        STU-FLAG (STU-IDX, STU-CLS-IDX, SUB)
               END-PERFORM
               PERFORM 340-COMPUTE-ROW-GRADE
               PERFORM 285-CHECK-INCOMPLETE-GRANT
               IF IGT-GRANT-FOUND
                   MOVE 'I' TO DF-GRADE-LETTER
                   MOVE SPACE TO DF-GRADE-MOD
               END-IF
               MOVE DF-TEST-AVERAGE TO
                    STU-AVERAGE (STU-IDX, STU-CLS-IDX)
               MOVE DF-GRADE TO STU-GRADE (STU-IDX, STU-CLS-IDX)
           END-IF
       .
      *
      *  280-LOAD-INCOMPLETE-GRANTS KEEPS ONLY THE GRANTS FILED FOR
      *  THE TERM THE SLIPS ARE FOR.
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
      *  290-LOAD-HELD-SECTIONS KEEPS ONLY THE SECTIONS HELD BACK
      *  FOR THE TERM THE SLIPS ARE FOR.  A RESUMED RUN CAN LIST A
      *  SECTION TWICE; IT IS KEPT ONCE.
       290-LOAD-HELD-SECTIONS.

           OPEN INPUT HELD-SECTION-FILE
           PERFORM UNTIL NO-MORE-HELD
               READ HELD-SECTION-FILE
                   AT END
                       MOVE 'N' TO HDF-EOF-FLAG
                   NOT AT END
                       IF HD-TERM-CODE = WS-TERM-CODE
                           MOVE HD-DEPT-CODE TO SR-DEPT-CODE
                           MOVE HD-CLASS-CODE TO SR-CLASS-CODE
                           PERFORM 295-CHECK-HELD-SECTION
                           IF NOT HLT-SECTION-HELD
                              AND HLT-ENTRY-COUNT < 200
                               ADD 1 TO HLT-ENTRY-COUNT
                               MOVE HD-DEPT-CODE TO
                                    HLT-DEPT-CODE (HLT-ENTRY-COUNT)
                               MOVE HD-CLASS-CODE TO
                                    HLT-CLASS-CODE (HLT-ENTRY-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-SECTION-FILE
       .
      *
      *  295-CHECK-HELD-SECTION LOOKS THE MASTER ROW'S SECTION UP
      *  ON THE TERM'S HELD SECTIONS.
       295-CHECK-HELD-SECTION.

           MOVE 'N' TO HLT-FOUND-SW
           IF HLT-ENTRY-COUNT > 0
               SET HLT-IDX TO 1
               SEARCH HLT-ENTRY
                   AT END
                       MOVE 'N' TO HLT-FOUND-SW
                   WHEN HLT-IDX > HLT-ENTRY-COUNT
                       MOVE 'N' TO HLT-FOUND-SW
                   WHEN HLT-DEPT-CODE (HLT-IDX) = SR-DEPT-CODE
                    AND HLT-CLASS-CODE (HLT-IDX) = SR-CLASS-CODE
                       MOVE 'Y' TO HLT-FOUND-SW
               END-SEARCH
           END-IF
       .
      *
      *  340-COMPUTE-ROW-GRADE IS BKBRK'S FINAL-RUN AVERAGING -- ALL
      *  FOUR TESTS COUNT, EACH AT ITS CLASS'S OWN WEIGHT -- AND THE
      *  SAME GRADE LOOKUP, SO THE SLIP MATCHES THE REPORT.
           WRITE REPORT-LINE FROM SLIP-TRAILER-THREE
               AFTER ADVANCING 1 LINE

           MOVE WS-ROWS-HELD TO ST4-HELD
           WRITE REPORT-LINE FROM SLIP-TRAILER-FOUR
               AFTER ADVANCING 1 LINE

           ADD WS-ROWS-PRINTED WS-ROWS-HELD GIVING WS-ROWS-ACCOUNTED
           IF WS-ROWS-ACCOUNTED = WS-ROWS-READ
               MOVE 'SLIP COUNT BALANCED TO MASTER' TO SBL-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE -- HOLD THE MAILING' TO
                    SBL-VERDICT
               DISPLAY 'BKSLIP - CLASS ROWS PRINTED ' WS-ROWS-PRINTED
                       ' AND HELD ' WS-ROWS-HELD
                       ' DO NOT MATCH MASTER ROWS ' WS-ROWS-READ
                       ' -- HOLDING THE MAILING'
               MOVE 8 TO RETURN-CODE
