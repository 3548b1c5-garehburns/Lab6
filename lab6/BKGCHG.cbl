       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BKGCHG.
       AUTHOR.         GARRETT BURNS.
      *
      *    THIS PROGRAM POSTS APPROVED GRADE CHANGES TO A TERM THAT
      *    HAS ALREADY CLOSED.  UNTIL NOW A LATE CORRECTION COULD
      *    ONLY BE KEYED THROUGH BKUPDT UNDER A SUPERVISOR OVERRIDE,
      *    WHICH FIXED THE MASTER BUT LEFT THE STUDENT HISTORY FILE
      *    (Lab6SHIST.txt) -- AND SO THE GPA, THE STANDING, AND THE
      *    PROGRESS REPORT -- CARRYING THE OLD GRADE FOR GOOD.
      *
      *    THE REGISTRAR KEYS EACH REQUEST ONTO THE GRADE-CHANGE
      *    REQUEST FILE (Lab6GRDCHG.txt) WITH THE CORRECTED SCORES,
      *    AND THE INSTRUCTOR'S AND THE CHAIR'S SIGN-OFFS ARE KEYED
      *    ONTO THE SAME ROW.  A REQUEST WITH BOTH SIGN-OFFS APPROVED
      *    IS POSTED: ITS AVERAGE AND GRADE ARE COMPUTED OFF THE SAME
      *    WEIGHT AND GRADE SCALE TABLES BKBRK USES, AND AN AMENDMENT
      *    RECORD IS APPENDED TO THE STUDENT HISTORY THAT SUPERSEDES
      *    THE STUDENT'S ROW FOR THAT CLASS AND TERM.  BKSTAND, BKGPA,
      *    AND BKSTRND ALL HONOR THE AMENDMENT ON THEIR NEXT RUN.
      *    A REQUEST EITHER SIGN-OFF DENIED IS CLOSED OUT UNPOSTED; A
      *    REQUEST STILL WAITING ON A SIGN-OFF IS LEFT OPEN FOR THE
      *    NEXT RUN.  A TERM HAS CLOSED ONCE ITS END DATE IS PAST OR
      *    BKCLOSE HAS CLOSED IT, WHICHEVER COMES FIRST.  A REQUEST
      *    FOR A TERM THAT HAS NOT CLOSED YET IS REFUSED -- THAT
      *    CHANGE BELONGS ON BKUPDT.
      *
      *    EVERY REQUEST LOOKED AT PRINTS ON THE GRADE-CHANGE
      *    REGISTER (STUDENTGCR) WITH ITS OLD AND NEW GRADE AND ITS
      *    DISPOSITION, THE REQUEST FILE IS REWRITTEN WITH EACH
      *    DISPOSED REQUEST'S STATUS AND DATE SO NOTHING POSTS TWICE,
      *    AND THE RUN LANDS ONE AUDIT RECORD.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *  GRADE-CHANGE-FILE IS READ INTO A TABLE AT STARTUP AND
      *  REWRITTEN FROM IT AT END OF RUN.  OPTIONAL SO A NIGHT WITH
      *  NO REQUESTS ON FILE JUST PRINTS AN EMPTY REGISTER.
           SELECT OPTIONAL GRADE-CHANGE-FILE
             ASSIGN TO "Lab6GRDCHG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL STUDENT-HISTORY-FILE
             ASSIGN TO "Lab6SHIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  THE ARCHIVED STUDENT HISTORY IS SEARCHED TOO, SO A CHANGE
      *  TO A TERM BKARCH HAS ALREADY MOVED OFF THE LIVE FILE STILL
      *  FINDS THE ROW IT SUPERSEDES.
           SELECT OPTIONAL STUDENT-HIST-ARCH-FILE
             ASSIGN TO "Lab6SHISTA.txt"
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
           SELECT AUDIT-FILE
             ASSIGN TO "Lab6AUDIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REGISTER-REPORT-FILE
               ASSIGN TO PRINTER "STUDENTGCR".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  GRADE-CHANGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  GRADE-CHANGE-LINE               PIC X(80).
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
       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY AUDITREC.
      *
       FD  REGISTER-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  GCF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-REQUESTS                     VALUE 'N'.
           05  HF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-HISTORY                      VALUE 'N'.
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
           05  WS-TERM-CLOSED-SW           PIC X       VALUE 'N'.
               88 WS-TERM-CLOSED                       VALUE 'Y'.
           05  WS-SCORES-OK-SW             PIC X       VALUE 'Y'.
               88 WS-SCORES-OK                         VALUE 'Y'.
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
       01  REGISTER-COUNTS.
           05  WS-REQUESTS-READ            PIC 9(5)   VALUE 0.
           05  WS-POSTED-COUNT             PIC 9(5)   VALUE 0.
           05  WS-DENIED-COUNT             PIC 9(5)   VALUE 0.
           05  WS-AWAITING-COUNT           PIC 9(5)   VALUE 0.
           05  WS-REFUSED-COUNT            PIC 9(5)   VALUE 0.
           05  WS-SCORE-HASH               PIC 9(9)   VALUE 0.
      *
       01  WS-DISPOSITION                  PIC X(20)  VALUE SPACES.
       01  WS-LATER-SUB                    PIC 9(4)   VALUE 0.
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
      *
       01  WS-GRADE-WORK.
           05  WS-BAND-LOW                 PIC S9(5)  VALUE +0.
           05  WS-BAND-HIGH                PIC S9(5)  VALUE +0.
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
               10  TCT-CLOSED-FLAG          PIC X.
      *
      *  THE REQUEST BEING DISPOSED OF -- ONE TABLE ROW AT A TIME IS
      *  MOVED HERE, WORKED ON, AND MOVED BACK.
           COPY GRDCHG.
      *
      *  GCT-TABLE HOLDS THE WHOLE REQUEST FILE IN FILE ORDER, SO IT
      *  CAN BE REWRITTEN WITH EACH REQUEST'S DISPOSITION AT END OF
      *  RUN THE WAY BKUPDT REWRITES THE WAITLIST.  FOR EACH OPEN,
      *  FULLY APPROVED REQUEST (GCT-WANTED) THE HISTORY PASS FILLS
      *  IN THE ROW THE CHANGE SUPERSEDES -- THE LATEST ROW ON FILE
      *  FOR THE STUDENT, CLASS, AND TERM, WHICH IS AN EARLIER
      *  AMENDMENT WHEN THE GRADE HAS ALREADY BEEN CHANGED ONCE.
       01  GCT-TABLE.
           05  GCT-ENTRY-COUNT             PIC 9(4)   VALUE 0.
           05  GCT-ENTRY                   OCCURS 2000 TIMES
                                            INDEXED BY GCT-IDX.
               10  GCT-RECORD               PIC X(80).
               10  GCT-KEY.
                   15  GCT-STUDENT-ID       PIC 9(7).
                   15  GCT-DEPT-CODE        PIC A(4).
                   15  GCT-CLASS-CODE       PIC X(5).
                   15  GCT-TERM-CODE        PIC X(6).
               10  GCT-WANTED-SW            PIC X.
                   88  GCT-WANTED                VALUE 'Y'.
               10  GCT-FOUND-SW             PIC X.
                   88  GCT-ROW-FOUND             VALUE 'Y'.
               10  GCT-NAME                 PIC X(20).
               10  GCT-PRIOR-AVERAGE        PIC 9(3)V99.
               10  GCT-PRIOR-GRADE          PIC X(2).
               10  GCT-PRIOR-INCOMPLETE     PIC X.
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
                          'GRADE CHANGE REGISTER'.
           05                              PIC X(4) VALUE SPACES.
           05                              PIC X(5) VALUE 'PAGE'.
           05  H1-PAGE-NO                  PIC Z9.
      *
       01  HEADING-TWO.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'REQ'.
           05                              PIC X(8)  VALUE 'ID'.
           05                              PIC X(5)  VALUE 'DEPT'.
           05                              PIC X(6)  VALUE 'CLASS'.
           05                              PIC X(7)  VALUE 'TERM'.
           05                              PIC X(11) VALUE 'OLD'.
           05                              PIC X(11) VALUE 'NEW'.
           05                              PIC X(11) VALUE
                                               'DISPOSITION'.
      *
       01  REGISTER-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  RGL-REQUEST-NO              PIC 9(6).
           05                              PIC X(1)  VALUE SPACES.
           05  RGL-STUDENT-ID              PIC 9(7).
           05                              PIC X(1)  VALUE SPACES.
           05  RGL-DEPT-CODE               PIC X(5).
           05  RGL-CLASS-CODE              PIC X(6).
           05  RGL-TERM-CODE               PIC X(7).
           05  RGL-OLD-AREA.
               10  RGL-OLD-AVERAGE         PIC ZZ9.99.
               10                          PIC X(1)  VALUE SPACES.
               10  RGL-OLD-GRADE           PIC X(2).
           05                              PIC X(2)  VALUE SPACES.
           05  RGL-NEW-AREA.
               10  RGL-NEW-AVERAGE         PIC ZZ9.99.
               10                          PIC X(1)  VALUE SPACES.
               10  RGL-NEW-GRADE           PIC X(2).
           05                              PIC X(2)  VALUE SPACES.
           05  RGL-DISPOSITION             PIC X(20).
      *
       01  REGISTER-REASON-LINE.
           05                              PIC X(9)  VALUE SPACES.
           05  RRL-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'REASON: '.
           05  RRL-REASON                  PIC X(20).
      *
       01  NO-REQUESTS-LINE.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(46) VALUE
                    'NO OPEN GRADE CHANGE REQUESTS -- NOTHING TO DO'.
      *
       01  REGISTER-TOTAL-LINE.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(7) VALUE 'POSTED '.
           05  RTL-POSTED                  PIC ZZZZ9.
           05                              PIC X(9) VALUE '  DENIED '.
           05  RTL-DENIED                  PIC ZZZZ9.
           05                              PIC X(11) VALUE
                                               '  AWAITING '.
           05  RTL-AWAITING                PIC ZZZZ9.
           05                              PIC X(10) VALUE
                                               '  REFUSED '.
           05  RTL-REFUSED                 PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       100-POST-GRADE-CHANGES.

           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-FIND-SUPERSEDED-ROWS
           PERFORM 500-DISPOSE-ALL-REQUESTS
           PERFORM 900-FINAL-ROUTINE

       .
       200-HSKPING-ROUTINE.

           DISPLAY 'BKGCHG - ENTER OPERATOR ID: '
           ACCEPT WS-OPERATOR-ID

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR

           PERFORM 230-LOAD-TERM-CALENDAR
           PERFORM 250-LOAD-GRADE-CHANGES
           PERFORM 270-LOAD-GRADE-SCALE-TABLE
           PERFORM 275-LOAD-WEIGHT-TABLE

           OPEN OUTPUT REGISTER-REPORT-FILE
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
                           MOVE TCR-CLOSED-FLAG TO
                                TCT-CLOSED-FLAG (TCT-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-CALENDAR-FILE
       .
      *
      *  250-LOAD-GRADE-CHANGES READS THE WHOLE REQUEST FILE INTO
      *  GCT-TABLE.  A FILE TOO BIG FOR THE TABLE IS REFUSED OUTRIGHT
      *  -- THE REWRITE AT END OF RUN WOULD OTHERWISE LOSE THE ROWS
      *  THAT DID NOT FIT.
       250-LOAD-GRADE-CHANGES.

           OPEN INPUT GRADE-CHANGE-FILE
           PERFORM UNTIL NO-MORE-REQUESTS
               READ GRADE-CHANGE-FILE INTO GRADE-CHANGE-RECORD
                   AT END
                       MOVE 'N' TO GCF-EOF-FLAG
                   NOT AT END
                       IF GCT-ENTRY-COUNT < 2000
                           ADD 1 TO GCT-ENTRY-COUNT
                           SET GCT-IDX TO GCT-ENTRY-COUNT
                           PERFORM 255-STORE-REQUEST
                       ELSE
                           DISPLAY 'BKGCHG - REQUEST FILE HOLDS MORE '
                                   'THAN 2000 ROWS -- RUN REFUSED'
                           CLOSE GRADE-CHANGE-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADE-CHANGE-FILE
       .
      *
       255-STORE-REQUEST.

           MOVE GRADE-CHANGE-RECORD TO GCT-RECORD (GCT-IDX)
           MOVE GC-STUDENT-ID TO GCT-STUDENT-ID (GCT-IDX)
           MOVE GC-DEPT-CODE TO GCT-DEPT-CODE (GCT-IDX)
           MOVE GC-CLASS-CODE TO GCT-CLASS-CODE (GCT-IDX)
           MOVE GC-TERM-CODE TO GCT-TERM-CODE (GCT-IDX)
           MOVE 'N' TO GCT-FOUND-SW (GCT-IDX)
           MOVE SPACES TO GCT-NAME (GCT-IDX)
           MOVE ZEROS TO GCT-PRIOR-AVERAGE (GCT-IDX)
           MOVE SPACES TO GCT-PRIOR-GRADE (GCT-IDX)
           MOVE SPACE TO GCT-PRIOR-INCOMPLETE (GCT-IDX)
           IF GC-OPEN
              AND GC-INSTR-APPROVED
              AND GC-CHAIR-APPROVED
              AND GC-STUDENT-ID IS NUMERIC
               MOVE 'Y' TO GCT-WANTED-SW (GCT-IDX)
           ELSE
               MOVE 'N' TO GCT-WANTED-SW (GCT-IDX)
           END-IF
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
      *  300-FIND-SUPERSEDED-ROWS PASSES THE ARCHIVED STUDENT
      *  HISTORY AND THEN THE LIVE ONE -- OLDEST RECORDS FIRST -- SO
      *  THE LAST MATCHING ROW SEEN FOR A REQUEST IS THE ROW NOW IN
      *  FORCE, AND THAT IS THE ROW THE CHANGE SUPERSEDES.
       300-FIND-SUPERSEDED-ROWS.

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
      *  AGAINST EVERY REQUEST STILL LOOKING FOR ITS ROW.  THE NIGHT'S
      *  APPROVED REQUESTS ARE A HANDFUL, SO A STRAIGHT WALK OF THE
      *  TABLE COSTS LESS THAN KEEPING IT SORTED.  RECORDS FROM
      *  BEFORE THE STUDENT ID EXISTED CANNOT MATCH -- A REQUEST IS
      *  KEYED BY ID.
       310-MATCH-HISTORY-ROW.

           IF (SH-DETAIL-RECORD OR SH-AMENDMENT-RECORD)
              AND SH-STUDENT-ID IS NUMERIC
              AND SH-STUDENT-ID NOT = ZEROS
               IF SH-TERM-CODE = SPACES
                   MOVE SH-RUN-DATE TO WS-TERM-KEY
               ELSE
                   MOVE SH-TERM-CODE TO WS-TERM-KEY
               END-IF
               PERFORM VARYING GCT-IDX FROM 1 BY 1
                       UNTIL GCT-IDX > GCT-ENTRY-COUNT
                   IF GCT-WANTED (GCT-IDX)
                      AND GCT-STUDENT-ID (GCT-IDX) = SH-STUDENT-ID
                      AND GCT-DEPT-CODE (GCT-IDX) = SH-DEPT-CODE
                      AND GCT-CLASS-CODE (GCT-IDX) = SH-CLASS-CODE
                      AND GCT-TERM-CODE (GCT-IDX) = WS-TERM-KEY
                       MOVE 'Y' TO GCT-FOUND-SW (GCT-IDX)
                       MOVE SH-NAME TO GCT-NAME (GCT-IDX)
                       MOVE SH-AVERAGE TO GCT-PRIOR-AVERAGE (GCT-IDX)
                       MOVE SH-GRADE TO GCT-PRIOR-GRADE (GCT-IDX)
                       MOVE SH-INCOMPLETE TO
                            GCT-PRIOR-INCOMPLETE (GCT-IDX)
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
           WRITE REPORT-LINE FROM HEADING-TWO
               AFTER ADVANCING 2 LINES
           MOVE 2 TO PROPER-SPACING
       .
      *
      *  500-DISPOSE-ALL-REQUESTS WALKS THE REQUESTS IN FILE ORDER.
      *  ONLY OPEN REQUESTS ARE LOOKED AT; ONE ALREADY POSTED OR
      *  REFUSED ON AN EARLIER RUN IS CARRIED THROUGH TO THE REWRITE
      *  UNTOUCHED.  AMENDMENTS ARE APPENDED TO THE LIVE STUDENT
      *  HISTORY AS THEY POST.
       500-DISPOSE-ALL-REQUESTS.

           OPEN EXTEND STUDENT-HISTORY-FILE

           PERFORM VARYING GCT-IDX FROM 1 BY 1
                   UNTIL GCT-IDX > GCT-ENTRY-COUNT
               MOVE GCT-RECORD (GCT-IDX) TO GRADE-CHANGE-RECORD
               IF GC-OPEN
                   ADD 1 TO WS-REQUESTS-READ
                   PERFORM 510-DISPOSE-ONE-REQUEST
                   MOVE GRADE-CHANGE-RECORD TO GCT-RECORD (GCT-IDX)
               END-IF
           END-PERFORM

           CLOSE STUDENT-HISTORY-FILE

           IF WS-REQUESTS-READ = 0
               MOVE NO-REQUESTS-LINE TO REPORT-LINE
               PERFORM 600-WRITE-A-LINE
           END-IF
       .
      *
      *  510-DISPOSE-ONE-REQUEST DECIDES ONE OPEN REQUEST.  A DENIAL
      *  FROM EITHER SIGNER CLOSES IT; A SIGN-OFF STILL OUT LEAVES IT
      *  OPEN; AN APPROVED REQUEST POSTS ONLY IF ITS TERM IS ON THE
      *  CALENDAR AND CLOSED, ITS SCORES ARE VALID, AND THERE IS A
      *  HISTORY ROW FOR IT TO SUPERSEDE.
       510-DISPOSE-ONE-REQUEST.

           PERFORM 520-CHECK-REQUEST-TERM
           PERFORM 525-CHECK-NEW-SCORES

           EVALUATE TRUE
               WHEN GC-INSTR-DENIED
                   MOVE 'DENIED - INSTRUCTOR' TO WS-DISPOSITION
                   ADD 1 TO WS-DENIED-COUNT
                   PERFORM 560-CLOSE-REQUEST
               WHEN GC-CHAIR-DENIED
                   MOVE 'DENIED - CHAIR' TO WS-DISPOSITION
                   ADD 1 TO WS-DENIED-COUNT
                   PERFORM 560-CLOSE-REQUEST
               WHEN NOT GC-INSTR-APPROVED
                 OR NOT GC-CHAIR-APPROVED
                   MOVE 'AWAITING APPROVAL' TO WS-DISPOSITION
                   ADD 1 TO WS-AWAITING-COUNT
               WHEN NOT TCT-TERM-FOUND
                   MOVE 'REFUSED - BAD TERM' TO WS-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM 560-CLOSE-REQUEST
               WHEN NOT WS-TERM-CLOSED
                   MOVE 'REFUSED - TERM OPEN' TO WS-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM 560-CLOSE-REQUEST
               WHEN NOT WS-SCORES-OK
                   MOVE 'REFUSED - BAD SCORES' TO WS-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM 560-CLOSE-REQUEST
               WHEN NOT GCT-ROW-FOUND (GCT-IDX)
                   MOVE 'REFUSED - NO HISTORY' TO WS-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM 560-CLOSE-REQUEST
               WHEN OTHER
                   PERFORM 530-POST-AMENDMENT
                   MOVE 'POSTED' TO WS-DISPOSITION
                   ADD 1 TO WS-POSTED-COUNT
           END-EVALUATE

           PERFORM 570-PRINT-REGISTER-LINE
       .
      *
      *  520-CHECK-REQUEST-TERM LOOKS THE REQUEST'S TERM UP ON THE
      *  CALENDAR.  A TERM IS CLOSED ONCE TODAY IS PAST ITS END DATE
      *  -- THE SAME TEST BKUPDT MAKES BEFORE IT ASKS FOR AN
      *  OVERRIDE -- OR AS SOON AS BKCLOSE HAS CLOSED IT, WHICH CAN
      *  BE BEFORE THE END DATE.  ONCE BKCLOSE HAS RUN, BKBRK TAKES
      *  NO FURTHER FINAL RUN FOR THE TERM, SO A BKUPDT CORRECTION
      *  COULD NEVER REACH THE HISTORY AND THE CHANGE MUST POST HERE.
       520-CHECK-REQUEST-TERM.

           MOVE 'N' TO TCT-FOUND-SW
           MOVE 'N' TO WS-TERM-CLOSED-SW
           SET TCT-IDX TO 1
           SEARCH TCT-ENTRY
               AT END
                   MOVE 'N' TO TCT-FOUND-SW
               WHEN TCT-TERM-CODE (TCT-IDX) = GC-TERM-CODE
                   MOVE 'Y' TO TCT-FOUND-SW
           END-SEARCH

           IF TCT-TERM-FOUND
              AND (TCT-CLOSED-FLAG (TCT-IDX) = 'X'
                   OR WS-TODAY > TCT-END-DATE (TCT-IDX))
               MOVE 'Y' TO WS-TERM-CLOSED-SW
           END-IF
       .
      *
       525-CHECK-NEW-SCORES.

           MOVE 'Y' TO WS-SCORES-OK-SW
           IF GC-NEW-SCORES IS NOT NUMERIC
               MOVE 'N' TO WS-SCORES-OK-SW
           ELSE
               PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
                   IF GC-NEW-SCORE (SUB) > 100
                       MOVE 'N' TO WS-SCORES-OK-SW
                   END-IF
               END-PERFORM
           END-IF
       .
      *
      *  530-POST-AMENDMENT COMPUTES THE NEW AVERAGE AND GRADE AND
      *  APPENDS THE AMENDMENT RECORD -- THE CORRECTED ROW, CARRYING
      *  THE VALUES IT REPLACES AND THE REQUEST NUMBER THAT
      *  AUTHORIZED IT.
       530-POST-AMENDMENT.

           PERFORM 540-COMPUTE-NEW-GRADE

           MOVE SPACES TO STUDENT-HISTORY-RECORD
           MOVE WS-CURRENT-DATE TO SH-RUN-DATE
           MOVE GC-TERM-CODE TO SH-TERM-CODE
           MOVE GC-DEPT-CODE TO SH-DEPT-CODE
           MOVE GC-CLASS-CODE TO SH-CLASS-CODE
           MOVE GC-STUDENT-ID TO SH-STUDENT-ID
           MOVE GCT-NAME (GCT-IDX) TO SH-NAME
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               MOVE GC-NEW-SCORE (SUB) TO SH-SCORE (SUB)
               ADD GC-NEW-SCORE (SUB) TO WS-SCORE-HASH
           END-PERFORM
           MOVE DF-TEST-AVERAGE TO SH-AVERAGE
           MOVE DF-GRADE TO SH-GRADE
           MOVE SPACE TO SH-INCOMPLETE
           MOVE 'A' TO SH-CONTROL-TYPE
           MOVE GCT-PRIOR-AVERAGE (GCT-IDX) TO SH-PRIOR-AVERAGE
           MOVE GCT-PRIOR-GRADE (GCT-IDX) TO SH-PRIOR-GRADE
           MOVE GCT-PRIOR-INCOMPLETE (GCT-IDX) TO SH-PRIOR-INCOMPLETE
           MOVE GC-REQUEST-NO TO SH-AMEND-REQUEST-NO
           WRITE STUDENT-HISTORY-RECORD

           MOVE 'P' TO GC-STATUS
           MOVE WS-TODAY TO GC-STATUS-DATE

           PERFORM 550-CARRY-TO-LATER-REQUESTS
       .
      *
      *  540-COMPUTE-NEW-GRADE IS BKBRK'S FINAL-RUN AVERAGING -- ALL
      *  FOUR TESTS COUNT, EACH AT ITS CLASS'S OWN WEIGHT -- AND THE
      *  SAME GRADE LOOKUP, SO A POSTED CHANGE GRADES EXACTLY THE WAY
      *  THE TERM-END REPORT WOULD HAVE.
       540-COMPUTE-NEW-GRADE.

           PERFORM 268-FIND-CLASS-WEIGHTS
           MOVE ZEROS TO DF-WEIGHTED-TOTAL
           MOVE ZEROS TO DF-WEIGHT-DIVISOR
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               MULTIPLY GC-NEW-SCORE (SUB) BY WGT-WEIGHT (WGT-IDX, SUB)
                   GIVING DF-WEIGHT-WORK
               ADD DF-WEIGHT-WORK TO DF-WEIGHTED-TOTAL
               ADD WGT-WEIGHT (WGT-IDX, SUB) TO DF-WEIGHT-DIVISOR
           END-PERFORM

           DIVIDE DF-WEIGHTED-TOTAL BY DF-WEIGHT-DIVISOR
                  GIVING DF-TEST-AVERAGE ROUNDED
           MOVE DF-TEST-AVERAGE TO DF-TEST-GRADE
           PERFORM 265-DETERMINE-GRADE
       .
      *
      *  550-CARRY-TO-LATER-REQUESTS -- A SECOND REQUEST FOR THE
      *  SAME STUDENT, CLASS, AND TERM LATER IN THE SAME FILE NOW
      *  SUPERSEDES THE AMENDMENT JUST WRITTEN, NOT THE ROW THE
      *  HISTORY PASS FOUND.
       550-CARRY-TO-LATER-REQUESTS.

           SET WS-LATER-SUB TO GCT-IDX
           ADD 1 TO WS-LATER-SUB
           PERFORM VARYING WS-LATER-SUB FROM WS-LATER-SUB BY 1
                   UNTIL WS-LATER-SUB > GCT-ENTRY-COUNT
               IF GCT-WANTED (WS-LATER-SUB)
                  AND GCT-KEY (WS-LATER-SUB) = GCT-KEY (GCT-IDX)
                   MOVE 'Y' TO GCT-FOUND-SW (WS-LATER-SUB)
                   MOVE GCT-NAME (GCT-IDX) TO GCT-NAME (WS-LATER-SUB)
                   MOVE DF-TEST-AVERAGE TO
                        GCT-PRIOR-AVERAGE (WS-LATER-SUB)
                   MOVE DF-GRADE TO GCT-PRIOR-GRADE (WS-LATER-SUB)
                   MOVE SPACE TO GCT-PRIOR-INCOMPLETE (WS-LATER-SUB)
               END-IF
           END-PERFORM
       .
      *
       560-CLOSE-REQUEST.

           MOVE 'R' TO GC-STATUS
           MOVE WS-TODAY TO GC-STATUS-DATE
       .
      *
      *  570-PRINT-REGISTER-LINE PRINTS THE REQUEST WITH THE GRADE
      *  IN FORCE BEFORE IT (WHEN THERE IS ONE) AND, FOR A POSTED
      *  CHANGE, THE GRADE IT POSTED -- THEN THE STUDENT'S NAME AND
      *  THE REASON KEYED WITH THE REQUEST.
       570-PRINT-REGISTER-LINE.

           MOVE GC-REQUEST-NO TO RGL-REQUEST-NO
           MOVE GC-STUDENT-ID TO RGL-STUDENT-ID
           MOVE GC-DEPT-CODE TO RGL-DEPT-CODE
           MOVE GC-CLASS-CODE TO RGL-CLASS-CODE
           MOVE GC-TERM-CODE TO RGL-TERM-CODE
           IF GCT-ROW-FOUND (GCT-IDX)
               MOVE GCT-PRIOR-AVERAGE (GCT-IDX) TO RGL-OLD-AVERAGE
               MOVE GCT-PRIOR-GRADE (GCT-IDX) TO RGL-OLD-GRADE
           ELSE
               MOVE SPACES TO RGL-OLD-AREA
           END-IF
           IF GC-POSTED
               MOVE DF-TEST-AVERAGE TO RGL-NEW-AVERAGE
               MOVE DF-GRADE TO RGL-NEW-GRADE
           ELSE
               MOVE SPACES TO RGL-NEW-AREA
           END-IF
           MOVE WS-DISPOSITION TO RGL-DISPOSITION
           MOVE REGISTER-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE

           MOVE GCT-NAME (GCT-IDX) TO RRL-NAME
           MOVE GC-REASON TO RRL-REASON
           MOVE REGISTER-REASON-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .
      *
       268-FIND-CLASS-WEIGHTS.

           MOVE 'N' TO WGT-FOUND-SW
           SET WGT-IDX TO 1
           SEARCH WGT-ENTRY
               AT END
                   MOVE 'N' TO WGT-FOUND-SW
               WHEN WGT-DEPT-CODE (WGT-IDX) = GC-DEPT-CODE
                AND WGT-CLASS-CODE (WGT-IDX) = GC-CLASS-CODE
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
                       'USING FLAT 25/25/25/25 FOR: ' GC-DEPT-CODE
                       ' ' GC-CLASS-CODE
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
               WHEN GST-DEPT-CODE (GST-IDX) = GC-DEPT-CODE
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
                       'USING 90/80/70/60 FALLBACK FOR: ' GC-DEPT-CODE
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
       600-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
           .
      *
      *  900-FINAL-ROUTINE PRINTS THE DISPOSITION TOTALS, REWRITES
      *  THE REQUEST FILE FROM THE TABLE WITH EVERY STATUS STAMPED
      *  THIS RUN, AND LANDS THE RUN'S AUDIT RECORD.
       900-FINAL-ROUTINE.

           MOVE WS-POSTED-COUNT TO RTL-POSTED
           MOVE WS-DENIED-COUNT TO RTL-DENIED
           MOVE WS-AWAITING-COUNT TO RTL-AWAITING
           MOVE WS-REFUSED-COUNT TO RTL-REFUSED
           MOVE REGISTER-TOTAL-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE

           OPEN OUTPUT GRADE-CHANGE-FILE
           PERFORM VARYING GCT-IDX FROM 1 BY 1
                   UNTIL GCT-IDX > GCT-ENTRY-COUNT
               WRITE GRADE-CHANGE-LINE FROM GCT-RECORD (GCT-IDX)
           END-PERFORM
           CLOSE GRADE-CHANGE-FILE

           OPEN EXTEND AUDIT-FILE
           PERFORM 1060-WRITE-AUDIT-RECORD
           CLOSE AUDIT-FILE
                 REGISTER-REPORT-FILE
           STOP RUN
       .
      *
      *  1060-WRITE-AUDIT-RECORD LEAVES THE PERMANENT TRACE OF THE
      *  RUN -- WHO POSTED, WHEN, HOW MANY AMENDMENTS WENT ONTO THE
      *  STUDENT HISTORY, AND THE HASH OF THEIR SCORES.  THE RUN
      *  TYPE KEEPS BKBAL FROM MISTAKING IT FOR A REPORT RUN.
       1060-WRITE-AUDIT-RECORD.

           MOVE SPACES TO AUDIT-RECORD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AR-RUN-DATE
           MOVE WS-HOURS TO AR-HOURS
           MOVE WS-MINUTES TO AR-MINUTES
           MOVE WS-SECONDS TO AR-SECONDS
           MOVE WS-OPERATOR-ID TO AR-OPERATOR-ID
           MOVE PAGE-NO TO AR-PAGE-COUNT
           MOVE WS-REQUESTS-READ TO AR-TOTAL-STUDENTS
           MOVE SPACES TO AR-TERM-CODE
           MOVE WS-POSTED-COUNT TO AR-HIST-COUNT
           MOVE WS-SCORE-HASH TO AR-SCORE-HASH
           MOVE 'GRDCHG' TO AR-RUN-TYPE
           WRITE AUDIT-RECORD
       .
