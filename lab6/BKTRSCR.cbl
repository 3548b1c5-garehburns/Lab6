       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BKTRSCR.
       AUTHOR.         GARRETT BURNS.
      *
      *    THIS PROGRAM PRINTS THE OFFICIAL MULTI-TERM TRANSCRIPT
      *    (STUDENTTRN) THE REGISTRAR'S STAFF USED TO ASSEMBLE BY
      *    HAND.  BKSTRND SHOWS ONLY A STUDENT'S LAST FEW TERMS,
      *    BKGPA ONLY THEIR GPA LINES, AND EVERY TERM BKARCH HAS
      *    MOVED TO THE ARCHIVED STUDENT HISTORY (Lab6SHISTA.txt)
      *    WAS READ BY NO REPORT AT ALL.
      *
      *    THE RUN IS DRIVEN BY THE TRANSCRIPT REQUEST FILE
      *    (Lab6TRREQ.txt) -- ONE ROW PER STUDENT ID A TRANSCRIPT IS
      *    WANTED FOR.  EACH REQUESTED STUDENT'S ARCHIVED AND LIVE
      *    HISTORY ARE MERGED, AND THE TRANSCRIPT LISTS EVERY CLASS
      *    THEY TOOK, TERM BY TERM IN CALENDAR ORDER, WITH THE GRADE
      *    NOW IN FORCE: A POSTED GRADE CHANGE OR A LAPSED
      *    INCOMPLETE SHOWS THE AMENDED GRADE AND SAYS SO, AND AN
      *    INCOMPLETE STILL OPEN SHOWS AS 'I'.  EACH TERM CARRIES ITS
      *    TERM AND CUMULATIVE GPA OFF THE REGISTRAR'S QUALITY POINT
      *    TABLE (Lab6QPTS.txt), THE SAME WAY BKGPA FIGURES THEM, AND
      *    THE ACADEMIC STANDING THE STUDENT HELD FOR IT.  THE PAGE
      *    OPENS WITH THE MAILING BLOCK OFF THE REGISTRAR'S ADDRESS
      *    FILE (Lab6ADDR.txt) AND CLOSES WITH A CERTIFICATION
      *    FOOTER CARRYING THE TRANSCRIPT'S SERIAL NUMBER.
      *
      *    THE STANDING FILE (Lab6STANDG.txt) HOLDS ONLY THE STANDING
      *    BKSTAND LAST DETERMINED, FOR THE TERM IT NAMES.  THAT TERM
      *    PRINTS THE STATUS ON FILE; EVERY EARLIER TERM PRINTS THE
      *    STANDING THE SAME RULES (Lab6STAND.txt) GAVE AS OF THAT
      *    TERM -- CONSECUTIVE TERMS BELOW THE PROBATION CUTOFF, OR
      *    AT OR ABOVE THE DEAN'S-LIST CUTOFF, COUNTED UP TO IT.
      *
      *    EVERY TRANSCRIPT ISSUED LANDS ONE AUDIT RECORD WITH ITS
      *    STUDENT ID, SERIAL NUMBER, AND THE OPERATOR WHO RAN IT, SO
      *    THE AUDIT TRAIL ANSWERS WHO WAS SENT A TRANSCRIPT AND
      *    WHEN.  SERIAL NUMBERS PICK UP FROM THE HIGHEST ONE ALREADY
      *    ON THE AUDIT TRAIL, SO NO NUMBER IS EVER ISSUED TWICE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *  TRANSCRIPT-REQUEST-FILE IS KEYED BY THE REGISTRAR'S OFFICE.
      *  OPTIONAL SO A DAY WITH NO REQUESTS JUST PRINTS AN EMPTY
      *  RUN.
           SELECT OPTIONAL TRANSCRIPT-REQUEST-FILE
             ASSIGN TO "Lab6TRREQ.txt"
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
           SELECT STANDING-RULES-FILE
             ASSIGN TO "Lab6STAND.txt"
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
           SELECT TERM-CALENDAR-FILE
             ASSIGN TO "Lab6TERMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  AUDIT-FILE IS READ AT STARTUP FOR THE LAST SERIAL NUMBER
      *  ISSUED, THEN OPENED EXTEND FOR THIS RUN'S TRANSCRIPTS.
      *  AUDIT-ARCHIVE-FILE IS READ FIRST -- BKARCH MOVES A TERM'S
      *  TRANSCRIPT RECORDS THERE WITH THE REST OF THE TERM.
           SELECT AUDIT-FILE
             ASSIGN TO "Lab6AUDIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL AUDIT-ARCHIVE-FILE
             ASSIGN TO "Lab6AUDITA.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT TRANSCRIPT-REPORT-FILE
               ASSIGN TO PRINTER "STUDENTTRN".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  TRANSCRIPT-REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  TRANSCRIPT-REQUEST-RECORD.
           05  TQR-STUDENT-ID               PIC 9(7).
           05  FILLER                       PIC X(73).
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
       FD  AUDIT-ARCHIVE-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  AUDIT-ARCH-RECORD               PIC X(80).
      *
       FD  TRANSCRIPT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  TQF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-REQUESTS                     VALUE 'N'.
           05  HF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-HISTORY                      VALUE 'N'.
           05  QF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-POINTS                       VALUE 'N'.
           05  QPT-FOUND-SW                PIC X       VALUE 'N'.
               88 QPT-GRADE-FOUND                      VALUE 'Y'.
           05  RF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-RULES                        VALUE 'N'.
           05  WS-RULES-FOUND-SW           PIC X       VALUE 'N'.
               88 WS-RULES-FOUND                       VALUE 'Y'.
           05  SF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-STANDING                     VALUE 'N'.
           05  ADF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-ADDRESSES                    VALUE 'N'.
           05  TCF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-TERMS                        VALUE 'N'.
           05  TCT-FOUND-SW                PIC X       VALUE 'N'.
               88 TCT-TERM-FOUND                       VALUE 'Y'.
           05  AF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-AUDIT                        VALUE 'N'.
           05  TRQ-FOUND-SW                PIC X       VALUE 'N'.
               88 TRQ-STUDENT-FOUND                    VALUE 'Y'.
           05  TRD-FOUND-SW                PIC X       VALUE 'N'.
               88 TRD-TERM-FOUND                       VALUE 'Y'.
           05  CRW-FOUND-SW                PIC X       VALUE 'N'.
               88 CRW-ROW-FOUND                        VALUE 'Y'.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9      VALUE 1.
           05  PAGE-NO                     PIC 9(3)   VALUE 0.
      *
       01  WS-CURRENT-DATE.
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
       01  WS-OPERATOR-ID                  PIC X(8)   VALUE SPACES.
      *
      *  WS-TERM-KEY IS THE TERM BUCKET A HISTORY RECORD FILES
      *  UNDER -- ITS TERM CODE, OR ITS RUN DATE WHEN THE RECORD
      *  PREDATES THE TERM CODE -- THE SAME KEY BKSTRND USES.
       01  WS-TERM-KEY                     PIC X(6)   VALUE SPACES.
      *
      *  WS-LAST-SERIAL IS THE HIGHEST TRANSCRIPT SERIAL NUMBER ON
      *  THE AUDIT TRAIL, BUMPED AS EACH TRANSCRIPT IS ISSUED.
       01  WS-LAST-SERIAL                  PIC 9(7)   VALUE 0.
      *
       01  TRANSCRIPT-COUNTS.
           05  WS-ISSUED-COUNT             PIC 9(5)   VALUE 0.
           05  WS-REFUSED-COUNT            PIC 9(5)   VALUE 0.
           05  WS-CLASS-LINES              PIC 9(5)   VALUE 0.
      *
       01  WS-COPY-SUB                     PIC 9(2)   VALUE 0.
       01  WS-ORD-SUB                      PIC 9(3)   VALUE 0.
       01  WS-INSERT-SUB                   PIC 9(3)   VALUE 0.
       01  WS-ROW-SUB                      PIC 9(4)   VALUE 0.
       01  WS-HOLD-TERM                    PIC X(6)   VALUE SPACES.
       01  WS-NEW-KEY                      PIC X(21)  VALUE SPACES.
      *
      *  THE RULES OFF THE REGISTRAR'S STANDING CONTROL FILE, WITH
      *  THE SAME FALLBACK BKSTAND USES WHEN THE FILE HAS LOST ITS
      *  ROW.
       01  STANDING-RULES.
           05  WS-PROB-CUTOFF              PIC 9(3)   VALUE 0.
           05  WS-PROB-TERMS               PIC 9(2)   VALUE 0.
           05  WS-DEAN-CUTOFF              PIC 9(3)   VALUE 0.
           05  WS-DEAN-TERMS               PIC 9(2)   VALUE 0.
      *
      *  GPA-WORK CARRIES ONE TRANSCRIPT'S RUNNING SUMS -- THE
      *  TERM'S AND THE CUMULATIVE QUALITY POINTS AND CLASSES FOR
      *  THE GPA, AND THE TERM'S CLASS AVERAGES AND THE TWO STANDING
      *  STREAKS, THE WAY BKSTAND KEEPS THEM.
       01  GPA-WORK.
           05  WS-POINTS                   PIC 9V99    VALUE 0.
           05  WS-LOOKUP-GRADE             PIC X(2)    VALUE SPACES.
           05  WS-TERM-POINTS              PIC 9(5)V99 VALUE 0.
           05  WS-TERM-CLASSES             PIC 9(3)    VALUE 0.
           05  WS-TERM-GPA                 PIC 9V99    VALUE 0.
           05  WS-CUM-POINTS               PIC 9(5)V99 VALUE 0.
           05  WS-CUM-CLASSES              PIC 9(4)    VALUE 0.
           05  WS-CUM-GPA                  PIC 9V99    VALUE 0.
           05  WS-TERM-AVG-SUM             PIC 9(5)V99 VALUE 0.
           05  WS-TERM-AVG-COUNT           PIC 9(3)    VALUE 0.
           05  WS-TERM-AVERAGE             PIC 9(3)V99 VALUE 0.
           05  WS-LOW-STREAK               PIC 9(2)    VALUE 0.
           05  WS-HIGH-STREAK              PIC 9(2)    VALUE 0.
           05  WS-TERM-STATUS              PIC X(10)   VALUE SPACES.
      *
       01  QPT-TABLE.
           05  QPT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  QPT-ENTRY                   OCCURS 50 TIMES
                                            INDEXED BY QPT-IDX.
               10  QPT-GRADE                PIC X(2).
               10  QPT-POINTS               PIC 9V99.
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
      *  TRQ-TABLE HOLDS ONE ENTRY PER STUDENT REQUESTED, WITH THE
      *  MAILING BLOCK AND THE STANDING ON FILE PICKED UP FOR IT AT
      *  STARTUP.  A STUDENT REQUESTED TWICE GETS TWO COPIES, EACH
      *  UNDER ITS OWN SERIAL NUMBER.
       01  TRQ-TABLE.
           05  TRQ-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  TRQ-ENTRY                   OCCURS 200 TIMES
                                            INDEXED BY TRQ-IDX.
               10  TRQ-STUDENT-ID           PIC 9(7).
               10  TRQ-COPIES               PIC 9(2).
               10  TRQ-NAME                 PIC X(20).
               10  TRQ-ROW-COUNT            PIC 9(4).
               10  TRQ-ROWS-LOST-SW         PIC X.
                   88  TRQ-ROWS-LOST             VALUE 'Y'.
               10  TRQ-ADDR-SW              PIC X.
                   88  TRQ-ADDR-FOUND            VALUE 'Y'.
               10  TRQ-ADDR-NAME            PIC X(20).
               10  TRQ-ADDR-LINE1           PIC X(24).
               10  TRQ-ADDR-LINE2           PIC X(24).
               10  TRQ-STANDG-TERM          PIC X(6).
               10  TRQ-STANDG-STATUS        PIC X(10).
      *
      *  TRD-TABLE KEEPS, FOR EACH REQUESTED STUDENT AND TERM, THE
      *  RUN DATE OF THE ROWS NOW FILED FOR IT.  A ROW FOR THE TERM
      *  UNDER ANOTHER RUN DATE IS A FRESH RUN OF THE TERM, AND THE
      *  LATEST RUN WINS -- THE SAME RULE BKGPA AND BKSTAND APPLY.
       01  TRD-TABLE.
           05  TRD-ENTRY-COUNT             PIC 9(4)   VALUE 0.
           05  TRD-ENTRY                   OCCURS 2000 TIMES
                                            INDEXED BY TRD-IDX.
               10  TRD-REQ-SUB              PIC 9(3).
               10  TRD-TERM-KEY             PIC X(6).
               10  TRD-RUN-DATE             PIC 9(6).
      *
      *  CRW-TABLE IS EVERY CLASS ROW IN FORCE FOR THE REQUESTED
      *  STUDENTS, IN THE ORDER THE HISTORY DELIVERED THEM.  A FRESH
      *  RUN OF A TERM RETIRES THE TERM'S EARLIER ROWS (CRW-ACTIVE
      *  GOES OFF); AN AMENDMENT OVERLAYS THE ROW IT SUPERSEDES.
       01  CRW-TABLE.
           05  CRW-ENTRY-COUNT             PIC 9(4)   VALUE 0.
           05  CRW-ENTRY                   OCCURS 5000 TIMES
                                            INDEXED BY CRW-IDX.
               10  CRW-REQ-SUB              PIC 9(3).
               10  CRW-TERM-KEY             PIC X(6).
               10  CRW-DEPT-CODE            PIC A(4).
               10  CRW-CLASS-CODE           PIC X(5).
               10  CRW-AVERAGE              PIC 9(3)V99.
               10  CRW-GRADE                PIC X(2).
               10  CRW-INCOMPLETE           PIC X.
               10  CRW-ACTIVE-SW            PIC X.
                   88  CRW-ACTIVE                VALUE 'Y'.
      *  ' ' AS GRADED, 'C' A POSTED GRADE CHANGE, 'L' AN INCOMPLETE
      *  LAPSED TO F.
               10  CRW-AMEND-TYPE           PIC X.
                   88  CRW-GRADE-CHANGED         VALUE 'C'.
                   88  CRW-INC-LAPSED            VALUE 'L'.
      *
      *  ORD-TABLE IS ONE STUDENT'S ROWS IN PRINT ORDER -- TERM BY
      *  ITS START DATE ON THE CALENDAR (A TERM OFF THE CALENDAR, OR
      *  A ROW FROM BEFORE THE TERM CODE, BY ITS OWN KEY), THEN DEPT
      *  AND CLASS -- BUILT BY INSERTION AS THE ROWS ARE FOUND.
       01  ORD-TABLE.
           05  ORD-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  ORD-ENTRY                   OCCURS 300 TIMES.
               10  ORD-KEY.
                   15  ORD-SORT-DATE        PIC X(6).
                   15  ORD-TERM-KEY         PIC X(6).
                   15  ORD-DEPT-CODE        PIC X(4).
                   15  ORD-CLASS-CODE       PIC X(5).
               10  ORD-ROW-SUB              PIC 9(4).
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
           05                              PIC X(34) VALUE
                          'OFFICIAL ACADEMIC TRANSCRIPT'.
           05                              PIC X(4) VALUE SPACES.
           05                              PIC X(5) VALUE 'PAGE'.
           05  H1-PAGE-NO                  PIC ZZ9.
      *
       01  HEADING-SERIAL.
           05                              PIC X(50) VALUE SPACES.
           05                              PIC X(15) VALUE
                                               'TRANSCRIPT NO. '.
           05  HS-SERIAL-NO                PIC 9(7).
      *
       01  MAIL-NAME-LINE.
           05                              PIC X(7) VALUE SPACES.
           05  MNL-NAME                    PIC X(20).
      *
       01  MAIL-ADDR-LINE.
           05                              PIC X(7) VALUE SPACES.
           05  MAL-ADDR-LINE               PIC X(24).
      *
       01  NO-ADDRESS-LINE.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(30) VALUE
                                               'NO ADDRESS ON FILE'.
      *
       01  STUDENT-LINE.
           05                              PIC X(2) VALUE SPACES.
           05                              PIC X(11) VALUE
                                               'STUDENT ID '.
           05  SL-STUDENT-ID               PIC 9(7).
           05                              PIC X(4) VALUE SPACES.
           05                              PIC X(5) VALUE 'NAME '.
           05  SL-NAME                     PIC X(20).
      *
       01  HEADING-TWO.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'DEPT '.
           05                              PIC X(7)  VALUE 'CLASS'.
           05                              PIC X(7)  VALUE 'GRADE'.
           05                              PIC X(8)  VALUE 'POINTS'.
           05                              PIC X(7)  VALUE 'REMARK'.
      *
       01  TERM-HEADER-LINE.
           05                              PIC X(4) VALUE SPACES.
           05                              PIC X(5) VALUE 'TERM '.
           05  THL-TERM-CODE               PIC X(6).
      *
       01  CLASS-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05  CL-DEPT-CODE                PIC X(5).
           05  CL-CLASS-CODE               PIC X(7).
           05                              PIC X(1)  VALUE SPACES.
           05  CL-GRADE                    PIC X(6).
           05  CL-POINTS-AREA.
               10  CL-POINTS               PIC 9.99.
               10                          PIC X(4)  VALUE SPACES.
           05  CL-REMARK                   PIC X(20).
      *
       01  TERM-SUMMARY-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'TERM GPA '.
           05  TSL-TERM-GPA-AREA.
               10  TSL-TERM-GPA            PIC 9.99.
           05                              PIC X(11) VALUE
                                               '   CUM GPA '.
           05  TSL-CUM-GPA-AREA.
               10  TSL-CUM-GPA             PIC 9.99.
           05                              PIC X(12) VALUE
                                               '   STANDING '.
           05  TSL-STANDING                PIC X(10).
      *
       01  CUMULATIVE-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(19) VALUE
                                               'CUMULATIVE CLASSES '.
           05  CML-CLASSES                 PIC ZZZ9.
           05                              PIC X(17) VALUE
                                               '  QUALITY POINTS '.
           05  CML-POINTS                  PIC ZZZZ9.99.
           05                              PIC X(6)  VALUE '  GPA '.
           05  CML-GPA                     PIC 9.99.
      *
       01  CERTIFY-LINE-1.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(60) VALUE
              'THIS TRANSCRIPT IS CERTIFIED A TRUE COPY OF THE STUDENT'.
      *
       01  CERTIFY-LINE-2.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(60) VALUE
              'RECORD ON FILE WITH THE OFFICE OF THE REGISTRAR.'.
      *
       01  CERTIFY-LINE-3.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(22) VALUE
                                               'TRANSCRIPT SERIAL NO. '.
           05  CF3-SERIAL-NO               PIC 9(7).
           05                              PIC X(9)  VALUE
                                               '  ISSUED '.
           05  CF3-DATE.
               10  CF3-MONTH               PIC Z9.
               10                          PIC X    VALUE '/'.
               10  CF3-DAY                 PIC 99.
               10                          PIC X    VALUE '/'.
               10  CF3-YEAR                PIC 99.
           05                              PIC X(4)  VALUE ' BY '.
           05  CF3-OPERATOR-ID             PIC X(8).
      *
       01  CERTIFY-LINE-4.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(44) VALUE
                  'REGISTRAR ________________________________'.
      *
       01  NO-REQUESTS-LINE.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(46) VALUE
                    'NO TRANSCRIPT REQUESTS -- NOTHING TO DO'.
      *
       PROCEDURE DIVISION.
      *
       100-ISSUE-TRANSCRIPTS.

           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-FIND-ROWS-IN-FORCE
           PERFORM 500-ISSUE-ALL-TRANSCRIPTS
           PERFORM 900-FINAL-ROUTINE

       .
       200-HSKPING-ROUTINE.

           DISPLAY 'BKTRSCR - ENTER OPERATOR ID: '
           ACCEPT WS-OPERATOR-ID

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           MOVE WS-MONTH TO CF3-MONTH
           MOVE WS-DAY TO CF3-DAY
           MOVE WS-YEAR TO CF3-YEAR
           MOVE WS-OPERATOR-ID TO CF3-OPERATOR-ID

           PERFORM 230-LOAD-TERM-CALENDAR
           PERFORM 240-LOAD-QUALITY-POINTS
           PERFORM 245-LOAD-STANDING-RULES
           PERFORM 250-LOAD-REQUESTS
           PERFORM 260-LOAD-ADDRESSES
           PERFORM 265-LOAD-STANDING
           PERFORM 270-FIND-LAST-SERIAL

           OPEN OUTPUT TRANSCRIPT-REPORT-FILE
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
       245-LOAD-STANDING-RULES.

           OPEN INPUT STANDING-RULES-FILE
           PERFORM UNTIL NO-MORE-RULES
               READ STANDING-RULES-FILE
                   AT END
                       MOVE 'N' TO RF-EOF-FLAG
                   NOT AT END
                       IF NOT WS-RULES-FOUND
                           MOVE STR-PROB-CUTOFF TO WS-PROB-CUTOFF
                           MOVE STR-PROB-TERMS TO WS-PROB-TERMS
                           MOVE STR-DEAN-CUTOFF TO WS-DEAN-CUTOFF
                           MOVE STR-DEAN-TERMS TO WS-DEAN-TERMS
                           MOVE 'Y' TO WS-RULES-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-RULES-FILE

           IF NOT WS-RULES-FOUND
               DISPLAY 'WARNING - NO ROW ON STANDING RULES FILE -- '
                       'USING 60/2 PROBATION, 90/1 DEANS LIST'
               MOVE 60 TO WS-PROB-CUTOFF
               MOVE 02 TO WS-PROB-TERMS
               MOVE 90 TO WS-DEAN-CUTOFF
               MOVE 01 TO WS-DEAN-TERMS
           END-IF
       .
      *
      *  250-LOAD-REQUESTS READS THE REQUEST FILE INTO TRQ-TABLE.  A
      *  ROW WITHOUT A NUMERIC STUDENT ID IS REPORTED AND SKIPPED.
       250-LOAD-REQUESTS.

           OPEN INPUT TRANSCRIPT-REQUEST-FILE
           PERFORM UNTIL NO-MORE-REQUESTS
               READ TRANSCRIPT-REQUEST-FILE
                   AT END
                       MOVE 'N' TO TQF-EOF-FLAG
                   NOT AT END
                       IF TQR-STUDENT-ID IS NUMERIC
                          AND TQR-STUDENT-ID NOT = ZEROS
                           PERFORM 255-STORE-REQUEST
                       ELSE
                           DISPLAY 'BKTRSCR - BAD STUDENT ID ON '
                                   'REQUEST, SKIPPED: ' TQR-STUDENT-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSCRIPT-REQUEST-FILE
       .
      *
       255-STORE-REQUEST.

           MOVE TQR-STUDENT-ID TO SL-STUDENT-ID
           PERFORM 280-FIND-REQUEST
           IF TRQ-STUDENT-FOUND
               IF TRQ-COPIES (TRQ-IDX) < 99
                   ADD 1 TO TRQ-COPIES (TRQ-IDX)
               END-IF
           ELSE
               IF TRQ-ENTRY-COUNT < 200
                   ADD 1 TO TRQ-ENTRY-COUNT
                   SET TRQ-IDX TO TRQ-ENTRY-COUNT
                   MOVE TQR-STUDENT-ID TO TRQ-STUDENT-ID (TRQ-IDX)
                   MOVE 1 TO TRQ-COPIES (TRQ-IDX)
                   MOVE SPACES TO TRQ-NAME (TRQ-IDX)
                   MOVE ZEROS TO TRQ-ROW-COUNT (TRQ-IDX)
                   MOVE 'N' TO TRQ-ROWS-LOST-SW (TRQ-IDX)
                   MOVE 'N' TO TRQ-ADDR-SW (TRQ-IDX)
                   MOVE SPACES TO TRQ-ADDR-NAME (TRQ-IDX)
                   MOVE SPACES TO TRQ-ADDR-LINE1 (TRQ-IDX)
                   MOVE SPACES TO TRQ-ADDR-LINE2 (TRQ-IDX)
                   MOVE SPACES TO TRQ-STANDG-TERM (TRQ-IDX)
                   MOVE SPACES TO TRQ-STANDG-STATUS (TRQ-IDX)
               ELSE
                   DISPLAY 'BKTRSCR - REQUEST TABLE FULL, REQUEST '
                           'SKIPPED: ' TQR-STUDENT-ID
               END-IF
           END-IF
       .
      *
      *  260-LOAD-ADDRESSES PASSES THE REGISTRAR'S ADDRESS FILE ONCE
      *  AND KEEPS THE MAILING BLOCK OF EVERY REQUESTED STUDENT.
       260-LOAD-ADDRESSES.

           OPEN INPUT ADDRESS-FILE
           PERFORM UNTIL NO-MORE-ADDRESSES
               READ ADDRESS-FILE
                   AT END
                       MOVE 'N' TO ADF-EOF-FLAG
                   NOT AT END
                       MOVE AD-STUDENT-ID TO SL-STUDENT-ID
                       PERFORM 280-FIND-REQUEST
                       IF TRQ-STUDENT-FOUND
                           MOVE 'Y' TO TRQ-ADDR-SW (TRQ-IDX)
                           MOVE AD-NAME TO TRQ-ADDR-NAME (TRQ-IDX)
                           MOVE AD-ADDR-LINE1 TO
                                TRQ-ADDR-LINE1 (TRQ-IDX)
                           MOVE AD-ADDR-LINE2 TO
                                TRQ-ADDR-LINE2 (TRQ-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADDRESS-FILE
       .
      *
      *  265-LOAD-STANDING PASSES THE STANDING FILE ONCE AND KEEPS
      *  EACH REQUESTED STUDENT'S STATUS AND THE TERM IT WAS
      *  DETERMINED FOR.
       265-LOAD-STANDING.

           OPEN INPUT STANDING-FILE
           PERFORM UNTIL NO-MORE-STANDING
               READ STANDING-FILE
                   AT END
                       MOVE 'N' TO SF-EOF-FLAG
                   NOT AT END
                       IF SD-STUDENT-ID IS NUMERIC
                          AND SD-STUDENT-ID NOT = ZEROS
                           MOVE SD-STUDENT-ID TO SL-STUDENT-ID
                           PERFORM 280-FIND-REQUEST
                           IF TRQ-STUDENT-FOUND
                               MOVE SD-TERM-CODE TO
                                    TRQ-STANDG-TERM (TRQ-IDX)
                               MOVE SD-STATUS TO
                                    TRQ-STANDG-STATUS (TRQ-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-FILE
       .
      *
      *  270-FIND-LAST-SERIAL READS THE AUDIT TRAIL FOR THE HIGHEST
      *  TRANSCRIPT SERIAL NUMBER EVER ISSUED -- THE ARCHIVED TRAIL
      *  AS WELL AS THE LIVE ONE, SO ARCHIVING A TERM NEVER LETS A
      *  SERIAL BE ISSUED TWICE.
       270-FIND-LAST-SERIAL.

           OPEN INPUT AUDIT-ARCHIVE-FILE
           PERFORM UNTIL NO-MORE-AUDIT
               READ AUDIT-ARCHIVE-FILE INTO AUDIT-RECORD
                   AT END
                       MOVE 'N' TO AF-EOF-FLAG
                   NOT AT END
                       IF AR-TRANSCRIPT
                          AND AR-SERIAL-NO IS NUMERIC
                          AND AR-SERIAL-NO > WS-LAST-SERIAL
                           MOVE AR-SERIAL-NO TO WS-LAST-SERIAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-ARCHIVE-FILE

           MOVE ' ' TO AF-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL NO-MORE-AUDIT
               READ AUDIT-FILE
                   AT END
                       MOVE 'N' TO AF-EOF-FLAG
                   NOT AT END
                       IF AR-TRANSCRIPT
                          AND AR-SERIAL-NO IS NUMERIC
                          AND AR-SERIAL-NO > WS-LAST-SERIAL
                           MOVE AR-SERIAL-NO TO WS-LAST-SERIAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
       .
      *
      *  280-FIND-REQUEST LOOKS SL-STUDENT-ID UP ON TRQ-TABLE AND
      *  LEAVES TRQ-IDX ON IT.
       280-FIND-REQUEST.

           MOVE 'N' TO TRQ-FOUND-SW
           SET TRQ-IDX TO 1
           SEARCH TRQ-ENTRY
               AT END
                   MOVE 'N' TO TRQ-FOUND-SW
               WHEN TRQ-IDX > TRQ-ENTRY-COUNT
                   MOVE 'N' TO TRQ-FOUND-SW
               WHEN TRQ-STUDENT-ID (TRQ-IDX) = SL-STUDENT-ID
                   MOVE 'Y' TO TRQ-FOUND-SW
           END-SEARCH
       .
      *
      *  300-FIND-ROWS-IN-FORCE PASSES THE ARCHIVED STUDENT HISTORY
      *  AND THEN THE LIVE ONE -- OLDEST RECORDS FIRST -- SO EVERY
      *  LATER RUN AND AMENDMENT LANDS ON TOP OF WHAT IT SUPERSEDES.
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
      *  310-MATCH-HISTORY-ROW FILES ONE STUDENT RECORD OR AMENDMENT
      *  FOR A REQUESTED STUDENT.  RECORDS FROM BEFORE THE STUDENT
      *  ID EXISTED CANNOT MATCH -- A REQUEST IS KEYED BY ID.
       310-MATCH-HISTORY-ROW.

           IF (SH-DETAIL-RECORD OR SH-AMENDMENT-RECORD)
              AND SH-STUDENT-ID IS NUMERIC
              AND SH-STUDENT-ID NOT = ZEROS
               MOVE SH-STUDENT-ID TO SL-STUDENT-ID
               PERFORM 280-FIND-REQUEST
               IF TRQ-STUDENT-FOUND
                   IF SH-TERM-CODE = SPACES
                       MOVE SH-RUN-DATE TO WS-TERM-KEY
                   ELSE
                       MOVE SH-TERM-CODE TO WS-TERM-KEY
                   END-IF
                   MOVE SH-NAME TO TRQ-NAME (TRQ-IDX)
                   IF SH-AMENDMENT-RECORD
                       PERFORM 330-APPLY-AMENDMENT
                   ELSE
                       PERFORM 320-FILE-DETAIL-ROW
                   END-IF
               END-IF
           END-IF
       .
      *
      *  320-FILE-DETAIL-ROW -- A ROW UNDER A NEW RUN DATE FOR ITS
      *  TERM RETIRES EVERY ROW THE TERM'S EARLIER RUN LEFT; THEN
      *  THE ROW REPLACES ANY ROW ALREADY FILED FOR ITS CLASS (A
      *  RESUMED RUN WRITES A STUDENT TWICE) OR IS ADDED.
       320-FILE-DETAIL-ROW.

           PERFORM 350-FIND-TERM-RUN
           IF TRD-TERM-FOUND
               IF TRD-RUN-DATE (TRD-IDX) NOT = SH-RUN-DATE
                   MOVE SH-RUN-DATE TO TRD-RUN-DATE (TRD-IDX)
                   PERFORM 325-RETIRE-TERM-ROWS
               END-IF
           ELSE
               IF TRD-ENTRY-COUNT < 2000
                   ADD 1 TO TRD-ENTRY-COUNT
                   SET TRD-IDX TO TRD-ENTRY-COUNT
                   SET TRD-REQ-SUB (TRD-IDX) TO TRQ-IDX
                   MOVE WS-TERM-KEY TO TRD-TERM-KEY (TRD-IDX)
                   MOVE SH-RUN-DATE TO TRD-RUN-DATE (TRD-IDX)
               ELSE
                   MOVE 'Y' TO TRQ-ROWS-LOST-SW (TRQ-IDX)
               END-IF
           END-IF

           PERFORM 360-FIND-CLASS-ROW
           IF NOT CRW-ROW-FOUND
               PERFORM 365-ADD-CLASS-ROW
           END-IF
           IF CRW-ROW-FOUND
               MOVE SH-AVERAGE TO CRW-AVERAGE (CRW-IDX)
               MOVE SH-GRADE TO CRW-GRADE (CRW-IDX)
               MOVE SH-INCOMPLETE TO CRW-INCOMPLETE (CRW-IDX)
               MOVE SPACE TO CRW-AMEND-TYPE (CRW-IDX)
           END-IF
       .
      *
       325-RETIRE-TERM-ROWS.

           PERFORM VARYING CRW-IDX FROM 1 BY 1
                   UNTIL CRW-IDX > CRW-ENTRY-COUNT
               IF CRW-ACTIVE (CRW-IDX)
                  AND CRW-REQ-SUB (CRW-IDX) = TRD-REQ-SUB (TRD-IDX)
                  AND CRW-TERM-KEY (CRW-IDX) = WS-TERM-KEY
                   MOVE 'N' TO CRW-ACTIVE-SW (CRW-IDX)
                   SUBTRACT 1 FROM TRQ-ROW-COUNT (TRQ-IDX)
               END-IF
           END-PERFORM
       .
      *
      *  330-APPLY-AMENDMENT OVERLAYS THE ROW THE AMENDMENT
      *  SUPERSEDES WITH ITS GRADE.  ONE WITH NO REQUEST NUMBER THAT
      *  REPLACED AN INCOMPLETE IS BKINC LAPSING THE 'I' TO F; ANY
      *  OTHER IS A BKGCHG GRADE CHANGE.  THE TERM'S RUN DATE IS LEFT
      *  ALONE -- A POSTED CHANGE IS NOT A RERUN OF THE TERM.
       330-APPLY-AMENDMENT.

           PERFORM 360-FIND-CLASS-ROW
           IF NOT CRW-ROW-FOUND
               PERFORM 365-ADD-CLASS-ROW
           END-IF
           IF CRW-ROW-FOUND
               MOVE SH-AVERAGE TO CRW-AVERAGE (CRW-IDX)
               MOVE SH-GRADE TO CRW-GRADE (CRW-IDX)
               MOVE SH-INCOMPLETE TO CRW-INCOMPLETE (CRW-IDX)
               IF SH-AMEND-REQUEST-NO = ZEROS
                  AND SH-PRIOR-INCOMPLETE = 'I'
                   MOVE 'L' TO CRW-AMEND-TYPE (CRW-IDX)
               ELSE
                   MOVE 'C' TO CRW-AMEND-TYPE (CRW-IDX)
               END-IF
           END-IF
       .
      *
       350-FIND-TERM-RUN.

           MOVE 'N' TO TRD-FOUND-SW
           SET TRD-IDX TO 1
           SEARCH TRD-ENTRY
               AT END
                   MOVE 'N' TO TRD-FOUND-SW
               WHEN TRD-IDX > TRD-ENTRY-COUNT
                   MOVE 'N' TO TRD-FOUND-SW
               WHEN TRD-REQ-SUB (TRD-IDX) = TRQ-IDX
                AND TRD-TERM-KEY (TRD-IDX) = WS-TERM-KEY
                   MOVE 'Y' TO TRD-FOUND-SW
           END-SEARCH
       .
      *
       360-FIND-CLASS-ROW.

           MOVE 'N' TO CRW-FOUND-SW
           SET CRW-IDX TO 1
           SEARCH CRW-ENTRY
               AT END
                   MOVE 'N' TO CRW-FOUND-SW
               WHEN CRW-IDX > CRW-ENTRY-COUNT
                   MOVE 'N' TO CRW-FOUND-SW
               WHEN CRW-ACTIVE (CRW-IDX)
                AND CRW-REQ-SUB (CRW-IDX) = TRQ-IDX
                AND CRW-TERM-KEY (CRW-IDX) = WS-TERM-KEY
                AND CRW-DEPT-CODE (CRW-IDX) = SH-DEPT-CODE
                AND CRW-CLASS-CODE (CRW-IDX) = SH-CLASS-CODE
                   MOVE 'Y' TO CRW-FOUND-SW
           END-SEARCH
       .
      *
      *  365-ADD-CLASS-ROW -- A STUDENT WHOSE ROWS DO NOT ALL FIT IS
      *  MARKED, AND NO TRANSCRIPT IS ISSUED FOR THEM: AN OFFICIAL
      *  TRANSCRIPT MUST NOT SILENTLY LEAVE A CLASS OFF.
       365-ADD-CLASS-ROW.

           IF CRW-ENTRY-COUNT < 5000
               ADD 1 TO CRW-ENTRY-COUNT
               SET CRW-IDX TO CRW-ENTRY-COUNT
               SET CRW-REQ-SUB (CRW-IDX) TO TRQ-IDX
               MOVE WS-TERM-KEY TO CRW-TERM-KEY (CRW-IDX)
               MOVE SH-DEPT-CODE TO CRW-DEPT-CODE (CRW-IDX)
               MOVE SH-CLASS-CODE TO CRW-CLASS-CODE (CRW-IDX)
               MOVE 'Y' TO CRW-ACTIVE-SW (CRW-IDX)
               ADD 1 TO TRQ-ROW-COUNT (TRQ-IDX)
               MOVE 'Y' TO CRW-FOUND-SW
           ELSE
               MOVE 'Y' TO TRQ-ROWS-LOST-SW (TRQ-IDX)
               MOVE 'N' TO CRW-FOUND-SW
           END-IF
       .
      *
       400-REPORT-HEADING.

           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO H1-PAGE-NO
           WRITE REPORT-LINE FROM HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM HEADING-SERIAL
               AFTER ADVANCING 1 LINE
           MOVE 2 TO PROPER-SPACING
       .
      *
      *  500-ISSUE-ALL-TRANSCRIPTS ISSUES THE TRANSCRIPTS IN THE
      *  ORDER THEY WERE REQUESTED.  A STUDENT WITH NO HISTORY ON
      *  FILE, OR WITH MORE ROWS THAN THE TABLES HOLD, IS REFUSED
      *  AND REPORTED TO THE OPERATOR.
       500-ISSUE-ALL-TRANSCRIPTS.

           OPEN EXTEND AUDIT-FILE

           IF TRQ-ENTRY-COUNT = 0
               PERFORM 400-REPORT-HEADING
               MOVE NO-REQUESTS-LINE TO REPORT-LINE
               PERFORM 600-WRITE-A-LINE
           END-IF

           PERFORM VARYING TRQ-IDX FROM 1 BY 1
                   UNTIL TRQ-IDX > TRQ-ENTRY-COUNT
               PERFORM 510-BUILD-PRINT-ORDER
               EVALUATE TRUE
                   WHEN TRQ-ROW-COUNT (TRQ-IDX) = 0
                       DISPLAY 'BKTRSCR - NO HISTORY ON FILE, '
                               'TRANSCRIPT REFUSED: '
                               TRQ-STUDENT-ID (TRQ-IDX)
                       ADD TRQ-COPIES (TRQ-IDX) TO WS-REFUSED-COUNT
                   WHEN TRQ-ROWS-LOST (TRQ-IDX)
                       DISPLAY 'BKTRSCR - HISTORY TOO LARGE FOR '
                               'TABLES, TRANSCRIPT REFUSED: '
                               TRQ-STUDENT-ID (TRQ-IDX)
                       ADD TRQ-COPIES (TRQ-IDX) TO WS-REFUSED-COUNT
                   WHEN OTHER
                       PERFORM VARYING WS-COPY-SUB FROM 1 BY 1
                               UNTIL WS-COPY-SUB > TRQ-COPIES (TRQ-IDX)
                           PERFORM 530-PRINT-ONE-TRANSCRIPT
                       END-PERFORM
               END-EVALUATE
           END-PERFORM

           CLOSE AUDIT-FILE
       .
      *
      *  510-BUILD-PRINT-ORDER PUTS THE STUDENT'S ACTIVE ROWS ON
      *  ORD-TABLE IN PRINT ORDER.
       510-BUILD-PRINT-ORDER.

           MOVE ZEROS TO ORD-ENTRY-COUNT
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > CRW-ENTRY-COUNT
               IF CRW-ACTIVE (WS-ROW-SUB)
                  AND CRW-REQ-SUB (WS-ROW-SUB) = TRQ-IDX
                   PERFORM 515-INSERT-ORDER-ENTRY
               END-IF
           END-PERFORM
       .
      *
       515-INSERT-ORDER-ENTRY.

           IF ORD-ENTRY-COUNT NOT < 300
               MOVE 'Y' TO TRQ-ROWS-LOST-SW (TRQ-IDX)
           ELSE
               MOVE CRW-TERM-KEY (WS-ROW-SUB) TO WS-NEW-KEY (7:6)
               MOVE CRW-DEPT-CODE (WS-ROW-SUB) TO WS-NEW-KEY (13:4)
               MOVE CRW-CLASS-CODE (WS-ROW-SUB) TO WS-NEW-KEY (17:5)
               MOVE 'N' TO TCT-FOUND-SW
               SET TCT-IDX TO 1
               SEARCH TCT-ENTRY
                   AT END
                       MOVE 'N' TO TCT-FOUND-SW
                   WHEN TCT-IDX > TCT-ENTRY-COUNT
                       MOVE 'N' TO TCT-FOUND-SW
                   WHEN TCT-TERM-CODE (TCT-IDX) =
                        CRW-TERM-KEY (WS-ROW-SUB)
                       MOVE 'Y' TO TCT-FOUND-SW
               END-SEARCH
               IF TCT-TERM-FOUND
                   MOVE TCT-START-DATE (TCT-IDX) TO WS-NEW-KEY (1:6)
               ELSE
                   MOVE CRW-TERM-KEY (WS-ROW-SUB) TO WS-NEW-KEY (1:6)
               END-IF

               PERFORM VARYING WS-INSERT-SUB FROM ORD-ENTRY-COUNT
                       BY -1
                       UNTIL WS-INSERT-SUB < 1
                       OR ORD-KEY (WS-INSERT-SUB) < WS-NEW-KEY
                   MOVE ORD-ENTRY (WS-INSERT-SUB) TO
                        ORD-ENTRY (WS-INSERT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-INSERT-SUB
               ADD 1 TO ORD-ENTRY-COUNT
               MOVE WS-NEW-KEY TO ORD-KEY (WS-INSERT-SUB)
               MOVE WS-ROW-SUB TO ORD-ROW-SUB (WS-INSERT-SUB)
           END-IF
       .
      *
      *  530-PRINT-ONE-TRANSCRIPT PRINTS ONE COPY UNDER THE NEXT
      *  SERIAL NUMBER -- MAILING BLOCK, EVERY TERM'S CLASSES WITH A
      *  TERM SUMMARY AFTER EACH, THE CUMULATIVE LINE, AND THE
      *  CERTIFICATION -- AND LOGS IT TO THE AUDIT TRAIL.
       530-PRINT-ONE-TRANSCRIPT.

           ADD 1 TO WS-LAST-SERIAL
           MOVE WS-LAST-SERIAL TO HS-SERIAL-NO
           MOVE WS-LAST-SERIAL TO CF3-SERIAL-NO
           MOVE ZEROS TO PAGE-NO
           PERFORM 400-REPORT-HEADING
           PERFORM 540-PRINT-MAILING-BLOCK

           MOVE ZEROS TO WS-CUM-POINTS
           MOVE ZEROS TO WS-CUM-CLASSES
           MOVE ZEROS TO WS-LOW-STREAK
           MOVE ZEROS TO WS-HIGH-STREAK
           MOVE SPACES TO WS-HOLD-TERM

           PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                   UNTIL WS-ORD-SUB > ORD-ENTRY-COUNT
               MOVE ORD-ROW-SUB (WS-ORD-SUB) TO WS-ROW-SUB
               IF CRW-TERM-KEY (WS-ROW-SUB) NOT = WS-HOLD-TERM
                   IF WS-HOLD-TERM NOT = SPACES
                       PERFORM 570-PRINT-TERM-SUMMARY
                   END-IF
                   PERFORM 550-START-TERM
               END-IF
               PERFORM 560-PRINT-CLASS-LINE
           END-PERFORM
           PERFORM 570-PRINT-TERM-SUMMARY

           PERFORM 580-PRINT-CERTIFICATION
           PERFORM 1060-WRITE-AUDIT-RECORD
           ADD 1 TO WS-ISSUED-COUNT
       .
      *
      *  540-PRINT-MAILING-BLOCK PRINTS THE NAME AND ADDRESS OFF THE
      *  REGISTRAR'S ADDRESS FILE, THE WAY BKSLIP DOES, THEN THE
      *  STUDENT'S ID AND NAME AS THE HISTORY CARRIES THEM.
       540-PRINT-MAILING-BLOCK.

           IF TRQ-ADDR-FOUND (TRQ-IDX)
               MOVE TRQ-ADDR-NAME (TRQ-IDX) TO MNL-NAME
               WRITE REPORT-LINE FROM MAIL-NAME-LINE
                   AFTER ADVANCING 2 LINES
               MOVE TRQ-ADDR-LINE1 (TRQ-IDX) TO MAL-ADDR-LINE
               WRITE REPORT-LINE FROM MAIL-ADDR-LINE
                   AFTER ADVANCING 1 LINE
               MOVE TRQ-ADDR-LINE2 (TRQ-IDX) TO MAL-ADDR-LINE
               WRITE REPORT-LINE FROM MAIL-ADDR-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE TRQ-NAME (TRQ-IDX) TO MNL-NAME
               WRITE REPORT-LINE FROM MAIL-NAME-LINE
                   AFTER ADVANCING 2 LINES
               WRITE REPORT-LINE FROM NO-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE TRQ-STUDENT-ID (TRQ-IDX) TO SL-STUDENT-ID
           MOVE TRQ-NAME (TRQ-IDX) TO SL-NAME
           WRITE REPORT-LINE FROM STUDENT-LINE
               AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM HEADING-TWO
               AFTER ADVANCING 2 LINES
       .
      *
       550-START-TERM.

           MOVE CRW-TERM-KEY (WS-ROW-SUB) TO WS-HOLD-TERM
           MOVE ZEROS TO WS-TERM-POINTS
           MOVE ZEROS TO WS-TERM-CLASSES
           MOVE ZEROS TO WS-TERM-AVG-SUM
           MOVE ZEROS TO WS-TERM-AVG-COUNT

           MOVE WS-HOLD-TERM TO THL-TERM-CODE
           MOVE TERM-HEADER-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .
      *
      *  560-PRINT-CLASS-LINE PRINTS ONE CLASS WITH THE GRADE IN
      *  FORCE.  AN INCOMPLETE ('I' FROM AN INSTRUCTOR'S GRANT) AND A
      *  MID-TERM ROW STILL IN PROGRESS HAVE EARNED NO GRADE YET AND
      *  COUNT TOWARD NEITHER THE GPA NOR THE STANDING, THE SAME AS
      *  IN BKGPA AND BKSTAND.
       560-PRINT-CLASS-LINE.

           MOVE CRW-DEPT-CODE (WS-ROW-SUB) TO CL-DEPT-CODE
           MOVE CRW-CLASS-CODE (WS-ROW-SUB) TO CL-CLASS-CODE
           MOVE SPACES TO CL-POINTS-AREA
           MOVE SPACES TO CL-REMARK
           ADD 1 TO WS-CLASS-LINES

           EVALUATE TRUE
               WHEN CRW-GRADE (WS-ROW-SUB) = 'I '
                   MOVE 'I' TO CL-GRADE
                   MOVE 'INCOMPLETE' TO CL-REMARK
               WHEN CRW-INCOMPLETE (WS-ROW-SUB) = 'I'
                   MOVE 'IP' TO CL-GRADE
                   MOVE 'IN PROGRESS' TO CL-REMARK
               WHEN OTHER
                   MOVE CRW-GRADE (WS-ROW-SUB) TO CL-GRADE
                   ADD CRW-AVERAGE (WS-ROW-SUB) TO WS-TERM-AVG-SUM
                   ADD 1 TO WS-TERM-AVG-COUNT
                   MOVE CRW-GRADE (WS-ROW-SUB) TO WS-LOOKUP-GRADE
                   PERFORM 565-LOOK-UP-QUALITY-POINTS
                   IF QPT-GRADE-FOUND
                       MOVE WS-POINTS TO CL-POINTS
                       ADD WS-POINTS TO WS-TERM-POINTS
                       ADD 1 TO WS-TERM-CLASSES
                   ELSE
                       MOVE 'NO QUALITY POINTS' TO CL-REMARK
                   END-IF
                   IF CRW-GRADE-CHANGED (WS-ROW-SUB)
                       MOVE 'GRADE CHANGED' TO CL-REMARK
                   END-IF
                   IF CRW-INC-LAPSED (WS-ROW-SUB)
                       MOVE 'INCOMPLETE LAPSED' TO CL-REMARK
                   END-IF
           END-EVALUATE

           MOVE CLASS-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
       .
      *
       565-LOOK-UP-QUALITY-POINTS.

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
      *  570-PRINT-TERM-SUMMARY CLOSES OUT THE TERM JUST PRINTED --
      *  ITS GPA, THE CUMULATIVE GPA THROUGH IT, AND THE STANDING
      *  THE STUDENT HELD FOR IT.  A TERM WITH NO GRADE EARNED YET
      *  PRINTS NO GPA AND BREAKS NEITHER STANDING STREAK.
       570-PRINT-TERM-SUMMARY.

           MOVE SPACES TO TSL-TERM-GPA-AREA
           MOVE SPACES TO TSL-CUM-GPA-AREA
           MOVE SPACES TO WS-TERM-STATUS

           IF WS-TERM-CLASSES > 0
               ADD WS-TERM-POINTS TO WS-CUM-POINTS
               ADD WS-TERM-CLASSES TO WS-CUM-CLASSES
               DIVIDE WS-TERM-POINTS BY WS-TERM-CLASSES
                   GIVING WS-TERM-GPA ROUNDED
               MOVE WS-TERM-GPA TO TSL-TERM-GPA
           END-IF
           IF WS-CUM-CLASSES > 0
               DIVIDE WS-CUM-POINTS BY WS-CUM-CLASSES
                   GIVING WS-CUM-GPA ROUNDED
               MOVE WS-CUM-GPA TO TSL-CUM-GPA
           END-IF

           IF WS-TERM-AVG-COUNT > 0
               PERFORM 575-SCORE-TERM-STANDING
           END-IF
           IF TRQ-STANDG-TERM (TRQ-IDX) = WS-HOLD-TERM
               MOVE TRQ-STANDG-STATUS (TRQ-IDX) TO WS-TERM-STATUS
           END-IF
           MOVE WS-TERM-STATUS TO TSL-STANDING

           MOVE TERM-SUMMARY-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
       .
      *
      *  575-SCORE-TERM-STANDING IS BKSTAND'S RULE APPLIED AS OF THIS
      *  TERM -- THE TERM AVERAGE IS THE MEAN OF THE CLASS AVERAGES,
      *  AND THE STREAKS DECIDE PROBATION BEFORE DEAN'S LIST.
       575-SCORE-TERM-STANDING.

           DIVIDE WS-TERM-AVG-SUM BY WS-TERM-AVG-COUNT
               GIVING WS-TERM-AVERAGE ROUNDED

           IF WS-TERM-AVERAGE < WS-PROB-CUTOFF
               ADD 1 TO WS-LOW-STREAK
           ELSE
               MOVE ZEROS TO WS-LOW-STREAK
           END-IF
           IF WS-TERM-AVERAGE >= WS-DEAN-CUTOFF
               ADD 1 TO WS-HIGH-STREAK
           ELSE
               MOVE ZEROS TO WS-HIGH-STREAK
           END-IF

           EVALUATE TRUE
               WHEN WS-LOW-STREAK >= WS-PROB-TERMS
                   MOVE 'PROBATION' TO WS-TERM-STATUS
               WHEN WS-HIGH-STREAK >= WS-DEAN-TERMS
                   MOVE 'DEANS LIST' TO WS-TERM-STATUS
               WHEN OTHER
                   MOVE 'GOOD' TO WS-TERM-STATUS
           END-EVALUATE
       .
      *
       580-PRINT-CERTIFICATION.

           MOVE WS-CUM-CLASSES TO CML-CLASSES
           MOVE WS-CUM-POINTS TO CML-POINTS
           IF WS-CUM-CLASSES > 0
               DIVIDE WS-CUM-POINTS BY WS-CUM-CLASSES
                   GIVING WS-CUM-GPA ROUNDED
           ELSE
               MOVE ZEROS TO WS-CUM-GPA
           END-IF
           MOVE WS-CUM-GPA TO CML-GPA
           WRITE REPORT-LINE FROM CUMULATIVE-LINE
               AFTER ADVANCING 3 LINES

           WRITE REPORT-LINE FROM CERTIFY-LINE-1
               AFTER ADVANCING 3 LINES
           WRITE REPORT-LINE FROM CERTIFY-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE REPORT-LINE FROM CERTIFY-LINE-3
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM CERTIFY-LINE-4
               AFTER ADVANCING 3 LINES
       .
      *
       600-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
           .
      *
       900-FINAL-ROUTINE.

           DISPLAY 'BKTRSCR - TRANSCRIPTS ISSUED ' WS-ISSUED-COUNT
                   '  REFUSED ' WS-REFUSED-COUNT
           CLOSE TRANSCRIPT-REPORT-FILE
           STOP RUN
       .
      *
      *  1060-WRITE-AUDIT-RECORD LOGS ONE TRANSCRIPT -- WHO ISSUED
      *  IT, WHEN, FOR WHICH STUDENT, UNDER WHAT SERIAL NUMBER, AND
      *  HOW MANY CLASS ROWS IT CARRIED.  THE RUN TYPE KEEPS BKBAL
      *  FROM MISTAKING IT FOR A REPORT RUN.
       1060-WRITE-AUDIT-RECORD.

           MOVE SPACES TO AUDIT-RECORD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AR-RUN-DATE
           MOVE WS-HOURS TO AR-HOURS
           MOVE WS-MINUTES TO AR-MINUTES
           MOVE WS-SECONDS TO AR-SECONDS
           MOVE WS-OPERATOR-ID TO AR-OPERATOR-ID
           MOVE PAGE-NO TO AR-PAGE-COUNT
           MOVE 1 TO AR-TOTAL-STUDENTS
           MOVE WS-HOLD-TERM TO AR-TERM-CODE
           MOVE ORD-ENTRY-COUNT TO AR-HIST-COUNT
           MOVE ZEROS TO AR-SCORE-HASH
           MOVE 'TRANSCR' TO AR-RUN-TYPE
           MOVE TRQ-STUDENT-ID (TRQ-IDX) TO AR-RUN-SCOPE
           MOVE WS-LAST-SERIAL TO AR-SERIAL-NO
           WRITE AUDIT-RECORD
       .
