       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BKCLOSE.
       AUTHOR.         GARRETT BURNS.
      *
      *    THIS PROGRAM CLOSES A TERM AND ROLLS THE SYSTEM OVER TO THE
      *    NEXT ONE.  IT USED TO BE DONE BY HAND -- SOMEBODY MOVED THE
      *    'C' ON THE TERM CALENDAR (Lab6TERMS.txt), EMPTIED THE
      *    WAITLIST (Lab6WAIT.txt), AND NOTHING STOPPED A LATE BKBRK
      *    FINAL RUN FROM FILING LAST TERM'S MASTER UNDER A TERM THAT
      *    WAS ALREADY DONE.
      *
      *    BEFORE IT TOUCHES ANYTHING THE PROGRAM PROVES OFF THE AUDIT
      *    TRAIL (Lab6AUDIT.txt) THAT THE TERM IS READY TO CLOSE: THE
      *    TERM IS THE CALENDAR'S CURRENT TERM AND NOT ALREADY CLOSED,
      *    THE CALENDAR HAS A NEXT TERM TO ROLL TO, THE TERM'S LAST
      *    BKBRK RUN WAS A FINAL RUN, BKBAL STAMPED THAT VERY RUN
      *    BALANCED, AND BKSTAND AND BKGPA BOTH RAN FOR THE TERM AFTER
      *    IT.  EVERY CHECK PRINTS ON THE TERM-CLOSE CERTIFICATE
      *    (STUDENTTCL).  IF ANY CHECK FAILS THE TERM IS NOT CLOSED,
      *    NOTHING IS WRITTEN, AND THE RUN ENDS RC 8.
      *
      *    WHEN EVERY CHECK PASSES THE PROGRAM:
      *      - APPENDS A FROZEN END-OF-TERM SNAPSHOT OF THE STUDENT
      *        MASTER AND THE WAITLIST TO THE SNAPSHOT FILE
      *        (Lab6TSNAP.txt) WITH A CONTROL TRAILER;
      *      - CLOSES OUT THE WAITLIST, PRINTING THE DISPOSITION OF
      *        EVERY STUDENT STILL WAITING, AND EMPTIES Lab6WAIT.txt;
      *      - REWRITES THE TERM CALENDAR WITH THE CLOSED TERM MARKED
      *        'X' AND THE 'C' MOVED TO THE NEXT TERM -- THE ROW WITH
      *        THE EARLIEST START DATE AFTER THE CLOSED TERM ENDS, THE
      *        SAME RULE BKBRK USES FOR AN INCOMPLETE'S DEADLINE;
      *      - APPENDS A 'TERMCLOS' RECORD TO THE AUDIT TRAIL.
      *    BKBRK REFUSES ANY FURTHER FINAL RUN KEYED TO A CLOSED TERM.
      *
      *    SYSIN IS THE OPERATOR ID AND THE TERM CODE TO CLOSE (BLANK
      *    FOR THE CALENDAR'S CURRENT TERM).
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
      *  WAITLIST-FILE IS READ INTO WAIT-TABLE AT STARTUP AND, ONCE
      *  THE SNAPSHOT HOLDS IT, OPENED OUTPUT AND CLOSED EMPTY.
      *  OPTIONAL BECAUSE A TERM WITH NO FULL SECTION NEVER HAD ONE.
           SELECT OPTIONAL WAITLIST-FILE
             ASSIGN TO "Lab6WAIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  TERM-CALENDAR-FILE IS LOADED INTO TERM-CALENDAR-TABLE AT
      *  STARTUP AND WRITTEN BACK FROM IT WHEN THE TERM CLOSES.
           SELECT TERM-CALENDAR-FILE
             ASSIGN TO "Lab6TERMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  AUDIT-FILE IS READ AT STARTUP FOR THE TERM'S RUNS AND
      *  REOPENED EXTEND FOR THE TERM-CLOSE RECORD.
           SELECT AUDIT-FILE
             ASSIGN TO "Lab6AUDIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  SNAPSHOT-FILE IS OPENED EXTEND SO EVERY TERM'S SNAPSHOT IS
      *  KEPT BEHIND THE ONES BEFORE IT.  OPTIONAL BECAUSE THE FIRST
      *  TERM EVER CLOSED CREATES IT.
           SELECT OPTIONAL SNAPSHOT-FILE
             ASSIGN TO "Lab6TSNAP.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CLOSE-REPORT-FILE
               ASSIGN TO PRINTER "STUDENTTCL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD STUDENT-FILE.
      *
           COPY STUDREC.
      *
       FD  WAITLIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY WAITREC.
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
       FD  SNAPSHOT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY TSNAPREC.
      *
       FD  CLOSE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  WAIT-EOF-FLAG               PIC X       VALUE ' '.
               88 NO-MORE-WAITLIST                     VALUE 'N'.
           05  AF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-AUDIT                        VALUE 'N'.
           05  TCF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-TERMS                        VALUE 'N'.
           05  TCT-FOUND-SW                PIC X       VALUE 'N'.
               88 TCT-TERM-FOUND                       VALUE 'Y'.
           05  NEXT-FOUND-SW               PIC X       VALUE 'N'.
               88 NEXT-TERM-FOUND                      VALUE 'Y'.
           05  RUN-FOUND-SW                PIC X       VALUE 'N'.
               88 TERM-RUN-FOUND                       VALUE 'Y'.
           05  BALANCED-SW                 PIC X       VALUE 'N'.
               88 TERM-RUN-BALANCED                    VALUE 'Y'.
           05  STANDING-SW                 PIC X       VALUE 'N'.
               88 STANDING-RAN                         VALUE 'Y'.
           05  GPA-SW                      PIC X       VALUE 'N'.
               88 GPA-RAN                              VALUE 'Y'.
           05  ALREADY-CLOSED-SW           PIC X       VALUE 'N'.
               88 TERM-ALREADY-CLOSED                  VALUE 'Y'.
           05  CLOSE-REFUSED-SW            PIC X       VALUE 'N'.
               88 CLOSE-REFUSED                        VALUE 'Y'.
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
       01  WS-CURRENT-TIME.
           05  WS-HOURS                    PIC 99.
           05  WS-MINUTES                  PIC 99.
           05  WS-SECONDS                  PIC 99.
           05  WS-HUNDREDTHS               PIC 99.
      *
       01  WS-OPERATOR-ID                  PIC X(8)   VALUE SPACES.
       01  WS-TERM-CODE                    PIC X(6)   VALUE SPACES.
       01  WS-NEXT-TERM-CODE               PIC X(6)   VALUE SPACES.
      *
      *  THE CALENDAR ROWS OF THE TERM BEING CLOSED AND THE TERM IT
      *  ROLLS TO.
       01  CALENDAR-WORK.
           05  WS-CLOSE-SUB                PIC 9(3)   VALUE 0.
           05  WS-NEXT-SUB                 PIC 9(3)   VALUE 0.
           05  WS-TERM-END-DATE            PIC 9(6)   VALUE 0.
           05  WS-NEXT-START-DATE          PIC 9(6)   VALUE 0.
      *
      *  THE TERM'S LATEST NORMAL BKBRK RUN OFF THE AUDIT TRAIL.
      *  WS-RUN-STAMP IS ITS DATE AND TIME (YYMMDDHHMM) THE WAY BKBAL
      *  CARRIES THEM IN AR-RUN-SCOPE ON THE 'BALANCED' RECORD.
       01  TERM-RUN-WORK.
           05  WS-RUN-STAMP                PIC X(10)  VALUE SPACES.
           05  WS-RUN-MODE                 PIC X      VALUE SPACE.
               88 WS-RUN-FINAL                         VALUE 'F'.
           05  WS-RUN-OPERATOR-ID          PIC X(8)   VALUE SPACES.
           05  WS-RUN-STUDENTS             PIC 9(7)   VALUE 0.
      *
       01  SNAPSHOT-TOTALS.
           05  WS-MASTER-COUNT             PIC 9(7)   VALUE 0.
           05  WS-MASTER-HASH              PIC 9(9)   VALUE 0.
           05  WS-WAIT-CLOSED              PIC 9(5)   VALUE 0.
           05  WS-WAIT-ENROLLED            PIC 9(5)   VALUE 0.
      *
       01  WS-WLT-SUB                      PIC 9(3)   VALUE 0.
       01  WS-TCT-SUB                      PIC 9(3)   VALUE 0.
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
      *  WAIT-TABLE HOLDS THE WAITLIST IN PROMOTION ORDER, EACH
      *  ENTRY'S PLACE IN LINE FOR ITS SECTION, AND WHETHER THE
      *  MASTER PASS FOUND THE STUDENT ALREADY ENROLLED IN THAT
      *  SECTION.
       01  WAIT-TABLE.
           05  WLT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  WLT-ENTRY                   OCCURS 500 TIMES.
               10  WLT-RECORD               PIC X(80).
               10  WLT-DEPT-CODE            PIC A(4).
               10  WLT-CLASS-CODE           PIC X(5).
               10  WLT-STUDENT-ID           PIC 9(7).
               10  WLT-POSITION             PIC 9(3).
               10  WLT-ENROLLED-SW          PIC X.
                   88  WLT-ENROLLED              VALUE 'Y'.
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
                          'TERM-CLOSE CERTIFICATE'.
           05                              PIC X(6) VALUE SPACES.
           05                              PIC X(5) VALUE 'TERM'.
           05  H1-TERM-CODE                PIC X(6).
           05                              PIC X(1) VALUE SPACES.
           05                              PIC X(5) VALUE 'PAGE'.
           05  H1-PAGE-NO                  PIC ZZ9.
      *
       01  CHECK-HEADING.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(42) VALUE
                                               'CLOSING CHECK'.
           05                              PIC X(18) VALUE 'DETAIL'.
           05                              PIC X(6)  VALUE 'RESULT'.
      *
       01  CHECK-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  CKL-DESCRIPTION             PIC X(42).
           05  CKL-DETAIL                  PIC X(18).
           05  CKL-RESULT                  PIC X(18).
      *
       01  WAIT-HEADING-ONE.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(40) VALUE
                          'WAITLIST CLOSED OUT -- DISPOSITION'.
      *
       01  WAIT-HEADING-TWO.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'DEPT'.
           05                              PIC X(6)  VALUE 'CLASS'.
           05                              PIC X(8)  VALUE 'ID'.
           05                              PIC X(21) VALUE 'NAME'.
           05                              PIC X(4)  VALUE 'POS'.
           05                              PIC X(11) VALUE
                                               'DISPOSITION'.
      *
       01  WAIT-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  WTL-DEPT-CODE               PIC X(5).
           05  WTL-CLASS-CODE              PIC X(6).
           05  WTL-STUDENT-ID              PIC X(8).
           05  WTL-NAME                    PIC X(21).
           05  WTL-POSITION                PIC ZZ9.
           05                              PIC X(1)  VALUE SPACES.
           05  WTL-DISPOSITION             PIC X(34).
      *
       01  NO-WAITLIST-LINE.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(40) VALUE
                    'NO STUDENTS WAITING -- NOTHING TO CLOSE'.
      *
       01  SUMMARY-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  SML-DESCRIPTION             PIC X(42).
           05  SML-VALUE                   PIC X(18).
      *
       01  WS-EDIT-COUNT                   PIC Z(6)9.
       01  WS-EDIT-HASH                    PIC Z(8)9.
      *
       01  RESULT-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'TERM '.
           05  RSL-TERM-CODE               PIC X(7).
           05  RSL-RESULT                  PIC X(50).
      *
       01  SIGNATURE-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(12) VALUE
                                               'CLOSED BY  '.
           05  SGL-OPERATOR-ID             PIC X(8).
           05                              PIC X(6)  VALUE SPACES.
           05                              PIC X(40) VALUE
                    'REGISTRAR ____________________________'.
      *
       PROCEDURE DIVISION.
      *
       100-CLOSE-TERM.

           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-CHECK-TERM-READY
           IF NOT CLOSE-REFUSED
               PERFORM 500-TAKE-TERM-SNAPSHOT
               PERFORM 600-CLOSE-OUT-WAITLIST
               PERFORM 700-ROLL-TERM-CALENDAR
               PERFORM 800-WRITE-AUDIT-RECORD
           END-IF
           PERFORM 900-FINAL-ROUTINE

       .
       200-HSKPING-ROUTINE.

           DISPLAY 'BKCLOSE - ENTER OPERATOR ID: '
           ACCEPT WS-OPERATOR-ID
           DISPLAY 'BKCLOSE - ENTER TERM CODE: '
           ACCEPT WS-TERM-CODE

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR

           PERFORM 230-LOAD-TERM-CALENDAR
           PERFORM 240-RESOLVE-TERM-CODE
           MOVE WS-TERM-CODE TO H1-TERM-CODE
           PERFORM 245-FIND-NEXT-TERM
           PERFORM 250-SCAN-AUDIT-TRAIL
           PERFORM 260-LOAD-WAITLIST

           OPEN OUTPUT CLOSE-REPORT-FILE
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
                       ELSE
      *  THE CALENDAR IS WRITTEN BACK FROM THE TABLE, SO A ROW THAT
      *  DID NOT FIT WOULD BE LOST -- REFUSE RATHER THAN DROP IT.
                           DISPLAY 'BKCLOSE - MORE THAN 50 TERMS ON '
                                   'CALENDAR -- RUN REFUSED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-CALENDAR-FILE
       .
      *
      *  240-RESOLVE-TERM-CODE DEFAULTS A BLANK KEYED TERM TO THE
      *  CALENDAR'S CURRENT ROW AND REFUSES A KEYED TERM THE
      *  CALENDAR DOES NOT KNOW, THE SAME WAY BKBRK DOES.  IT LEAVES
      *  WS-CLOSE-SUB ON THE TERM'S ROW.
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
                   DISPLAY 'BKCLOSE - TERM DEFAULTED TO CURRENT: '
                           WS-TERM-CODE
               ELSE
                   DISPLAY 'BKCLOSE - NO CURRENT TERM ON CALENDAR '
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
                   DISPLAY 'BKCLOSE - TERM NOT ON CALENDAR: '
                           WS-TERM-CODE ' -- RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           SET WS-CLOSE-SUB TO TCT-IDX
           MOVE TCT-END-DATE (WS-CLOSE-SUB) TO WS-TERM-END-DATE
       .
      *
      *  245-FIND-NEXT-TERM PICKS THE ROW WITH THE EARLIEST START
      *  DATE AFTER THE CLOSING TERM ENDS -- THE CALENDAR IS NOT
      *  KEPT IN DATE ORDER, SO THE NEXT LINE ON FILE WILL NOT DO.
       245-FIND-NEXT-TERM.

           MOVE 999999 TO WS-NEXT-START-DATE
           PERFORM VARYING WS-TCT-SUB FROM 1 BY 1
                   UNTIL WS-TCT-SUB > TCT-ENTRY-COUNT
               IF TCT-START-DATE (WS-TCT-SUB) > WS-TERM-END-DATE
                  AND TCT-START-DATE (WS-TCT-SUB) < WS-NEXT-START-DATE
                   MOVE TCT-START-DATE (WS-TCT-SUB) TO
                        WS-NEXT-START-DATE
                   MOVE WS-TCT-SUB TO WS-NEXT-SUB
                   MOVE TCT-TERM-CODE (WS-TCT-SUB) TO
                        WS-NEXT-TERM-CODE
                   MOVE 'Y' TO NEXT-FOUND-SW
               END-IF
           END-PERFORM
       .
      *
      *  250-SCAN-AUDIT-TRAIL READS THE AUDIT TRAIL IN ORDER FOR THE
      *  TERM'S RECORDS.  EACH NORMAL BKBRK RUN FOR THE TERM BECOMES
      *  THE RUN THE CLOSE RESTS ON AND STARTS THE PROOF OVER; BKBAL'S
      *  'BALANCED' RECORD COUNTS ONLY WHEN IT NAMES THAT VERY RUN,
      *  AND BKSTAND'S AND BKGPA'S RECORDS COUNT ONLY WHEN THEY COME
      *  AFTER IT.  A 'TERMCLOS' RECORD MEANS THE TERM WAS CLOSED
      *  BEFORE, WHATEVER THE CALENDAR NOW SAYS.
       250-SCAN-AUDIT-TRAIL.

           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL NO-MORE-AUDIT
               READ AUDIT-FILE
                   AT END
                       MOVE 'N' TO AF-EOF-FLAG
                   NOT AT END
                       IF AR-TERM-CODE = WS-TERM-CODE
                           PERFORM 255-CHECK-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
       .
      *
       255-CHECK-AUDIT-RECORD.

           EVALUATE TRUE
               WHEN AR-NORMAL-RUN
                   MOVE 'Y' TO RUN-FOUND-SW
                   MOVE 'N' TO BALANCED-SW
                   MOVE 'N' TO STANDING-SW
                   MOVE 'N' TO GPA-SW
                   MOVE AR-RUN-DATE TO WS-RUN-STAMP (1:6)
                   MOVE AR-RUN-TIME (1:4) TO WS-RUN-STAMP (7:4)
                   MOVE AR-RUN-MODE TO WS-RUN-MODE
                   MOVE AR-OPERATOR-ID TO WS-RUN-OPERATOR-ID
                   MOVE AR-TOTAL-STUDENTS TO WS-RUN-STUDENTS
               WHEN AR-BALANCED-RUN
                   IF TERM-RUN-FOUND
                      AND AR-RUN-SCOPE = WS-RUN-STAMP
                       MOVE 'Y' TO BALANCED-SW
                   END-IF
               WHEN AR-STANDING-RUN
                   IF TERM-RUN-BALANCED
                       MOVE 'Y' TO STANDING-SW
                   END-IF
               WHEN AR-GPA-RUN
                   IF TERM-RUN-BALANCED
                       MOVE 'Y' TO GPA-SW
                   END-IF
               WHEN AR-TERM-CLOSE
                   MOVE 'Y' TO ALREADY-CLOSED-SW
           END-EVALUATE
       .
      *
      *  260-LOAD-WAITLIST LOADS EVERY ENTRY STILL WAITING AND
      *  NUMBERS EACH ONE'S PLACE IN LINE FOR ITS OWN SECTION.  A
      *  WAITLIST TOO BIG FOR THE TABLE REFUSES THE RUN -- THE FILE IS
      *  EMPTIED AT CLOSE AND AN ENTRY NOT IN THE SNAPSHOT WOULD BE
      *  LOST.
       260-LOAD-WAITLIST.

           OPEN INPUT WAITLIST-FILE
           PERFORM UNTIL NO-MORE-WAITLIST
               READ WAITLIST-FILE
                   AT END
                       MOVE 'N' TO WAIT-EOF-FLAG
                   NOT AT END
                       IF WLT-ENTRY-COUNT < 500
                           PERFORM 265-STORE-WAITLIST-ENTRY
                       ELSE
                           DISPLAY 'BKCLOSE - MORE THAN 500 WAITLIST '
                                   'ENTRIES -- RUN REFUSED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE
       .
      *
       265-STORE-WAITLIST-ENTRY.

           ADD 1 TO WLT-ENTRY-COUNT
           MOVE WAITLIST-RECORD TO WLT-RECORD (WLT-ENTRY-COUNT)
           MOVE WL-DEPT-CODE TO WLT-DEPT-CODE (WLT-ENTRY-COUNT)
           MOVE WL-CLASS-CODE TO WLT-CLASS-CODE (WLT-ENTRY-COUNT)
           MOVE WL-STUDENT-ID TO WLT-STUDENT-ID (WLT-ENTRY-COUNT)
           MOVE 'N' TO WLT-ENROLLED-SW (WLT-ENTRY-COUNT)
           MOVE 1 TO WLT-POSITION (WLT-ENTRY-COUNT)
           PERFORM VARYING WS-WLT-SUB FROM 1 BY 1
                   UNTIL WS-WLT-SUB NOT < WLT-ENTRY-COUNT
               IF WLT-DEPT-CODE (WS-WLT-SUB) = WL-DEPT-CODE
                  AND WLT-CLASS-CODE (WS-WLT-SUB) = WL-CLASS-CODE
                   ADD 1 TO WLT-POSITION (WLT-ENTRY-COUNT)
               END-IF
           END-PERFORM
       .
      *
      *  300-CHECK-TERM-READY PRINTS EVERY CLOSING CHECK, PASS OR
      *  FAIL, SO ONE LOOK AT THE CERTIFICATE SAYS EVERYTHING STILL
      *  STANDING BETWEEN THE TERM AND ITS CLOSE.
       300-CHECK-TERM-READY.

           MOVE CHECK-HEADING TO REPORT-LINE
           PERFORM 620-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING

           MOVE SPACES TO CHECK-LINE
           MOVE 'TERM IS THE CALENDAR''S CURRENT TERM' TO
                CKL-DESCRIPTION
           MOVE WS-TERM-CODE TO CKL-DETAIL
           IF TCT-CURRENT-FLAG (WS-CLOSE-SUB) = 'C'
               MOVE 'OK' TO CKL-RESULT
           ELSE
               MOVE 'NOT CURRENT' TO CKL-RESULT
               MOVE 'Y' TO CLOSE-REFUSED-SW
           END-IF
           PERFORM 310-PRINT-CHECK

           MOVE SPACES TO CHECK-LINE
           MOVE 'TERM NOT ALREADY CLOSED' TO CKL-DESCRIPTION
           IF TCT-CLOSED-FLAG (WS-CLOSE-SUB) = 'X'
              OR TERM-ALREADY-CLOSED
               MOVE 'ALREADY CLOSED' TO CKL-RESULT
               MOVE 'Y' TO CLOSE-REFUSED-SW
           ELSE
               MOVE 'OK' TO CKL-RESULT
           END-IF
           PERFORM 310-PRINT-CHECK

           MOVE SPACES TO CHECK-LINE
           MOVE 'NEXT TERM ON THE CALENDAR' TO CKL-DESCRIPTION
           IF NEXT-TERM-FOUND
               MOVE WS-NEXT-TERM-CODE TO CKL-DETAIL
               MOVE 'OK' TO CKL-RESULT
           ELSE
               MOVE 'NONE' TO CKL-RESULT
               MOVE 'Y' TO CLOSE-REFUSED-SW
           END-IF
           PERFORM 310-PRINT-CHECK

           MOVE SPACES TO CHECK-LINE
           MOVE 'LAST BKBRK RUN FOR THE TERM WAS FINAL' TO
                CKL-DESCRIPTION
           MOVE WS-RUN-STAMP TO CKL-DETAIL
           EVALUATE TRUE
               WHEN NOT TERM-RUN-FOUND
                   MOVE 'NO RUN ON AUDIT' TO CKL-RESULT
                   MOVE 'Y' TO CLOSE-REFUSED-SW
               WHEN NOT WS-RUN-FINAL
                   MOVE 'NOT A FINAL RUN' TO CKL-RESULT
                   MOVE 'Y' TO CLOSE-REFUSED-SW
               WHEN OTHER
                   MOVE 'OK' TO CKL-RESULT
           END-EVALUATE
           PERFORM 310-PRINT-CHECK

           MOVE SPACES TO CHECK-LINE
           MOVE 'FINAL RUN BALANCED BY BKBAL' TO CKL-DESCRIPTION
           IF TERM-RUN-BALANCED
               MOVE 'OK' TO CKL-RESULT
           ELSE
               MOVE 'NOT BALANCED' TO CKL-RESULT
               MOVE 'Y' TO CLOSE-REFUSED-SW
           END-IF
           PERFORM 310-PRINT-CHECK

           MOVE SPACES TO CHECK-LINE
           MOVE 'BKSTAND RAN AFTER THE FINAL RUN' TO CKL-DESCRIPTION
           IF STANDING-RAN
               MOVE 'OK' TO CKL-RESULT
           ELSE
               MOVE 'NOT RUN' TO CKL-RESULT
               MOVE 'Y' TO CLOSE-REFUSED-SW
           END-IF
           PERFORM 310-PRINT-CHECK

           MOVE SPACES TO CHECK-LINE
           MOVE 'BKGPA RAN AFTER THE FINAL RUN' TO CKL-DESCRIPTION
           IF GPA-RAN
               MOVE 'OK' TO CKL-RESULT
           ELSE
               MOVE 'NOT RUN' TO CKL-RESULT
               MOVE 'Y' TO CLOSE-REFUSED-SW
           END-IF
           PERFORM 310-PRINT-CHECK
       .
      *
       310-PRINT-CHECK.

           MOVE CHECK-LINE TO REPORT-LINE
           PERFORM 620-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
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
      *  500-TAKE-TERM-SNAPSHOT APPENDS THE FROZEN SNAPSHOT -- HEADER,
      *  THE WHOLE MASTER IN KEY ORDER, THE WHOLE WAITLIST IN
      *  PROMOTION ORDER, AND THE TRAILER THAT PROVES IT WHOLE.  THE
      *  MASTER PASS ALSO MARKS EVERY WAITLISTED STUDENT WHO IS
      *  ALREADY ON THE MASTER IN THE SAME SECTION.
       500-TAKE-TERM-SNAPSHOT.

           OPEN INPUT STUDENT-FILE
           IF WS-STUDENT-STATUS NOT = '00' AND
              WS-STUDENT-STATUS NOT = '97'
               DISPLAY 'BKCLOSE - STUDENT-FILE OPEN FAILED, '
                       'STATUS: ' WS-STUDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND SNAPSHOT-FILE

           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO TERM-SNAPSHOT-RECORD
           MOVE 'H' TO SN-RECORD-TYPE
           MOVE WS-TERM-CODE TO SN-TERM-CODE
           MOVE WS-CURRENT-DATE TO SN-CLOSE-DATE
           MOVE WS-CURRENT-TIME (1:6) TO SN-CLOSE-TIME
           MOVE WS-NEXT-TERM-CODE TO SN-NEXT-TERM-CODE
           MOVE WS-OPERATOR-ID TO SN-OPERATOR-ID
           WRITE TERM-SNAPSHOT-RECORD

           PERFORM UNTIL NO-MORE-DATA
               READ STUDENT-FILE NEXT
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 510-SNAPSHOT-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE

           PERFORM VARYING WS-WLT-SUB FROM 1 BY 1
                   UNTIL WS-WLT-SUB > WLT-ENTRY-COUNT
               MOVE SPACES TO TERM-SNAPSHOT-RECORD
               MOVE 'W' TO SN-RECORD-TYPE
               MOVE WS-TERM-CODE TO SN-TERM-CODE
               MOVE WLT-RECORD (WS-WLT-SUB) TO SN-IMAGE
               WRITE TERM-SNAPSHOT-RECORD
           END-PERFORM

           MOVE SPACES TO TERM-SNAPSHOT-RECORD
           MOVE 'T' TO SN-RECORD-TYPE
           MOVE WS-TERM-CODE TO SN-TERM-CODE
           MOVE WS-MASTER-COUNT TO SN-MASTER-COUNT
           MOVE WS-MASTER-HASH TO SN-MASTER-HASH
           MOVE WLT-ENTRY-COUNT TO SN-WAITLIST-COUNT
           WRITE TERM-SNAPSHOT-RECORD
           CLOSE SNAPSHOT-FILE

           DISPLAY 'BKCLOSE - ' WS-TERM-CODE ' SNAPSHOT TAKEN, '
                   'RECORDS: ' WS-MASTER-COUNT ' SCORE HASH: '
                   WS-MASTER-HASH
       .
      *
       510-SNAPSHOT-MASTER-RECORD.

           MOVE SPACES TO TERM-SNAPSHOT-RECORD
           MOVE 'M' TO SN-RECORD-TYPE
           MOVE WS-TERM-CODE TO SN-TERM-CODE
           MOVE STUDENT-RECORD TO SN-IMAGE
           WRITE TERM-SNAPSHOT-RECORD

           ADD 1 TO WS-MASTER-COUNT
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               ADD TS-SCORE (SUB) TO WS-MASTER-HASH
           END-PERFORM

           PERFORM VARYING WS-WLT-SUB FROM 1 BY 1
                   UNTIL WS-WLT-SUB > WLT-ENTRY-COUNT
               IF WLT-DEPT-CODE (WS-WLT-SUB) = SR-DEPT-CODE
                  AND WLT-CLASS-CODE (WS-WLT-SUB) = SR-CLASS-CODE
                  AND WLT-STUDENT-ID (WS-WLT-SUB) = SR-STUDENT-ID
                   MOVE 'Y' TO WLT-ENROLLED-SW (WS-WLT-SUB)
               END-IF
           END-PERFORM
       .
      *
      *  600-CLOSE-OUT-WAITLIST PRINTS WHAT BECOMES OF EVERY STUDENT
      *  STILL WAITING -- NOBODY CARRIES OVER TO THE NEXT TERM; THEY
      *  REGISTER AGAIN UNDER IT -- AND THEN EMPTIES THE WAITLIST.
       600-CLOSE-OUT-WAITLIST.

           MOVE WAIT-HEADING-ONE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 620-WRITE-A-LINE

           IF WLT-ENTRY-COUNT = 0
               MOVE NO-WAITLIST-LINE TO REPORT-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 620-WRITE-A-LINE
           ELSE
               MOVE WAIT-HEADING-TWO TO REPORT-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 620-WRITE-A-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM VARYING WS-WLT-SUB FROM 1 BY 1
                       UNTIL WS-WLT-SUB > WLT-ENTRY-COUNT
                   PERFORM 610-PRINT-WAIT-DISPOSITION
               END-PERFORM
           END-IF

           OPEN OUTPUT WAITLIST-FILE
           CLOSE WAITLIST-FILE
       .
      *
       610-PRINT-WAIT-DISPOSITION.

           MOVE WLT-RECORD (WS-WLT-SUB) TO WAITLIST-RECORD
           MOVE SPACES TO WAIT-LINE
           MOVE WL-DEPT-CODE TO WTL-DEPT-CODE
           MOVE WL-CLASS-CODE TO WTL-CLASS-CODE
           MOVE WL-STUDENT-ID TO WTL-STUDENT-ID
           MOVE WL-NAME TO WTL-NAME
           MOVE WLT-POSITION (WS-WLT-SUB) TO WTL-POSITION
           IF WLT-ENROLLED (WS-WLT-SUB)
               MOVE 'ALREADY ENROLLED -- ENTRY DROPPED' TO
                    WTL-DISPOSITION
               ADD 1 TO WS-WAIT-ENROLLED
           ELSE
               MOVE 'NOT ENROLLED -- WAITLIST CLOSED' TO
                    WTL-DISPOSITION
           END-IF
           ADD 1 TO WS-WAIT-CLOSED
           MOVE WAIT-LINE TO REPORT-LINE
           PERFORM 620-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING
       .
      *
       620-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
           .
      *
      *  700-ROLL-TERM-CALENDAR WRITES THE CALENDAR BACK ROW FOR ROW
      *  WITH THE CLOSED TERM MARKED 'X' AND THE 'C' MOVED TO THE
      *  NEXT TERM.
       700-ROLL-TERM-CALENDAR.

           MOVE SPACE TO TCT-CURRENT-FLAG (WS-CLOSE-SUB)
           MOVE 'X' TO TCT-CLOSED-FLAG (WS-CLOSE-SUB)
           MOVE 'C' TO TCT-CURRENT-FLAG (WS-NEXT-SUB)

           OPEN OUTPUT TERM-CALENDAR-FILE
           PERFORM VARYING WS-TCT-SUB FROM 1 BY 1
                   UNTIL WS-TCT-SUB > TCT-ENTRY-COUNT
               MOVE SPACES TO TERM-CALENDAR-RECORD
               MOVE TCT-TERM-CODE (WS-TCT-SUB) TO TCR-TERM-CODE
               MOVE TCT-START-DATE (WS-TCT-SUB) TO TCR-START-DATE
               MOVE TCT-END-DATE (WS-TCT-SUB) TO TCR-END-DATE
               MOVE TCT-CURRENT-FLAG (WS-TCT-SUB) TO TCR-CURRENT-FLAG
               MOVE TCT-CLOSED-FLAG (WS-TCT-SUB) TO TCR-CLOSED-FLAG
               WRITE TERM-CALENDAR-RECORD
           END-PERFORM
           CLOSE TERM-CALENDAR-FILE

           DISPLAY 'BKCLOSE - TERM ' WS-TERM-CODE ' CLOSED, CURRENT '
                   'TERM NOW ' WS-NEXT-TERM-CODE
       .
      *
      *  800-WRITE-AUDIT-RECORD LOGS THE CLOSE -- WHO RAN IT, THE
      *  FROZEN MASTER'S COUNT AND HASH, THE WAITLIST ENTRIES CLOSED
      *  OUT, AND THE TERM MADE CURRENT.
       800-WRITE-AUDIT-RECORD.

           OPEN EXTEND AUDIT-FILE
           MOVE SPACES TO AUDIT-RECORD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AR-RUN-DATE
           MOVE WS-HOURS TO AR-HOURS
           MOVE WS-MINUTES TO AR-MINUTES
           MOVE WS-SECONDS TO AR-SECONDS
           MOVE WS-OPERATOR-ID TO AR-OPERATOR-ID
           MOVE PAGE-NO TO AR-PAGE-COUNT
           MOVE WS-MASTER-COUNT TO AR-TOTAL-STUDENTS
           MOVE WS-TERM-CODE TO AR-TERM-CODE
           MOVE WS-WAIT-CLOSED TO AR-HIST-COUNT
           MOVE WS-MASTER-HASH TO AR-SCORE-HASH
           MOVE 'TERMCLOS' TO AR-RUN-TYPE
           MOVE WS-NEXT-TERM-CODE TO AR-RUN-SCOPE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
       .
      *
      *  900-FINAL-ROUTINE PRINTS THE CERTIFICATE'S CLOSING BLOCK --
      *  WHAT WAS FROZEN AND WHERE THE CALENDAR NOW STANDS WHEN THE
      *  TERM CLOSED, OR THAT IT DID NOT.
       900-FINAL-ROUTINE.

           MOVE WS-TERM-CODE TO RSL-TERM-CODE
           IF CLOSE-REFUSED
               MOVE 'NOT CLOSED -- CLEAR THE CHECKS ABOVE AND RERUN'
                    TO RSL-RESULT
               MOVE RESULT-LINE TO REPORT-LINE
               MOVE 3 TO PROPER-SPACING
               PERFORM 620-WRITE-A-LINE
               DISPLAY 'BKCLOSE - TERM ' WS-TERM-CODE ' NOT CLOSED '
                       '-- SEE STUDENTTCL'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO SUMMARY-LINE
               MOVE 'FINAL RUN BY OPERATOR' TO SML-DESCRIPTION
               MOVE WS-RUN-OPERATOR-ID TO SML-VALUE
               MOVE SUMMARY-LINE TO REPORT-LINE
               MOVE 3 TO PROPER-SPACING
               PERFORM 620-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING

               MOVE WS-RUN-STUDENTS TO WS-EDIT-COUNT
               MOVE 'STUDENTS REPORTED ON THE FINAL RUN' TO
                    SML-DESCRIPTION
               MOVE WS-EDIT-COUNT TO SML-VALUE
               MOVE SUMMARY-LINE TO REPORT-LINE
               PERFORM 620-WRITE-A-LINE

               MOVE WS-MASTER-COUNT TO WS-EDIT-COUNT
               MOVE 'MASTER RECORDS FROZEN IN THE SNAPSHOT' TO
                    SML-DESCRIPTION
               MOVE WS-EDIT-COUNT TO SML-VALUE
               MOVE SUMMARY-LINE TO REPORT-LINE
               PERFORM 620-WRITE-A-LINE

               MOVE WS-MASTER-HASH TO WS-EDIT-HASH
               MOVE 'SNAPSHOT SCORE HASH' TO SML-DESCRIPTION
               MOVE WS-EDIT-HASH TO SML-VALUE
               MOVE SUMMARY-LINE TO REPORT-LINE
               PERFORM 620-WRITE-A-LINE

               MOVE WS-WAIT-CLOSED TO WS-EDIT-COUNT
               MOVE 'WAITLIST ENTRIES CLOSED OUT' TO SML-DESCRIPTION
               MOVE WS-EDIT-COUNT TO SML-VALUE
               MOVE SUMMARY-LINE TO REPORT-LINE
               PERFORM 620-WRITE-A-LINE

               MOVE WS-WAIT-ENROLLED TO WS-EDIT-COUNT
               MOVE '  OF WHICH ALREADY ENROLLED' TO SML-DESCRIPTION
               MOVE WS-EDIT-COUNT TO SML-VALUE
               MOVE SUMMARY-LINE TO REPORT-LINE
               PERFORM 620-WRITE-A-LINE

               MOVE 'CURRENT TERM NOW' TO SML-DESCRIPTION
               MOVE WS-NEXT-TERM-CODE TO SML-VALUE
               MOVE SUMMARY-LINE TO REPORT-LINE
               PERFORM 620-WRITE-A-LINE

               MOVE 'CLOSED -- NO FURTHER FINAL RUN WILL BE ACCEPTED'
                    TO RSL-RESULT
               MOVE RESULT-LINE TO REPORT-LINE
               MOVE 3 TO PROPER-SPACING
               PERFORM 620-WRITE-A-LINE

               MOVE WS-OPERATOR-ID TO SGL-OPERATOR-ID
               MOVE SIGNATURE-LINE TO REPORT-LINE
               MOVE 3 TO PROPER-SPACING
               PERFORM 620-WRITE-A-LINE
           END-IF

           CLOSE CLOSE-REPORT-FILE
           STOP RUN
       .
