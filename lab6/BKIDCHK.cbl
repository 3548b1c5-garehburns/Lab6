       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BKIDCHK.
       AUTHOR.         GARRETT BURNS.
      *
      *    THIS PROGRAM CHECKS THAT EVERY FILE AGREES ABOUT WHO A
      *    STUDENT IS.  THE STUDENT ID IS THE IDENTITY EVERYWHERE, BUT
      *    EACH FILE CARRIES ITS OWN COPY OF THE NAME, AND NOTHING
      *    ELSE HOLDS THEM TO EACH OTHER -- SO A GRADE SLIP OR A
      *    TRANSCRIPT CAN GO OUT UNDER THE WRONG NAME, OR NOT GO OUT
      *    AT ALL, WITHOUT ANYONE NOTICING.  IT SWEEPS:
      *        Lab6STUDENT.idx - THE SAME ID CARRYING DIFFERENT NAMES
      *                          IN DIFFERENT CLASSES
      *        Lab6ADDR.txt    - A STUDENT ON THE MASTER WITH NO
      *                          ADDRESS ROW (BKSLIP CAN ONLY PRINT
      *                          THE SLIP MARKED UNMAILABLE), AN
      *                          ADDRESS NAME THAT DISAGREES WITH
      *                          THE MASTER, A SECOND ROW FOR ONE ID
      *        Lab6WAIT.txt    - A STUDENT WAITLISTED FOR A SECTION
      *                          ALREADY ENROLLED IN IT, OR UNDER A
      *                          DIFFERENT NAME
      *        Lab6STANDG.txt  - A STANDING ROW UNDER A DIFFERENT
      *        Lab6SHIST.txt     NAME, OR FOR AN ID ON NEITHER THE
      *                          MASTER NOR THE ADDRESS FILE
      *    THE NAME A STUDENT IS HELD TO IS THE MASTER'S (THE FIRST
      *    CLASS THE ID TURNS UP IN), OR FOR A STUDENT NOT ON THE
      *    MASTER THIS TERM THE ADDRESS FILE'S.  HISTORY ROWS ARE
      *    LISTED ONCE PER STUDENT, NOT ONCE PER ROW; ROWS FROM BEFORE
      *    THE STUDENT ID EXISTED ARE PASSED OVER.
      *
      *    THE EXCEPTION LISTING (STUDENTIDC) IS ONE LISTING GROUPED
      *    BY STUDENT ID, WITH THE NAME THE STUDENT IS HELD TO AT THE
      *    HEAD OF EACH GROUP.  ANY EXCEPTION SETS RC 4, THE WAY
      *    BKVAL DOES FOR A DIRTY EXTRACT, SO THE STREAMS HOLD GRADE
      *    SLIPS AND TRANSCRIPTS UNTIL THE REGISTRAR PUTS IT RIGHT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT STUDENT-FILE
             ASSIGN TO "Lab6STUDENT.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-STUDENT-STATUS.
      *
           SELECT OPTIONAL ADDRESS-FILE
             ASSIGN TO "Lab6ADDR.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL WAITLIST-FILE
             ASSIGN TO "Lab6WAIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL STANDING-FILE
             ASSIGN TO "Lab6STANDG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL STUDENT-HISTORY-FILE
             ASSIGN TO "Lab6SHIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT IDENTITY-REPORT-FILE
               ASSIGN TO PRINTER "STUDENTIDC".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  STUDENT-FILE.
      *
           COPY STUDREC.
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
       FD  WAITLIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY WAITREC.
      *
       FD  STANDING-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY STANDREC.
      *
       FD  STUDENT-HISTORY-FILE
           RECORD CONTAINS 88 CHARACTERS.
      *
           COPY SHISTREC.
      *
       FD  IDENTITY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  WS-MASTER-EOF-FLAG          PIC X       VALUE ' '.
               88 NO-MORE-MASTER                       VALUE 'N'.
           05  AF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-ADDRESSES                    VALUE 'N'.
           05  WF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-WAITLIST                     VALUE 'N'.
           05  SF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-STANDING                     VALUE 'N'.
           05  HF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-HISTORY                      VALUE 'N'.
           05  WS-FOUND-SW                 PIC X       VALUE 'N'.
               88 WS-ENTRY-FOUND                       VALUE 'Y'.
           05  WS-TABLE-FULL-SW            PIC X       VALUE 'N'.
               88 WS-TABLE-FULL                        VALUE 'Y'.
      *
       01  WS-STUDENT-STATUS                PIC XX     VALUE '00'.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9      VALUE 1.
           05  PAGE-NO                     PIC 9(2)   VALUE 0.
      *
       01  IDENTITY-COUNTS.
           05  WS-EXCEPTION-COUNT          PIC 9(5)   VALUE 0.
           05  WS-NOT-LISTED               PIC 9(5)   VALUE 0.
           05  WS-IDS-WITH-EXCEPTIONS      PIC 9(5)   VALUE 0.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
       01  WS-MATCH-ID                     PIC X(7)   VALUE SPACES.
       01  WS-PREV-ID                      PIC X(7)   VALUE SPACES.
       01  WS-INSERT-SUB                   PIC 9(5)   VALUE 0.
       01  WS-EXC-SUB                      PIC 9(5)   VALUE 0.
      *
      *  THE RECORD BEING HELD TO ITS STUDENT'S NAME, AND THE
      *  EXCEPTION BEING FILED AGAINST IT.
       01  WS-CHECK-AREA.
           05  WS-CHK-SOURCE               PIC X(8).
           05  WS-CHK-DEPT-CODE            PIC X(4).
           05  WS-CHK-CLASS-CODE           PIC X(5).
           05  WS-CHK-NAME                 PIC X(20).
           05  WS-CHK-REASON               PIC X(32).
      *
      *  ID-TABLE HOLDS EVERY STUDENT ID THE SWEEP HAS MET, IN ID
      *  ORDER FOR THE BINARY SEARCH, WITH THE NAME THE STUDENT IS
      *  HELD TO AND WHERE THAT NAME CAME FROM -- 'M' THE MASTER,
      *  'A' THE ADDRESS FILE, SPACE NEITHER (AN ID MET ONLY ON THE
      *  STANDING OR HISTORY FILE).
       01  ID-TABLE.
           05  IDT-ENTRY-COUNT             PIC 9(5)   VALUE 0.
           05  IDT-ENTRY-AREA.
               10  IDT-ENTRY               OCCURS 50000 TIMES
                                            ASCENDING KEY IS
                                                IDT-STUDENT-ID
                                            INDEXED BY IDT-IDX.
                   15  IDT-STUDENT-ID       PIC X(7).
                   15  IDT-NAME             PIC X(20).
                   15  IDT-NAME-SOURCE      PIC X.
                       88 IDT-FROM-MASTER               VALUE 'M'.
                       88 IDT-FROM-ADDRESS              VALUE 'A'.
                       88 IDT-NO-REFERENCE              VALUE ' '.
      *  THE CLASS THE MASTER NAME WAS TAKEN FROM, SO A CONFLICT CAN
      *  LIST BOTH SIDES.
                   15  IDT-DEPT-CODE        PIC X(4).
                   15  IDT-CLASS-CODE       PIC X(5).
                   15  IDT-ADDRESS-SW       PIC X.
                       88 IDT-HAS-ADDRESS               VALUE 'Y'.
                   15  IDT-CONFLICT-SW      PIC X.
                       88 IDT-CONFLICT-LISTED           VALUE 'Y'.
                   15  IDT-HISTORY-SW       PIC X.
                       88 IDT-HISTORY-LISTED            VALUE 'Y'.
      *
      *  EXCEPTION-TABLE HOLDS THE EXCEPTIONS IN STUDENT-ID ORDER, IN
      *  THE ORDER FOUND WITHIN ONE ID, SO THE LISTING PRINTS GROUPED
      *  BY STUDENT WHATEVER FILE EACH ONE CAME OFF.
       01  EXCEPTION-TABLE.
           05  EXT-ENTRY-COUNT             PIC 9(5)   VALUE 0.
           05  EXT-ENTRY                   OCCURS 5000 TIMES.
               10  EXT-STUDENT-ID           PIC X(7).
               10  EXT-SOURCE               PIC X(8).
               10  EXT-DEPT-CODE            PIC X(4).
               10  EXT-CLASS-CODE           PIC X(5).
               10  EXT-NAME                 PIC X(20).
               10  EXT-REASON               PIC X(32).
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
                          'STUDENT IDENTITY EXCEPTION REPORT'.
           05                              PIC X(4) VALUE SPACES.
           05                              PIC X(5) VALUE 'PAGE'.
           05  H1-PAGE-NO                  PIC Z9.
      *
       01  HEADING-TWO.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(9)  VALUE 'FILE'.
           05                              PIC X(5)  VALUE 'DEPT '.
           05                              PIC X(6)  VALUE 'CLASS '.
           05                              PIC X(21) VALUE
                                                'NAME ON FILE'.
           05                              PIC X(32) VALUE
                                                'EXCEPTION'.
      *
       01  ID-GROUP-LINE.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(11) VALUE
                                                'STUDENT ID '.
           05  GL-STUDENT-ID               PIC X(7).
           05                              PIC X(3)  VALUE SPACES.
           05  GL-NAME-LABEL               PIC X(14).
           05  GL-NAME                     PIC X(20).
      *
       01  EXCEPTION-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05  EL-SOURCE                   PIC X(9).
           05  EL-DEPT-CODE                PIC X(5).
           05  EL-CLASS-CODE               PIC X(6).
           05  EL-NAME                     PIC X(21).
           05  EL-REASON                   PIC X(32).
      *
       01  NO-EXCEPTIONS-LINE.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(50) VALUE
                   'NO EXCEPTIONS FOUND -- THE FILES AGREE'.
      *
       01  TOTAL-LINE.
           05                              PIC X(7) VALUE SPACES.
           05  TL-LABEL                    PIC X(32).
           05  TL-COUNT                    PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       100-CHECK-STUDENT-IDENTITY.

           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-SWEEP-MASTER
           PERFORM 330-SWEEP-ADDRESS-FILE
           PERFORM 340-LIST-MISSING-ADDRESSES
           PERFORM 350-SWEEP-WAITLIST
           PERFORM 360-SWEEP-STANDING-FILE
           PERFORM 370-SWEEP-STUDENT-HISTORY
           PERFORM 500-PRINT-EXCEPTIONS
           PERFORM 900-FINAL-ROUTINE

       .
       200-HSKPING-ROUTINE.

           OPEN INPUT STUDENT-FILE
           PERFORM 205-VERIFY-STUDENT-OPEN
           OPEN OUTPUT IDENTITY-REPORT-FILE

      *  UNUSED TABLE SLOTS MUST SORT AFTER EVERY REAL KEY OR THE
      *  BINARY SEARCH'S ASCENDING ORDER BREAKS AT THE FIRST EMPTY
      *  SLOT.
           MOVE HIGH-VALUES TO IDT-ENTRY-AREA

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR

           PERFORM 400-REPORT-HEADING
       .
      *
       205-VERIFY-STUDENT-OPEN.

           IF WS-STUDENT-STATUS NOT = '00' AND
              WS-STUDENT-STATUS NOT = '97'
               DISPLAY 'BKIDCHK - STUDENT-FILE OPEN FAILED, STATUS: '
                       WS-STUDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       .
      *
      *  300-SWEEP-MASTER FILES EVERY STUDENT ID ON THE MASTER UNDER
      *  THE NAME ON THE FIRST CLASS IT TURNS UP IN.
       300-SWEEP-MASTER.

           MOVE 'MASTER' TO WS-CHK-SOURCE
           PERFORM UNTIL NO-MORE-MASTER
               READ STUDENT-FILE NEXT
                   AT END
                       MOVE 'N' TO WS-MASTER-EOF-FLAG
                   NOT AT END
                       PERFORM 310-CHECK-MASTER-RECORD
               END-READ
           END-PERFORM
       .
      *
      *  310-CHECK-MASTER-RECORD LISTS A CLASS WHOSE NAME FOR THE ID
      *  DISAGREES WITH THE FIRST CLASS'S -- AND, THE FIRST TIME,
      *  THE FIRST CLASS TOO, SO BOTH SIDES SHOW.
       310-CHECK-MASTER-RECORD.

           MOVE SR-DEPT-CODE TO WS-CHK-DEPT-CODE
           MOVE SR-CLASS-CODE TO WS-CHK-CLASS-CODE
           MOVE SR-NAME TO WS-CHK-NAME
           MOVE SR-STUDENT-ID TO WS-MATCH-ID

           IF SR-STUDENT-ID NOT NUMERIC
              OR SR-STUDENT-ID = ZEROS
               MOVE 'MISSING OR INVALID STUDENT ID' TO WS-CHK-REASON
               PERFORM 700-FILE-EXCEPTION
           ELSE
               PERFORM 320-FIND-OR-ADD-ID
               IF WS-ENTRY-FOUND
                   IF SR-NAME NOT = IDT-NAME (IDT-IDX)
                       MOVE 'NAME DIFFERS ACROSS CLASSES' TO
                            WS-CHK-REASON
                       IF NOT IDT-CONFLICT-LISTED (IDT-IDX)
                           MOVE 'Y' TO IDT-CONFLICT-SW (IDT-IDX)
                           MOVE IDT-DEPT-CODE (IDT-IDX) TO
                                WS-CHK-DEPT-CODE
                           MOVE IDT-CLASS-CODE (IDT-IDX) TO
                                WS-CHK-CLASS-CODE
                           MOVE IDT-NAME (IDT-IDX) TO WS-CHK-NAME
                           PERFORM 700-FILE-EXCEPTION
                           MOVE SR-DEPT-CODE TO WS-CHK-DEPT-CODE
                           MOVE SR-CLASS-CODE TO WS-CHK-CLASS-CODE
                           MOVE SR-NAME TO WS-CHK-NAME
                       END-IF
                       PERFORM 700-FILE-EXCEPTION
                   END-IF
               ELSE
                   IF NOT WS-TABLE-FULL
                       MOVE SR-NAME TO IDT-NAME (IDT-IDX)
                       MOVE 'M' TO IDT-NAME-SOURCE (IDT-IDX)
                       MOVE SR-DEPT-CODE TO IDT-DEPT-CODE (IDT-IDX)
                       MOVE SR-CLASS-CODE TO IDT-CLASS-CODE (IDT-IDX)
                   END-IF
               END-IF
           END-IF
       .
      *
      *  320-FIND-OR-ADD-ID BINARY-SEARCHES ID-TABLE FOR WS-MATCH-ID
      *  AND ADDS A NEW, NAMELESS ENTRY IN KEY ORDER THE FIRST TIME
      *  THE ID IS MET.  IDT-IDX IS LEFT ON THE ENTRY EITHER WAY;
      *  WS-FOUND-SW SAYS WHETHER IT WAS ALREADY THERE.
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
                   DISPLAY 'BKIDCHK - ID TABLE FULL, STUDENT '
                           'NOT CHECKED: ' WS-MATCH-ID
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
           MOVE SPACES TO IDT-NAME (IDT-IDX)
           MOVE SPACE TO IDT-NAME-SOURCE (IDT-IDX)
           MOVE SPACES TO IDT-DEPT-CODE (IDT-IDX)
           MOVE SPACES TO IDT-CLASS-CODE (IDT-IDX)
           MOVE 'N' TO IDT-ADDRESS-SW (IDT-IDX)
           MOVE 'N' TO IDT-CONFLICT-SW (IDT-IDX)
           MOVE 'N' TO IDT-HISTORY-SW (IDT-IDX)
       .
      *
      *  330-SWEEP-ADDRESS-FILE HOLDS EACH ADDRESS ROW TO THE MASTER
      *  NAME, AND FILES A STUDENT NOT ON THE MASTER THIS TERM UNDER
      *  THE ADDRESS FILE'S NAME.
       330-SWEEP-ADDRESS-FILE.

           MOVE 'ADDRESS' TO WS-CHK-SOURCE
           MOVE SPACES TO WS-CHK-DEPT-CODE
           MOVE SPACES TO WS-CHK-CLASS-CODE
           OPEN INPUT ADDRESS-FILE
           PERFORM UNTIL NO-MORE-ADDRESSES
               READ ADDRESS-FILE
                   AT END
                       MOVE 'N' TO AF-EOF-FLAG
                   NOT AT END
                       PERFORM 335-CHECK-ADDRESS-ROW
               END-READ
           END-PERFORM
           CLOSE ADDRESS-FILE
       .
      *
       335-CHECK-ADDRESS-ROW.

           MOVE AD-NAME TO WS-CHK-NAME
           MOVE AD-STUDENT-ID TO WS-MATCH-ID

           IF AD-STUDENT-ID NOT NUMERIC
              OR AD-STUDENT-ID = ZEROS
               MOVE 'MISSING OR INVALID STUDENT ID' TO WS-CHK-REASON
               PERFORM 700-FILE-EXCEPTION
           ELSE
               PERFORM 320-FIND-OR-ADD-ID
               IF NOT WS-TABLE-FULL
                   EVALUATE TRUE
                       WHEN IDT-HAS-ADDRESS (IDT-IDX)
                           MOVE 'MORE THAN ONE ADDRESS ROW' TO
                                WS-CHK-REASON
                           PERFORM 700-FILE-EXCEPTION
                       WHEN IDT-FROM-MASTER (IDT-IDX)
                        AND AD-NAME NOT = IDT-NAME (IDT-IDX)
                           MOVE 'NAME DIFFERS FROM MASTER' TO
                                WS-CHK-REASON
                           PERFORM 700-FILE-EXCEPTION
                       WHEN IDT-NO-REFERENCE (IDT-IDX)
                           MOVE AD-NAME TO IDT-NAME (IDT-IDX)
                           MOVE 'A' TO IDT-NAME-SOURCE (IDT-IDX)
                   END-EVALUATE
                   MOVE 'Y' TO IDT-ADDRESS-SW (IDT-IDX)
               END-IF
           END-IF
       .
      *
      *  340-LIST-MISSING-ADDRESSES LISTS EVERY STUDENT ON THE
      *  MASTER THE ADDRESS FILE NEVER NAMED -- BKSLIP WOULD PRINT
      *  THAT STUDENT'S SLIP MARKED AS HAVING NO ADDRESS.
       340-LIST-MISSING-ADDRESSES.

           MOVE 'ADDRESS' TO WS-CHK-SOURCE
           MOVE SPACES TO WS-CHK-DEPT-CODE
           MOVE SPACES TO WS-CHK-CLASS-CODE
           MOVE SPACES TO WS-CHK-NAME
           MOVE 'NO ADDRESS ROW - SLIP UNMAILABLE' TO WS-CHK-REASON
           PERFORM VARYING IDT-IDX FROM 1 BY 1
                   UNTIL IDT-IDX > IDT-ENTRY-COUNT
               IF IDT-FROM-MASTER (IDT-IDX)
                  AND NOT IDT-HAS-ADDRESS (IDT-IDX)
                   MOVE IDT-STUDENT-ID (IDT-IDX) TO WS-MATCH-ID
                   PERFORM 700-FILE-EXCEPTION
               END-IF
           END-PERFORM
       .
      *
      *  350-SWEEP-WAITLIST LISTS A WAITLISTED STUDENT WHO IS ALREADY
      *  ON THE MASTER IN THAT SAME SECTION, AND ONE WAITING UNDER A
      *  NAME THE STUDENT IS NOT KNOWN BY.
       350-SWEEP-WAITLIST.

           MOVE 'WAITLIST' TO WS-CHK-SOURCE
           OPEN INPUT WAITLIST-FILE
           PERFORM UNTIL NO-MORE-WAITLIST
               READ WAITLIST-FILE
                   AT END
                       MOVE 'N' TO WF-EOF-FLAG
                   NOT AT END
                       PERFORM 355-CHECK-WAITLIST-ENTRY
               END-READ
           END-PERFORM
           CLOSE WAITLIST-FILE
       .
      *
       355-CHECK-WAITLIST-ENTRY.

           MOVE WL-DEPT-CODE TO WS-CHK-DEPT-CODE
           MOVE WL-CLASS-CODE TO WS-CHK-CLASS-CODE
           MOVE WL-NAME TO WS-CHK-NAME
           MOVE WL-STUDENT-ID TO WS-MATCH-ID

           IF WL-STUDENT-ID NOT NUMERIC
              OR WL-STUDENT-ID = ZEROS
               MOVE 'MISSING OR INVALID STUDENT ID' TO WS-CHK-REASON
               PERFORM 700-FILE-EXCEPTION
           ELSE
               MOVE WL-DEPT-CODE TO SR-DEPT-CODE
               MOVE WL-CLASS-CODE TO SR-CLASS-CODE
               MOVE WL-STUDENT-ID TO SR-STUDENT-ID
               READ STUDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'ALREADY ENROLLED IN THIS SECTION' TO
                            WS-CHK-REASON
                       PERFORM 700-FILE-EXCEPTION
               END-READ
               PERFORM 380-HOLD-TO-KNOWN-NAME
           END-IF
       .
      *
      *  360-SWEEP-STANDING-FILE HOLDS EACH STANDING ROW TO THE NAME
      *  ITS STUDENT IS KNOWN BY.
       360-SWEEP-STANDING-FILE.

           MOVE 'STANDING' TO WS-CHK-SOURCE
           MOVE SPACES TO WS-CHK-DEPT-CODE
           MOVE SPACES TO WS-CHK-CLASS-CODE
           OPEN INPUT STANDING-FILE
           PERFORM UNTIL NO-MORE-STANDING
               READ STANDING-FILE
                   AT END
                       MOVE 'N' TO SF-EOF-FLAG
                   NOT AT END
                       MOVE SD-NAME TO WS-CHK-NAME
                       MOVE SD-STUDENT-ID TO WS-MATCH-ID
                       IF SD-STUDENT-ID NOT NUMERIC
                          OR SD-STUDENT-ID = ZEROS
                           MOVE 'MISSING OR INVALID STUDENT ID' TO
                                WS-CHK-REASON
                           PERFORM 700-FILE-EXCEPTION
                       ELSE
                           PERFORM 380-HOLD-TO-KNOWN-NAME
                           PERFORM 385-FLAG-UNKNOWN-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-FILE
       .
      *
      *  370-SWEEP-STUDENT-HISTORY DOES THE SAME FOR THE LIVE STUDENT
      *  HISTORY -- STUDENT ROWS AND GRADE AMENDMENTS ALIKE -- BUT
      *  LISTS ONLY THE FIRST ROW FOUND WRONG FOR EACH STUDENT.
       370-SWEEP-STUDENT-HISTORY.

           MOVE 'HISTORY' TO WS-CHK-SOURCE
           OPEN INPUT STUDENT-HISTORY-FILE
           PERFORM UNTIL NO-MORE-HISTORY
               READ STUDENT-HISTORY-FILE
                   AT END
                       MOVE 'N' TO HF-EOF-FLAG
                   NOT AT END
                       IF (SH-DETAIL-RECORD OR SH-AMENDMENT-RECORD)
                          AND SH-STUDENT-ID IS NUMERIC
                           PERFORM 375-CHECK-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-HISTORY-FILE
       .
      *
       375-CHECK-HISTORY-ROW.

           MOVE SH-DEPT-CODE TO WS-CHK-DEPT-CODE
           MOVE SH-CLASS-CODE TO WS-CHK-CLASS-CODE
           MOVE SH-NAME TO WS-CHK-NAME
           MOVE SH-STUDENT-ID TO WS-MATCH-ID

           PERFORM 320-FIND-OR-ADD-ID
           IF NOT WS-TABLE-FULL
              AND NOT IDT-HISTORY-LISTED (IDT-IDX)
               MOVE WS-EXCEPTION-COUNT TO WS-EXC-SUB
               PERFORM 380-HOLD-TO-KNOWN-NAME
               PERFORM 385-FLAG-UNKNOWN-ID
               IF WS-EXCEPTION-COUNT > WS-EXC-SUB
                   MOVE 'Y' TO IDT-HISTORY-SW (IDT-IDX)
               END-IF
           END-IF
       .
      *
      *  380-HOLD-TO-KNOWN-NAME LISTS THE RECORD IN WS-CHECK-AREA
      *  WHEN ITS NAME IS NOT THE ONE ITS STUDENT IS KNOWN BY.  AN
      *  ID MET FOR THE FIRST TIME IS FILED WITH NO NAME.
       380-HOLD-TO-KNOWN-NAME.

           PERFORM 320-FIND-OR-ADD-ID
           IF NOT WS-TABLE-FULL
               EVALUATE TRUE
                   WHEN IDT-FROM-MASTER (IDT-IDX)
                    AND WS-CHK-NAME NOT = IDT-NAME (IDT-IDX)
                       MOVE 'NAME DIFFERS FROM MASTER' TO
                            WS-CHK-REASON
                       PERFORM 700-FILE-EXCEPTION
                   WHEN IDT-FROM-ADDRESS (IDT-IDX)
                    AND WS-CHK-NAME NOT = IDT-NAME (IDT-IDX)
                       MOVE 'NAME DIFFERS FROM ADDRESS FILE' TO
                            WS-CHK-REASON
                       PERFORM 700-FILE-EXCEPTION
               END-EVALUATE
           END-IF
       .
      *
      *  385-FLAG-UNKNOWN-ID LISTS A STANDING OR HISTORY ROW FOR AN
      *  ID NEITHER THE MASTER NOR THE ADDRESS FILE KNOWS.  IDT-IDX
      *  IS STILL ON THE ENTRY 380 FOUND.
       385-FLAG-UNKNOWN-ID.

           IF NOT WS-TABLE-FULL
              AND IDT-NO-REFERENCE (IDT-IDX)
               MOVE 'ID ON NO MASTER OR ADDRESS ROW' TO WS-CHK-REASON
               PERFORM 700-FILE-EXCEPTION
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
           MOVE 1 TO PROPER-SPACING
       .
      *
      *  500-PRINT-EXCEPTIONS PRINTS THE TABLE IN STUDENT-ID ORDER,
      *  WITH A GROUP LINE AHEAD OF EACH STUDENT'S EXCEPTIONS.
       500-PRINT-EXCEPTIONS.

           MOVE HIGH-VALUES TO WS-PREV-ID
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > EXT-ENTRY-COUNT
               IF EXT-STUDENT-ID (WS-EXC-SUB) NOT = WS-PREV-ID
                   PERFORM 510-PRINT-ID-GROUP-LINE
               END-IF
               MOVE EXT-SOURCE (WS-EXC-SUB) TO EL-SOURCE
               MOVE EXT-DEPT-CODE (WS-EXC-SUB) TO EL-DEPT-CODE
               MOVE EXT-CLASS-CODE (WS-EXC-SUB) TO EL-CLASS-CODE
               MOVE EXT-NAME (WS-EXC-SUB) TO EL-NAME
               MOVE EXT-REASON (WS-EXC-SUB) TO EL-REASON
               MOVE EXCEPTION-LINE TO REPORT-LINE
               PERFORM 600-WRITE-A-LINE
           END-PERFORM
       .
      *
       510-PRINT-ID-GROUP-LINE.

           MOVE EXT-STUDENT-ID (WS-EXC-SUB) TO WS-PREV-ID
           ADD 1 TO WS-IDS-WITH-EXCEPTIONS
           MOVE WS-PREV-ID TO GL-STUDENT-ID
           MOVE WS-PREV-ID TO WS-MATCH-ID
           MOVE 'N' TO WS-FOUND-SW
           SEARCH ALL IDT-ENTRY
               AT END
                   MOVE 'N' TO WS-FOUND-SW
               WHEN IDT-STUDENT-ID (IDT-IDX) = WS-MATCH-ID
                   MOVE 'Y' TO WS-FOUND-SW
           END-SEARCH

           MOVE SPACES TO GL-NAME
           EVALUATE TRUE
               WHEN NOT WS-ENTRY-FOUND
                   MOVE 'NOT A VALID ID' TO GL-NAME-LABEL
               WHEN IDT-FROM-MASTER (IDT-IDX)
                   MOVE 'MASTER NAME' TO GL-NAME-LABEL
                   MOVE IDT-NAME (IDT-IDX) TO GL-NAME
               WHEN IDT-FROM-ADDRESS (IDT-IDX)
                   MOVE 'ADDRESS NAME' TO GL-NAME-LABEL
                   MOVE IDT-NAME (IDT-IDX) TO GL-NAME
               WHEN OTHER
                   MOVE 'NAME UNKNOWN' TO GL-NAME-LABEL
           END-EVALUATE
           MOVE ID-GROUP-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
       .
      *
       600-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .
      *
      *  700-FILE-EXCEPTION FILES WS-CHECK-AREA AGAINST WS-MATCH-ID,
      *  BEHIND ANY EXCEPTIONS ALREADY FILED FOR THAT ID.  A FULL
      *  TABLE STILL COUNTS THE EXCEPTION SO THE RETURN CODE IS SET.
       700-FILE-EXCEPTION.

           ADD 1 TO WS-EXCEPTION-COUNT
           IF EXT-ENTRY-COUNT < 5000
               PERFORM VARYING WS-INSERT-SUB FROM EXT-ENTRY-COUNT
                       BY -1
                       UNTIL WS-INSERT-SUB < 1
                       OR EXT-STUDENT-ID (WS-INSERT-SUB) NOT >
                          WS-MATCH-ID
                   MOVE EXT-ENTRY (WS-INSERT-SUB) TO
                        EXT-ENTRY (WS-INSERT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-INSERT-SUB
               ADD 1 TO EXT-ENTRY-COUNT
               MOVE WS-MATCH-ID TO EXT-STUDENT-ID (WS-INSERT-SUB)
               MOVE WS-CHK-SOURCE TO EXT-SOURCE (WS-INSERT-SUB)
               MOVE WS-CHK-DEPT-CODE TO EXT-DEPT-CODE (WS-INSERT-SUB)
               MOVE WS-CHK-CLASS-CODE TO
                    EXT-CLASS-CODE (WS-INSERT-SUB)
               MOVE WS-CHK-NAME TO EXT-NAME (WS-INSERT-SUB)
               MOVE WS-CHK-REASON TO EXT-REASON (WS-INSERT-SUB)
           ELSE
               ADD 1 TO WS-NOT-LISTED
           END-IF
       .
      *
      *  900-FINAL-ROUTINE PRINTS THE TOTALS.  ANY EXCEPTION SETS
      *  RC 4 SO THE STREAM'S COND CLAUSES HOLD THE GRADE SLIPS AND
      *  TRANSCRIPTS UNTIL THE FILES AGREE.
       900-FINAL-ROUTINE.

           MOVE 2 TO PROPER-SPACING
           IF WS-EXCEPTION-COUNT = 0
               MOVE NO-EXCEPTIONS-LINE TO REPORT-LINE
               PERFORM 600-WRITE-A-LINE
           END-IF
           MOVE 'STUDENT IDS CHECKED' TO TL-LABEL
           MOVE IDT-ENTRY-COUNT TO TL-COUNT
           MOVE TOTAL-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           IF WS-EXCEPTION-COUNT > 0
               MOVE 'STUDENT IDS WITH EXCEPTIONS' TO TL-LABEL
               MOVE WS-IDS-WITH-EXCEPTIONS TO TL-COUNT
               MOVE TOTAL-LINE TO REPORT-LINE
               PERFORM 600-WRITE-A-LINE
               MOVE 'TOTAL EXCEPTIONS REPORTED IS' TO TL-LABEL
               MOVE WS-EXCEPTION-COUNT TO TL-COUNT
               MOVE TOTAL-LINE TO REPORT-LINE
               PERFORM 600-WRITE-A-LINE
               IF WS-NOT-LISTED > 0
                   MOVE 'EXCEPTIONS TOO MANY TO LIST' TO TL-LABEL
                   MOVE WS-NOT-LISTED TO TL-COUNT
                   MOVE TOTAL-LINE TO REPORT-LINE
                   PERFORM 600-WRITE-A-LINE
               END-IF
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE STUDENT-FILE
                 IDENTITY-REPORT-FILE
           STOP RUN
       .
