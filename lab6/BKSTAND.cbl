      *    STUDENT MUST NOT LAND ON PROBATION FOR TESTS THEY HAVE
      *    NOT SAT YET.
      *
      *    A GRADE CHANGED AFTER ITS TERM CLOSED ARRIVES AS AN
      *    AMENDMENT RECORD BKGCHG APPENDED TO THE HISTORY FILE.  IT
      *    TAKES THE CLASS AVERAGE IT REPLACES OUT OF ITS TERM AND
      *    PUTS THE NEW ONE IN, SO THE NEXT RUN'S STANDING REFLECTS
      *    THE CHANGE.
      *
      *    THE RUN WRITES A PRINTED STANDING REPORT FOR THE DEAN
      *    (STUDENTSTD) AND REWRITES THE STANDING FILE
      *    (Lab6STANDG.txt) WITH EACH STUDENT'S CURRENT STATUS AND
      *    HOW MANY CONSECUTIVE TERMS THEY HAVE HELD IT, SO NEXT
      *    TERM'S RUN CAN SEE LAST TERM'S STATUS.
      *
      *    EVERY RUN APPENDS A 'STANDING' RECORD TO THE AUDIT TRAIL
      *    (Lab6AUDIT.txt) CARRYING THE TERM OF THE LATEST BKBRK RUN
      *    ON THE HISTORY FILE, SO BKCLOSE CAN PROVE STANDING WAS
      *    DETERMINED OFF THE TERM'S FINAL GRADES BEFORE IT CLOSES
      *    THE TERM.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT OPTIONAL STANDING-FILE
             ASSIGN TO "Lab6STANDG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  AUDIT-FILE IS THE RUN AUDIT TRAIL, OPENED EXTEND FOR THE
      *  RUN'S OWN RECORD.
           SELECT AUDIT-FILE
             ASSIGN TO "Lab6AUDIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STANDING-REPORT-FILE
               ASSIGN TO PRINTER "STUDENTSTD".
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY STANDREC.
      *
       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY AUDITREC.
      *
       FD  STANDING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88 WS-TABLE-FULL                         VALUE 'Y'.
           05  WS-PRIOR-FOUND-SW           PIC X       VALUE 'N'.
               88 WS-PRIOR-FOUND                        VALUE 'Y'.
           05  WS-TERM-FOUND-SW            PIC X       VALUE 'N'.
               88 WS-TERM-FOUND                         VALUE 'Y'.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9      VALUE 1.
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
      *  THE TERM AND RUN DATE OFF THE LAST 'H' HEADER ON THE HISTORY
      *  FILE -- THE LATEST BKBRK RUN THIS STANDING COVERS.
       01  WS-LATEST-RUN.
           05  WS-LATEST-TERM-CODE         PIC X(6)   VALUE SPACES.
           05  WS-LATEST-RUN-DATE          PIC 9(6)   VALUE 0.
           05  WS-STUDENTS-REPORTED        PIC 9(7)   VALUE 0.
      *
      *  THE RULES OFF THE REGISTRAR'S CONTROL FILE.  IF THE FILE IS
      *  EMPTY OR MISSING ITS ONE ROW, THE OLD HAND-WORKED NUMBERS
                   AT END
                       MOVE 'N' TO HF-EOF-FLAG
                   NOT AT END
      *  ONLY STUDENT RECORDS AND GRADE-CHANGE AMENDMENTS COUNT --
      *  THE 'H'/'T' CONTROL RECORDS BKBRK BRACKETS EACH RUN WITH
      *  ARE FOR BKBAL.
                       IF SH-DETAIL-RECORD
                          OR SH-AMENDMENT-RECORD
                           PERFORM 310-STORE-HISTORY-RECORD
                       END-IF
                       IF SH-CONTROL-HEADER
                           MOVE SH-TERM-CODE TO WS-LATEST-TERM-CODE
                           MOVE SH-RUN-DATE TO WS-LATEST-RUN-DATE
                       END-IF
               END-READ
           END-PERFORM

           IF NOT WS-TABLE-FULL
               MOVE WS-DISPLAY-ID TO STU-STUDENT-ID (STU-IDX)
               MOVE SH-NAME TO STU-NAME (STU-IDX)
               IF SH-AMENDMENT-RECORD
                   PERFORM 350-APPLY-AMENDMENT
               ELSE
                   PERFORM 330-ADD-RECORD-TO-TERM
               END-IF
           END-IF
       .
      *
               ADD 1 TO STU-AVG-COUNT (STU-IDX, STU-TERM-IDX)
           END-IF
       .
      *
      *  350-APPLY-AMENDMENT FINDS THE STUDENT'S SLOT FOR THE
      *  AMENDED TERM, TAKES OUT THE CLASS AVERAGE THE AMENDMENT
      *  REPLACES -- IF IT WAS COUNTED AT ALL -- AND ADDS THE NEW
      *  ONE.  THE SLOT'S RUN DATE IS LEFT ALONE: A POSTED CHANGE IS
      *  NOT A RERUN OF THE TERM.  A TERM WITH NO SLOT HAS ITS
      *  AMENDMENT PASSED BY.
       350-APPLY-AMENDMENT.

           MOVE 'N' TO WS-TERM-FOUND-SW
           SET STU-TERM-IDX TO 1
           SEARCH STU-TERM
               AT END
                   MOVE 'N' TO WS-TERM-FOUND-SW
               WHEN STU-TERM-IDX > STU-TERM-COUNT (STU-IDX)
                   MOVE 'N' TO WS-TERM-FOUND-SW
               WHEN STU-TERM-CODE (STU-IDX, STU-TERM-IDX) = WS-TERM-KEY
                   MOVE 'Y' TO WS-TERM-FOUND-SW
           END-SEARCH

           IF WS-TERM-FOUND
               IF SH-PRIOR-INCOMPLETE NOT = 'I'
                  AND STU-AVG-COUNT (STU-IDX, STU-TERM-IDX) > 0
                   SUBTRACT SH-PRIOR-AVERAGE FROM
                       STU-AVG-SUM (STU-IDX, STU-TERM-IDX)
                   SUBTRACT 1 FROM STU-AVG-COUNT (STU-IDX, STU-TERM-IDX)
               END-IF
               IF SH-INCOMPLETE NOT = 'I'
                   ADD SH-AVERAGE TO
                       STU-AVG-SUM (STU-IDX, STU-TERM-IDX)
                   ADD 1 TO STU-AVG-COUNT (STU-IDX, STU-TERM-IDX)
               END-IF
           END-IF
       .
      *
       340-SHIFT-TERMS-DOWN.

           PERFORM 600-WRITE-A-LINE

           CLOSE STANDING-REPORT-FILE
           PERFORM 950-WRITE-AUDIT-RECORD
           STOP RUN
       .
      *
      *  950-WRITE-AUDIT-RECORD APPENDS THE RUN'S 'STANDING' RECORD
      *  TO THE AUDIT TRAIL -- THE TERM OF THE LATEST BKBRK RUN ON
      *  THE HISTORY FILE, THAT RUN'S DATE, AND THE STUDENTS WHOSE
      *  STANDING WAS DETERMINED.
       950-WRITE-AUDIT-RECORD.

           ADD WS-GOOD-COUNT WS-PROB-COUNT WS-DEAN-COUNT
               GIVING WS-STUDENTS-REPORTED
           OPEN EXTEND AUDIT-FILE
           MOVE SPACES TO AUDIT-RECORD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AR-RUN-DATE
           MOVE WS-HOURS TO AR-HOURS
           MOVE WS-MINUTES TO AR-MINUTES
           MOVE WS-SECONDS TO AR-SECONDS
           MOVE PAGE-NO TO AR-PAGE-COUNT
           MOVE WS-STUDENTS-REPORTED TO AR-TOTAL-STUDENTS
           MOVE WS-LATEST-TERM-CODE TO AR-TERM-CODE
           MOVE ZEROS TO AR-HIST-COUNT
           MOVE ZEROS TO AR-SCORE-HASH
           MOVE 'STANDING' TO AR-RUN-TYPE
           MOVE WS-LATEST-RUN-DATE TO AR-RUN-SCOPE (1:6)
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
       .
