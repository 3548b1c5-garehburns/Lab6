      *    THAT FILE, NO PROGRAM CHANGE OR RECOMPILE NEEDED.  A ROW
      *    A MID-TERM RUN MARKED INCOMPLETE (OR A GRADE OF 'I') HAS
      *    EARNED NO GRADE YET AND IS LEFT OUT.
      *
      *    A GRADE CHANGED AFTER ITS TERM CLOSED ARRIVES AS AN
      *    AMENDMENT RECORD BKGCHG APPENDED TO THE SAME FILE.  IT
      *    BACKS THE GRADE IT REPLACES OUT OF ITS TERM AND PUTS THE
      *    NEW ONE IN, SO THE TERM AND CUMULATIVE GPA REFLECT THE
      *    CHANGE FROM THE NEXT RUN ON.
      *
      *    EVERY RUN APPENDS A 'GPA' RECORD TO THE AUDIT TRAIL
      *    (Lab6AUDIT.txt) CARRYING THE TERM OF THE LATEST BKBRK RUN
      *    ON THE HISTORY FILE, SO BKCLOSE CAN PROVE THE GPAS WERE
      *    COMPUTED OFF THE TERM'S FINAL GRADES BEFORE IT CLOSES THE
      *    TERM.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT QUALITY-POINT-FILE
             ASSIGN TO "Lab6QPTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  AUDIT-FILE IS THE RUN AUDIT TRAIL, OPENED EXTEND FOR THE
      *  RUN'S OWN RECORD.
           SELECT AUDIT-FILE
             ASSIGN TO "Lab6AUDIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT GPA-REPORT-FILE
               ASSIGN TO PRINTER "STUDENTGPA".
           05  QPR-GRADE                    PIC X(2).
           05  QPR-POINTS                   PIC 9V99.
           05  FILLER                       PIC X(75).
      *
       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY AUDITREC.
      *
       FD  GPA-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88 WS-ENTRY-FOUND                        VALUE 'Y'.
           05  WS-TABLE-FULL-SW            PIC X       VALUE 'N'.
               88 WS-TABLE-FULL                         VALUE 'Y'.
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
      *  FILE -- THE LATEST BKBRK RUN THESE GPAS COVER.
       01  WS-LATEST-RUN.
           05  WS-LATEST-TERM-CODE         PIC X(6)   VALUE SPACES.
           05  WS-LATEST-RUN-DATE          PIC 9(6)   VALUE 0.
      *
      *  WS-TERM-KEY IS THE TERM BUCKET THE INCOMING RECORD FILES
      *  UNDER -- ITS TERM CODE, OR ITS RUN DATE WHEN THE RECORD
      *
       01  GPA-WORK.
           05  WS-POINTS                   PIC 9V99    VALUE 0.
           05  WS-LOOKUP-GRADE             PIC X(2)    VALUE SPACES.
           05  WS-TERM-GPA                 PIC 9V99    VALUE 0.
           05  WS-CUM-GPA                  PIC 9V99    VALUE 0.
           05  WS-CUM-POINTS               PIC 9(5)V99 VALUE 0.
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
                   PERFORM 360-APPLY-AMENDMENT
               ELSE
                   PERFORM 330-ADD-RECORD-TO-TERM
               END-IF
           END-IF
       .
      *

           IF SH-INCOMPLETE NOT = 'I'
              AND SH-GRADE NOT = 'I'
               PERFORM 335-COUNT-GRADE
           END-IF
       .
      *
      *  335-COUNT-GRADE ADDS SH-GRADE'S QUALITY POINTS AND ONE
      *  CLASS TO THE TERM SLOT AT STU-TERM-IDX.
       335-COUNT-GRADE.

           MOVE SH-GRADE TO WS-LOOKUP-GRADE
           PERFORM 350-LOOK-UP-QUALITY-POINTS
           IF QPT-GRADE-FOUND
               ADD WS-POINTS TO
                   STU-QP-SUM (STU-IDX, STU-TERM-IDX)
               ADD 1 TO
                   STU-CLASS-COUNT (STU-IDX, STU-TERM-IDX)
           ELSE
               DISPLAY 'WARNING - GRADE NOT ON QUALITY POINT FILE, '
                       'ROW SKIPPED: ' SH-GRADE ' ' SH-NAME
           END-IF
       .
      *
           END-PERFORM
       .
      *
      *  350-LOOK-UP-QUALITY-POINTS TURNS WS-LOOKUP-GRADE INTO ITS
      *  QUALITY POINT VALUE OFF THE REGISTRAR'S TABLE.  A GRADE THE
      *  TABLE DOES NOT KNOW IS A CLERK KEYING ERROR ON THE POINT
      *  FILE -- 335- REPORTS IT AND LEAVES THE ROW OUT RATHER THAN
      *  COUNTING A ZERO NOBODY EARNED.
       350-LOOK-UP-QUALITY-POINTS.

           MOVE 'N' TO QPT-FOUND-SW
           SEARCH QPT-ENTRY
               AT END
                   MOVE 'N' TO QPT-FOUND-SW
               WHEN QPT-GRADE (QPT-IDX) = WS-LOOKUP-GRADE
                   MOVE 'Y' TO QPT-FOUND-SW
                   MOVE QPT-POINTS (QPT-IDX) TO WS-POINTS
           END-SEARCH
       .
      *
      *  360-APPLY-AMENDMENT FINDS THE STUDENT'S SLOT FOR THE
      *  AMENDED TERM, BACKS OUT THE GRADE THE AMENDMENT REPLACES --
      *  IF THAT GRADE WAS COUNTED AT ALL -- AND COUNTS THE NEW ONE.
      *  THE SLOT'S RUN DATE IS LEFT ALONE: A POSTED CHANGE IS NOT A
      *  RERUN OF THE TERM.  A TERM NO LONGER ON THE LIVE FILE (OR
      *  PUSHED OFF THE TABLE) HAS NO SLOT, AND ITS AMENDMENT IS
      *  PASSED BY.
       360-APPLY-AMENDMENT.

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
                  AND SH-PRIOR-GRADE NOT = 'I'
                   MOVE SH-PRIOR-GRADE TO WS-LOOKUP-GRADE
                   PERFORM 350-LOOK-UP-QUALITY-POINTS
                   IF QPT-GRADE-FOUND
                      AND STU-CLASS-COUNT (STU-IDX, STU-TERM-IDX) > 0
                       SUBTRACT WS-POINTS FROM
                           STU-QP-SUM (STU-IDX, STU-TERM-IDX)
                       SUBTRACT 1 FROM
                           STU-CLASS-COUNT (STU-IDX, STU-TERM-IDX)
                   END-IF
               END-IF
               IF SH-INCOMPLETE NOT = 'I'
                  AND SH-GRADE NOT = 'I'
                   PERFORM 335-COUNT-GRADE
               END-IF
           END-IF
       .
      *
       900-FINAL-ROUTINE.

           CLOSE GPA-REPORT-FILE
           PERFORM 950-WRITE-AUDIT-RECORD
           STOP RUN
       .
      *
      *  950-WRITE-AUDIT-RECORD APPENDS THE RUN'S 'GPA' RECORD TO THE
      *  AUDIT TRAIL -- THE TERM OF THE LATEST BKBRK RUN ON THE
      *  HISTORY FILE, THAT RUN'S DATE, AND THE STUDENTS REPORTED.
       950-WRITE-AUDIT-RECORD.

           OPEN EXTEND AUDIT-FILE
           MOVE SPACES TO AUDIT-RECORD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AR-RUN-DATE
           MOVE WS-HOURS TO AR-HOURS
           MOVE WS-MINUTES TO AR-MINUTES
           MOVE WS-SECONDS TO AR-SECONDS
           MOVE PAGE-NO TO AR-PAGE-COUNT
           MOVE STU-ENTRY-COUNT TO AR-TOTAL-STUDENTS
           MOVE WS-LATEST-TERM-CODE TO AR-TERM-CODE
           MOVE ZEROS TO AR-HIST-COUNT
           MOVE ZEROS TO AR-SCORE-HASH
           MOVE 'GPA' TO AR-RUN-TYPE
           MOVE WS-LATEST-RUN-DATE TO AR-RUN-SCOPE (1:6)
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
       .
