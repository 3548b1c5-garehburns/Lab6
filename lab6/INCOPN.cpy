      *  INCOPN.CPY
      *  SHARED LAYOUT FOR THE OUTSTANDING-INCOMPLETES FILE
      *  (Lab6INCOPN.txt).  A FINAL BKBRK RUN APPENDS ONE ROW HERE
      *  FOR EVERY STUDENT IT GRADED 'I' OFF AN INSTRUCTOR'S GRANT,
      *  CARRYING THE SCORES AND THE AVERAGE THE RUN COMPUTED (A
      *  TEST NOT TAKEN COUNTED AS ZERO) AND THE DATE THE WORK MUST
      *  BE FINISHED BY -- THE END DATE OF THE NEXT TERM ON THE
      *  REGISTRAR'S CALENDAR.  BKINC LISTS THE OPEN ROWS, WARNS AS
      *  A DEADLINE NEARS, AND STAMPS EACH ROW IT DISPOSES OF, SO
      *  THE FILE ITSELF STAYS THE LOG OF EVERY INCOMPLETE GIVEN.
       01  OPEN-INCOMPLETE-RECORD.
           05  IO-STUDENT-ID                   PIC 9(7).
           05  IO-DEPT-CODE                    PIC A(4).
           05  IO-CLASS-CODE                   PIC X(5).
           05  IO-TERM-CODE                    PIC X(6).
           05  IO-NAME                         PIC X(20).
           05  IO-SCORES.
               10  IO-SCORE                    PIC 9(3) OCCURS 4 TIMES.
           05  IO-FLAGS.
               10  IO-FLAG                     PIC X    OCCURS 4 TIMES.
           05  IO-AVERAGE                      PIC 9(3)V99.
      *  IO-DEADLINE IS ZEROS WHEN THE CALENDAR HAD NO TERM AFTER
      *  THE ONE GRADED -- BKINC FILLS IT IN ONCE THE REGISTRAR ADDS
      *  THE NEXT TERM'S ROW.
           05  IO-DEADLINE                     PIC 9(6).
      *  SPACE WHILE THE INCOMPLETE IS OPEN -- 'C' ONCE A GRADE
      *  CHANGE HAS POSTED THE FINISHED WORK, 'L' ONCE BKINC HAS
      *  LAPSED IT TO F -- WITH THE DATE IT WAS CLOSED.
           05  IO-STATUS                       PIC X.
               88  IO-OPEN                          VALUE ' '.
               88  IO-COMPLETED                     VALUE 'C'.
               88  IO-LAPSED                        VALUE 'L'.
           05  IO-STATUS-DATE                  PIC 9(6).
           05  FILLER                          PIC X(4).
