      *  ALERTREC.CPY
      *  SHARED LAYOUT FOR THE MID-TERM EARLY-ALERT EXTRACT
      *  (Lab6ALRTX.txt).  BKALERT REWRITES THIS FILE AFTER EVERY
      *  WEEK-8 MID-TERM RUN -- ONE RECORD PER STUDENT PER SECTION
      *  THE STUDENT IS AT RISK IN, IN STUDENT-ID ORDER, FOR THE
      *  ADVISING OFFICE TO LOAD.  EACH RECORD CARRIES EVERY REASON
      *  THE STUDENT WAS FLAGGED, NOT JUST THE FIRST.
       01  ALERT-EXTRACT-RECORD.
           05  EA-STUDENT-ID                   PIC 9(7).
           05  EA-NAME                         PIC X(20).
           05  EA-TERM-CODE                    PIC X(6).
           05  EA-DEPT-CODE                    PIC A(4).
           05  EA-CLASS-CODE                   PIC X(5).
      *  SPACES WHEN THE SECTION HAS NO ROW ON THE INSTRUCTOR FILE.
           05  EA-INSTRUCTOR                   PIC X(20).
      *  EA-AVERAGE IS THE WEIGHTED AVERAGE OF THE TESTS ACTUALLY
      *  TAKEN, OVER ONLY THOSE TESTS' WEIGHTS -- THE SAME MID-TERM
      *  AVERAGE BKBRK PRINTS.  ZEROS WHEN NO TEST HAS BEEN TAKEN;
      *  EA-TEST-FLAGS THEN SHOWS ALL 'N'.
           05  EA-AVERAGE                      PIC 9(3)V99.
           05  EA-TEST-FLAGS                   PIC X(4).
      *  'L' THE AVERAGE IS BELOW THE REGISTRAR'S ALERT THRESHOLD.
           05  EA-LOW-AVERAGE-FLAG             PIC X.
               88  EA-LOW-AVERAGE                   VALUE 'L'.
      *  'M' THE STUDENT MISSED A TEST OTHERS IN THE SECTION TOOK.
           05  EA-MISSED-TEST-FLAG             PIC X.
               88  EA-MISSED-TEST                   VALUE 'M'.
      *  'P' THE STUDENT IS ON PROBATION ON Lab6STANDG.txt AND THE
      *  AVERAGE ACROSS ALL THEIR SECTIONS IS BELOW THE PROBATION
      *  CUTOFF ON Lab6STAND.txt -- SLIPPING AGAIN.
           05  EA-PROBATION-FLAG               PIC X.
               88  EA-PROBATION-SLIP                VALUE 'P'.
      *  THE THRESHOLD THE RUN WAS MADE AGAINST.
           05  EA-ALERT-CUTOFF                 PIC 9(3).
           05  FILLER                          PIC X(3).
