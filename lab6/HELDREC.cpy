      *  HELDREC.CPY
      *  SHARED LAYOUT FOR THE HELD-SECTIONS FILE (Lab6HELD.txt).
      *  A FINAL BKBRK RUN REWRITES THIS FILE WITH ONE RECORD PER
      *  SECTION IT REFUSED TO POST BECAUSE NO CERTIFICATION WAS IN
      *  FORCE ON Lab6CERT.txt -- THE SECTION PRINTS ON STUDENTCGB
      *  AND THE CSV AS ALWAYS, BUT WRITES NO STUDENT HISTORY, SO IT
      *  EARNS NO GPA CREDIT.  BKBAL TAKES THE HELD STUDENTS AND
      *  SCORES OUT OF WHAT IT EXPECTS ON THE STUDENT HISTORY, AND
      *  BKSLIP PRINTS NO GRADE FOR THEM.  A MID-TERM RUN HOLDS
      *  NOTHING AND LEAVES THE FILE EMPTY.
       01  HELD-SECTION-RECORD.
           05  HD-TERM-CODE                    PIC X(6).
           05  HD-DEPT-CODE                    PIC A(4).
           05  HD-CLASS-CODE                   PIC X(5).
      *  'U' THE SECTION WAS NEVER CERTIFIED FOR THE TERM.
      *  'V' ITS CERTIFICATION WAS VOIDED BY A LATER CHANGE.
           05  HD-REASON                       PIC X.
               88  HD-NEVER-CERTIFIED               VALUE 'U'.
               88  HD-CERT-VOIDED                   VALUE 'V'.
      *  THE STUDENTS IN THE SECTION AND THE HASH OF THEIR RAW
      *  SCORES -- WHAT THE STUDENT HISTORY IS SHORT BY.
           05  HD-STUDENT-COUNT                PIC 9(5).
           05  HD-SCORE-HASH                   PIC 9(9).
           05  HD-RUN-DATE                     PIC 9(6).
           05  FILLER                          PIC X(44).
