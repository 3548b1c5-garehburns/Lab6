      *  GRDCHG.CPY
      *  SHARED LAYOUT FOR THE GRADE-CHANGE REQUEST FILE
      *  (Lab6GRDCHG.txt) -- ONE ROW PER REQUEST TO CHANGE A GRADE
      *  AFTER ITS TERM HAS CLOSED.  THE REGISTRAR'S OFFICE KEYS THE
      *  REQUEST WITH THE CORRECTED FOUR TEST SCORES, AND THE
      *  INSTRUCTOR'S AND THE DEPARTMENT CHAIR'S SIGN-OFFS ARE KEYED
      *  ONTO THE SAME ROW AS THEY COME BACK.  BKGCHG POSTS A
      *  REQUEST ONLY WHEN BOTH SIGN-OFFS SAY APPROVED, AND STAMPS
      *  EVERY REQUEST IT DISPOSES OF WITH ITS STATUS AND THE DATE,
      *  SO A REQUEST IS NEVER POSTED TWICE AND THE FILE ITSELF
      *  STAYS THE LOG OF EVERY CHANGE ASKED FOR.
       01  GRADE-CHANGE-RECORD.
           05  GC-REQUEST-NO                   PIC 9(6).
           05  GC-STUDENT-ID                   PIC 9(7).
           05  GC-DEPT-CODE                    PIC A(4).
           05  GC-CLASS-CODE                   PIC X(5).
           05  GC-TERM-CODE                    PIC X(6).
           05  GC-NEW-SCORES.
               10  GC-NEW-SCORE                PIC 9(3) OCCURS 4 TIMES.
      *  'A' APPROVED, 'D' DENIED, SPACE WHILE THE SIGN-OFF IS STILL
      *  OUT.
           05  GC-INSTR-APPROVAL               PIC X.
               88  GC-INSTR-APPROVED                VALUE 'A'.
               88  GC-INSTR-DENIED                  VALUE 'D'.
           05  GC-CHAIR-APPROVAL               PIC X.
               88  GC-CHAIR-APPROVED                VALUE 'A'.
               88  GC-CHAIR-DENIED                  VALUE 'D'.
           05  GC-REASON                       PIC X(20).
      *  SPACE UNTIL BKGCHG DISPOSES OF THE REQUEST -- 'P' POSTED TO
      *  THE STUDENT HISTORY, 'R' REFUSED OR DENIED -- WITH THE DATE
      *  IT DID SO.
           05  GC-STATUS                       PIC X.
               88  GC-OPEN                          VALUE ' '.
               88  GC-POSTED                        VALUE 'P'.
               88  GC-REFUSED                       VALUE 'R'.
           05  GC-STATUS-DATE                  PIC 9(6).
           05  FILLER                          PIC X(11).
