      *  APPLREC.CPY
      *  SHARED LAYOUT FOR THE APPLIED-TRANSACTION LOG
      *  (Lab6APPLOG.txt).  BKUPDT APPENDS ONE RECORD HERE FOR EVERY
      *  CHANGE IT ACTUALLY MAKES TO THE STUDENT MASTER -- AN ADD, A
      *  SCORE CHANGE, A DROP, OR A WAITLIST PROMOTION -- DATED AND
      *  TIMED TO THE SECOND, WITH THE MASTER RECORD AS IT STOOD
      *  AFTER THE CHANGE.  A REJECTED OR WAITLISTED TRANSACTION
      *  CHANGED NOTHING AND IS NOT LOGGED.  TOGETHER WITH THE
      *  CORRECTION JOURNAL (Lab6JRNL.txt) IT IS EVERYTHING BKRCVR
      *  NEEDS TO ROLL AN IMAGE COPY OF THE MASTER FORWARD.
       01  APPLIED-LOG-RECORD.
           05  AL-RUN-DATE                     PIC 9(6).
           05  AL-RUN-TIME.
               10  AL-HOURS                    PIC 99.
               10  AL-MINUTES                  PIC 99.
               10  AL-SECONDS                  PIC 99.
           05  AL-OPERATOR-ID                  PIC X(8).
      *  'A' AN ADD, 'C' A SCORE CHANGE, 'D' A DROP (ONLY THE KEY IS
      *  MEANINGFUL THEN -- THE RECORD IS GONE), 'P' A STUDENT
      *  PROMOTED ONTO THE MASTER OFF THE WAITLIST.
           05  AL-ACTION-CODE                  PIC X.
               88  AL-ADD                           VALUE 'A'.
               88  AL-CHANGE                        VALUE 'C'.
               88  AL-DROP                          VALUE 'D'.
               88  AL-PROMOTION                     VALUE 'P'.
      *  AL-STUDENT-IMAGE IS THE MASTER RECORD EXACTLY AS STUDREC
      *  LAYS IT OUT.
           05  AL-STUDENT-IMAGE.
               10  AL-DEPT-CODE                PIC A(4).
               10  AL-CLASS-CODE               PIC X(5).
               10  AL-STUDENT-ID               PIC 9(7).
               10  AL-NAME                     PIC X(20).
               10  AL-SCORE                    PIC 9(3) OCCURS 4 TIMES.
               10  AL-FLAG                     PIC X    OCCURS 4 TIMES.
           05  FILLER                          PIC X(7).
