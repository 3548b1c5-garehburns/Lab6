      *  -- THE ONLY KIND BKBAL BALANCES AGAINST.  'REPRINT' MARKS
      *  A BKREPRT SELECTIVE REPRINT, 'LOCKBRK' AN OPERATOR
      *  BREAK-LOCK; AR-RUN-SCOPE CARRIES THE REPRINT'S DEPT/CLASS
      *  OR THE BROKEN LOCK'S PRIOR HOLDER.  'GRDCHG' MARKS A
      *  BKGCHG POSTING OF LATE GRADE CHANGES -- ITS HIST COUNT AND
      *  HASH COVER THE AMENDMENTS IT APPENDED TO THE STUDENT
      *  HISTORY.  'INCLAPSE' MARKS A BKINC FOLLOW-UP OF OPEN
      *  INCOMPLETES -- ITS HIST COUNT AND HASH COVER THE LAPSE
      *  AMENDMENTS IT APPENDED.  'TRANSCR' MARKS ONE OFFICIAL
      *  TRANSCRIPT BKTRSCR ISSUED -- ONE RECORD PER TRANSCRIPT,
      *  WITH THE STUDENT ID IN AR-RUN-SCOPE, THE CLASS ROWS PRINTED
      *  IN AR-HIST-COUNT, AND THE SERIAL NUMBER ON ITS FOOTER IN
      *  AR-SERIAL-NO.  'BALANCED' IS BKBAL'S WORD THAT THE NORMAL
      *  RUN AHEAD OF IT BALANCED -- IT CARRIES THAT RUN'S OPERATOR,
      *  TERM, AND TOTALS, WITH THE RUN'S OWN DATE AND TIME (YYMMDD
      *  HHMM) IN AR-RUN-SCOPE.  'RECOVERY' MARKS A BKRCVR REBUILD
      *  OF THE MASTER -- THE RECOVERED MASTER'S RECORD COUNT AND
      *  HASH, THE LOG ENTRIES REPLAYED IN AR-HIST-COUNT, AND THE
      *  POINT RECOVERED TO (YYMMDDHHMM, SPACES FOR THE END OF THE
      *  LOGS) IN AR-RUN-SCOPE.  'STANDING' AND 'GPA' MARK A BKSTAND
      *  OR BKGPA RUN -- THE TERM OF THE LATEST BKBRK RUN ON THE
      *  STUDENT HISTORY IN AR-TERM-CODE, THAT RUN'S DATE (YYMMDD) IN
      *  AR-RUN-SCOPE, AND THE STUDENTS REPORTED IN
      *  AR-TOTAL-STUDENTS.  'TERMCLOS' MARKS A BKCLOSE TERM CLOSE --
      *  THE CLOSED TERM, THE FROZEN MASTER'S RECORD COUNT AND HASH,
      *  THE WAITLIST ENTRIES CLOSED OUT IN AR-HIST-COUNT, AND THE
      *  TERM MADE CURRENT IN AR-RUN-SCOPE.  NONE OF THESE IS A
      *  REPORT RUN.
           05  AR-RUN-TYPE                     PIC X(8).
               88  AR-NORMAL-RUN                    VALUE SPACES.
               88  AR-REPRINT-RUN                   VALUE 'REPRINT'.
               88  AR-LOCK-BREAK                    VALUE 'LOCKBRK'.
               88  AR-GRADE-CHANGE                  VALUE 'GRDCHG'.
               88  AR-INCOMPLETE-LAPSE              VALUE 'INCLAPSE'.
               88  AR-TRANSCRIPT                    VALUE 'TRANSCR'.
               88  AR-BALANCED-RUN                  VALUE 'BALANCED'.
               88  AR-RECOVERY-RUN                  VALUE 'RECOVERY'.
               88  AR-STANDING-RUN                  VALUE 'STANDING'.
               88  AR-GPA-RUN                       VALUE 'GPA'.
               88  AR-TERM-CLOSE                    VALUE 'TERMCLOS'.
           05  AR-RUN-SCOPE                    PIC X(10).
      *  AR-SERIAL-NO IS SET ONLY ON A TRANSCRIPT RECORD; EVERY
      *  OTHER RUN LEAVES IT SPACES.
           05  AR-SERIAL-NO                    PIC 9(7).
      *  AR-RUN-MODE IS THE MODE A NORMAL BKBRK RUN WAS KEYED FOR --
      *  'F' FINAL OR 'M' MID-TERM -- AND BKBAL CARRIES IT ONTO THE
      *  'BALANCED' RECORD.  SPACES ON EVERY OTHER RECORD, AND ON
      *  EVERY RECORD FROM BEFORE THE FIELD EXISTED.
           05  AR-RUN-MODE                     PIC X.
               88  AR-FINAL-MODE                    VALUE 'F'.
               88  AR-MIDTERM-MODE                  VALUE 'M'.
           05  FILLER                          PIC X(4).
