      *  SH-RUN-DATE FOR THOSE.
           05  SH-TERM-CODE                    PIC X(6).
      *  'I' WHEN A MID-TERM RUN WROTE THIS RECORD WITH A TEST NOT
      *  YET TAKEN -- THE AVERAGE COVERS ONLY THE TAKEN TESTS -- OR
      *  WHEN A FINAL RUN GRADED THE STUDENT 'I' OFF AN INSTRUCTOR'S
      *  INCOMPLETE GRANT (THE AVERAGE THEN COUNTS THE MISSED TEST AS
      *  ZERO, AND IS WHAT THE GRADE LAPSES TO IF NEVER FINISHED).
           05  SH-INCOMPLETE                   PIC X.
      *  SH-CONTROL-TYPE IS SPACE ON AN ORDINARY STUDENT RECORD.
      *  EACH RUN BRACKETS ITS APPENDS WITH AN 'H' (HEADER) RECORD
      *  AND A 'T' (TRAILER) RECORD WHOSE COUNT AND SCORE HASH LET
      *  BKBAL PROVE THE APPENDS LANDED WHOLE.  THE READERS SKIP
      *  BOTH -- THEY ARE NOT STUDENT RECORDS.
      *
      *  AN 'A' (AMENDMENT) RECORD IS A POSTED GRADE CHANGE, APPENDED
      *  BY BKGCHG AFTER THE TERM HAS CLOSED.  IT CARRIES THE SAME
      *  STUDENT ID, DEPT, CLASS, AND TERM CODE AS THE ROW IT
      *  SUPERSEDES, THE CORRECTED SCORES, AVERAGE, AND GRADE IN THE
      *  ORDINARY FIELDS, AND THE VALUES IT REPLACED IN SH-AMEND-AREA
      *  -- SO A READER KEEPING RUNNING SUMS CAN BACK THE OLD GRADE
      *  OUT AND PUT THE NEW ONE IN WITHOUT RE-READING THE FILE.  ITS
      *  RUN DATE IS THE DAY IT WAS POSTED, NOT A RUN OF THE TERM, SO
      *  IT NEVER RESETS A TERM'S SUMS THE WAY A RERUN DOES.
      *  BKINC APPENDS THE SAME KIND OF RECORD WHEN AN INCOMPLETE
      *  LAPSES TO F AT ITS COMPLETION DEADLINE; ITS REQUEST NUMBER
      *  IS ZEROS, THERE BEING NO GRADE-CHANGE REQUEST BEHIND IT.
           05  SH-CONTROL-TYPE                 PIC X.
               88  SH-DETAIL-RECORD                 VALUE ' '.
               88  SH-CONTROL-HEADER                VALUE 'H'.
               88  SH-CONTROL-TRAILER               VALUE 'T'.
               88  SH-AMENDMENT-RECORD              VALUE 'A'.
           05  SH-CONTROL-TOTALS.
               10  SH-CONTROL-COUNT            PIC 9(7).
               10  SH-CONTROL-HASH             PIC 9(9).
           05  SH-AMEND-AREA REDEFINES SH-CONTROL-TOTALS.
               10  SH-PRIOR-AVERAGE            PIC 9(3)V99.
               10  SH-PRIOR-GRADE              PIC X(2).
               10  SH-PRIOR-INCOMPLETE         PIC X.
               10  SH-AMEND-REQUEST-NO         PIC 9(6).
               10  FILLER                      PIC X(2).
      *  SH-STUDENT-ID IS THE REGISTRAR-ASSIGNED STUDENT NUMBER OFF
      *  THE MASTER -- THE IDENTITY BKSTRND MATCHES ON, SO A NAME
      *  CHANGE NO LONGER SPLITS A STUDENT'S TERM-OVER-TERM HISTORY
