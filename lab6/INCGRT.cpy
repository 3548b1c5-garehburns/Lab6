      *  INCGRT.CPY
      *  SHARED LAYOUT FOR THE INCOMPLETE-GRANT FILE (Lab6INCGRT.txt)
      *  -- ONE ROW PER INCOMPLETE AN INSTRUCTOR HAS GRANTED A
      *  STUDENT IN ONE CLASS FOR ONE TERM (AN EXCUSED ABSENCE FROM
      *  THE LAST EXAM, A MEDICAL WITHDRAWAL FROM THE FINAL WEEKS).
      *  THE DEPARTMENT OFFICE KEYS THE ROW OFF THE INSTRUCTOR'S
      *  SIGNED FORM.  IN A FINAL RUN BKBRK, BKSLIP, BKSTAT, AND
      *  BKREPRT GRADE A GRANTED STUDENT 'I' INSTEAD OF SCORING THE
      *  MISSED TEST AS A ZERO, AND BKBRK FILES THE INCOMPLETE ON
      *  THE OUTSTANDING-INCOMPLETES FILE (SEE INCOPN.CPY) FOR BKINC
      *  TO FOLLOW UP.  A MID-TERM RUN IGNORES THE GRANT -- ITS
      *  AVERAGES ALREADY LEAVE UNTAKEN TESTS OUT.
       01  INCOMPLETE-GRANT-RECORD.
           05  IG-STUDENT-ID                   PIC 9(7).
           05  IG-DEPT-CODE                    PIC A(4).
           05  IG-CLASS-CODE                   PIC X(5).
           05  IG-TERM-CODE                    PIC X(6).
           05  IG-INSTRUCTOR-NAME              PIC X(20).
           05  IG-GRANT-DATE                   PIC 9(6).
           05  IG-REASON                       PIC X(20).
           05  FILLER                          PIC X(12).
