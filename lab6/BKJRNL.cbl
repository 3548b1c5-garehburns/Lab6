           05                              PIC X(1)  VALUE SPACES.
           05  CHL-NAME                    PIC X(20).
      *  ' OVR' WHEN THE CORRECTION WAS APPLIED AFTER THE TERM'S
      *  CLOSE UNDER A SUPERVISOR OVERRIDE; ' WVR' WHEN IT IS AN ADD
      *  BKUPDT LET PAST THE COURSE'S PREREQUISITES UNDER A
      *  SUPERVISOR WAIVER; ' LPS' WHEN BKINC LAPSED AN UNFINISHED
      *  INCOMPLETE TO F.
           05  CHL-OVERRIDE                PIC X(4).
      *
      *  ONE IMAGE LINE SHOWS THE FOUR SCORES WITH EACH TEST'S TAKEN
           MOVE JR-CLASS-CODE TO CHL-CLASS-CODE
           MOVE JR-STUDENT-ID TO CHL-STUDENT-ID
           MOVE JR-NAME TO CHL-NAME
           EVALUATE TRUE
               WHEN JR-OVERRIDE
                   MOVE ' OVR' TO CHL-OVERRIDE
               WHEN JR-PREREQ-WAIVER
                   MOVE ' WVR' TO CHL-OVERRIDE
               WHEN JR-INCOMPLETE-LAPSE
                   MOVE ' LPS' TO CHL-OVERRIDE
               WHEN OTHER
                   MOVE SPACES TO CHL-OVERRIDE
           END-EVALUATE
           MOVE CORRECTION-HEADER-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
