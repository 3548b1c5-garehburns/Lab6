      *  PREREQ.CPY
      *  SHARED LAYOUT FOR THE REGISTRAR-MAINTAINED PREREQUISITE
      *  FILE (Lab6PREREQ.txt) -- ONE ROW PER COURSE/REQUIRED-COURSE
      *  PAIR, WITH THE LOWEST LETTER GRADE IN THE REQUIRED COURSE
      *  THAT STILL QUALIFIES.  A COURSE WITH TWO PREREQUISITES
      *  CARRIES TWO ROWS, AND THE STUDENT MUST MEET BOTH.  BKUPDT
      *  HOLDS EVERY ADD AND EVERY WAITLIST PROMOTION AGAINST IT.
      *  THE MINIMUM GRADE IS RANKED OFF THE QUALITY POINT FILE
      *  (Lab6QPTS.txt), SO A 'C-' MINIMUM IS MET BY ANY GRADE WORTH
      *  AT LEAST AS MANY POINTS; A BLANK MINIMUM MEANS ANY PASSING
      *  GRADE -- ONE WORTH MORE THAN ZERO POINTS ON THAT FILE, SO AN
      *  'F' NEVER QUALIFIES.  ADDING A PREREQUISITE IS A MATTER OF
      *  ADDING A LINE TO THAT FILE -- NO PROGRAM CHANGE OR RECOMPILE
      *  NEEDED.
       01  PREREQ-RECORD.
           05  PR-DEPT-CODE                    PIC A(4).
           05  PR-CLASS-CODE                   PIC X(5).
           05  PR-REQ-DEPT-CODE                PIC A(4).
           05  PR-REQ-CLASS-CODE               PIC X(5).
           05  PR-MIN-GRADE                    PIC X(2).
           05  FILLER                          PIC X(60).
