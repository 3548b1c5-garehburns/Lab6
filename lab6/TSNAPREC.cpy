      *  TSNAPREC.CPY
      *  SHARED LAYOUT FOR THE END-OF-TERM SNAPSHOT FILE
      *  (Lab6TSNAP.txt).  BKCLOSE APPENDS ONE FROZEN SNAPSHOT HERE
      *  FOR EVERY TERM IT CLOSES -- AN 'H' HEADER DATED AND TIMED TO
      *  THE SECOND AND NAMING THE TERM MADE CURRENT, ONE 'M' RECORD
      *  PER STUDENT MASTER RECORD IN KEY ORDER, ONE 'W' RECORD PER
      *  WAITLIST ENTRY IN PROMOTION ORDER, AND A 'T' TRAILER WITH
      *  THE MASTER RECORD COUNT, THE HASH TOTAL OF EVERY TEST SCORE
      *  (THE SAME TOTALS BKBRK STAMPS ON ITS AUDIT RECORD), AND THE
      *  WAITLIST ENTRY COUNT.  EVERY RECORD CARRIES THE CLOSED TERM
      *  SO ONE TERM'S SNAPSHOT CAN BE PULLED OFF THE FILE ALONE.  A
      *  SNAPSHOT WITH NO TRAILER WAS CUT SHORT AND IS NOT A GOOD ONE.
       01  TERM-SNAPSHOT-RECORD.
           05  SN-RECORD-TYPE                  PIC X.
               88  SN-HEADER                        VALUE 'H'.
               88  SN-MASTER-IMAGE                  VALUE 'M'.
               88  SN-WAITLIST-IMAGE                VALUE 'W'.
               88  SN-TRAILER                       VALUE 'T'.
           05  SN-TERM-CODE                    PIC X(6).
      *  ON AN 'M' RECORD, THE MASTER RECORD EXACTLY AS STUDREC LAYS
      *  IT OUT; ON A 'W' RECORD, THE WAITLIST ENTRY EXACTLY AS
      *  WAITREC LAYS IT OUT.
           05  SN-IMAGE                        PIC X(73).
           05  SN-HEADER-AREA REDEFINES SN-IMAGE.
               10  SN-CLOSE-DATE               PIC 9(6).
               10  SN-CLOSE-TIME               PIC 9(6).
               10  SN-NEXT-TERM-CODE           PIC X(6).
               10  SN-OPERATOR-ID              PIC X(8).
               10  FILLER                      PIC X(47).
           05  SN-TRAILER-AREA REDEFINES SN-IMAGE.
               10  SN-MASTER-COUNT             PIC 9(7).
               10  SN-MASTER-HASH              PIC 9(9).
               10  SN-WAITLIST-COUNT           PIC 9(5).
               10  FILLER                      PIC X(52).
