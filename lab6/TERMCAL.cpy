      *  EXIST), AND A BLANK TERM DEFAULTS TO THE CURRENT ROW.
      *  ADDING A TERM IS A MATTER OF ADDING A LINE TO THIS FILE --
      *  NO PROGRAM CHANGE OR RECOMPILE IS NEEDED.
      *
      *  TCR-CLOSED-FLAG IS 'X' ON A TERM BKCLOSE HAS CLOSED -- ITS
      *  END-OF-TERM SNAPSHOT IS TAKEN AND ITS WAITLIST CLOSED OUT,
      *  AND BKBRK REFUSES ANY FURTHER FINAL RUN KEYED TO IT.  BKCLOSE
      *  SETS IT WHEN IT MOVES THE 'C' TO THE NEXT TERM.
       01  TERM-CALENDAR-RECORD.
           05  TCR-TERM-CODE                   PIC X(6).
           05  TCR-START-DATE                  PIC 9(6).
           05  TCR-END-DATE                    PIC 9(6).
           05  TCR-CURRENT-FLAG                PIC X.
               88  TCR-CURRENT-TERM                 VALUE 'C'.
           05  TCR-CLOSED-FLAG                 PIC X.
               88  TCR-TERM-CLOSED                  VALUE 'X'.
           05  FILLER                          PIC X(60).
