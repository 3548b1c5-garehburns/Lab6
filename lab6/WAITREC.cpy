               10  WL-FLAG2                    PIC X.
               10  WL-FLAG3                    PIC X.
               10  WL-FLAG4                    PIC X.
      *  WL-WAIVER-FLAG IS 'W' WHEN THE ADD CAME IN UNDER A SUPERVISOR
      *  PREREQUISITE WAIVER, SO THE WAIVER RIDES ALONG UNTIL THE
      *  STUDENT IS PROMOTED.  SPACE OTHERWISE, AND ON EVERY ENTRY
      *  FROM BEFORE THE FLAG EXISTED.
           05  WL-WAIVER-FLAG                  PIC X.
           05  FILLER                          PIC X(27).
