      *  UNDER A SUPERVISOR OVERRIDE -- THE TERM CALENDAR REFUSES
      *  LATE SCORE CHANGES OTHERWISE.  SPACE ON AN ORDINARY
      *  IN-TERM CORRECTION AND ON RECORDS FROM BEFORE THE CALENDAR
      *  EXISTED.  'W' WHEN BKUPDT PUT A STUDENT ON THE MASTER WHO
      *  DID NOT MEET THE COURSE'S PREREQUISITES, UNDER A SUPERVISOR
      *  WAIVER -- THE BEFORE IMAGE IS ZEROS THEN, THERE BEING NO
      *  RECORD BEFORE THE ADD.  'L' WHEN BKINC LAPSED AN
      *  INCOMPLETE TO F AT ITS COMPLETION DEADLINE -- NOTHING ON THE
      *  MASTER CHANGED, SO THE BEFORE AND AFTER IMAGES BOTH CARRY
      *  THE SCORES THE INCOMPLETE WAS FILED WITH.
           05  JR-OVERRIDE-FLAG                PIC X.
               88  JR-OVERRIDE                      VALUE 'O'.
               88  JR-PREREQ-WAIVER                 VALUE 'W'.
               88  JR-INCOMPLETE-LAPSE              VALUE 'L'.
      *  'U' WHEN BKUPDT WROTE THE RECORD -- THE SAME CHANGE IS ALSO
      *  ON BKUPDT'S APPLIED-TRANSACTION LOG (Lab6APPLOG.txt), TIMED
      *  TO THE SECOND, SO BKRCVR REPLAYS IT FROM THERE AND NOT FROM
      *  HERE.  SPACE ON A BKMAINT OR BKINC RECORD, AND ON EVERY
      *  RECORD FROM BEFORE THE FIELD EXISTED.
           05  JR-SOURCE-FLAG                  PIC X.
               88  JR-FROM-BKUPDT                   VALUE 'U'.
