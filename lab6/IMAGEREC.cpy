      *  IMAGEREC.CPY
      *  SHARED LAYOUT FOR THE STUDENT MASTER IMAGE-COPY FILE
      *  (Lab6IMAGE.txt).  BKIMAGE APPENDS ONE COMPLETE COPY OF THE
      *  MASTER HERE EACH TIME IT RUNS -- AN 'H' HEADER DATED AND
      *  TIMED TO THE SECOND AND NAMING THE POINT IN THE STREAM THE
      *  COPY WAS TAKEN AT, ONE 'D' RECORD PER MASTER RECORD IN KEY
      *  ORDER, AND A 'T' TRAILER WITH THE RECORD COUNT AND THE HASH
      *  TOTAL OF EVERY TEST SCORE, THE SAME TOTALS BKBRK STAMPS ON
      *  ITS AUDIT RECORD.  A COPY WITH NO TRAILER, OR WHOSE RECORDS
      *  DO NOT ADD UP TO IT, WAS CUT SHORT AND IS NOT A GOOD COPY --
      *  BKRCVR PASSES OVER IT.
       01  IMAGE-COPY-RECORD.
           05  IC-RECORD-TYPE                  PIC X.
               88  IC-HEADER                        VALUE 'H'.
               88  IC-DETAIL                        VALUE 'D'.
               88  IC-TRAILER                       VALUE 'T'.
      *  ON A 'D' RECORD, THE MASTER RECORD EXACTLY AS STUDREC LAYS
      *  IT OUT.
           05  IC-STUDENT-IMAGE                PIC X(52).
           05  IC-HEADER-AREA REDEFINES IC-STUDENT-IMAGE.
               10  IC-COPY-DATE                PIC 9(6).
               10  IC-COPY-TIME                PIC 9(6).
      *  IC-COPY-POINT SAYS WHERE IN THE STREAM THE COPY WAS TAKEN --
      *  'PREUPDT' AHEAD OF BKUPDT'S TRANSACTION BATCH, 'POSTBRK'
      *  AFTER BKBRK'S REPORT RUN -- OR WHATEVER THE OPERATOR KEYED
      *  FOR AN ON-DEMAND COPY.
               10  IC-COPY-POINT               PIC X(8).
               10  IC-OPERATOR-ID              PIC X(8).
               10  FILLER                      PIC X(24).
           05  IC-TRAILER-AREA REDEFINES IC-STUDENT-IMAGE.
               10  IC-RECORD-COUNT             PIC 9(7).
               10  IC-SCORE-HASH               PIC 9(9).
               10  FILLER                      PIC X(36).
           05  FILLER                          PIC X(27).
