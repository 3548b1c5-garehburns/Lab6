       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BKRCVR.
       AUTHOR.         GARRETT BURNS.
      *
      *    THIS PROGRAM REBUILDS A DAMAGED STUDENT MASTER
      *    (Lab6STUDENT.idx) WITHOUT GOING BACK TO THE REGISTRAR'S
      *    EXTRACT.  IT RESTORES THE LATEST GOOD IMAGE COPY BKIMAGE
      *    TOOK (Lab6IMAGE.txt) AND ROLLS IT FORWARD, IN TIMESTAMP
      *    ORDER, OFF THE TWO LOGS OF EVERYTHING THAT HAS CHANGED THE
      *    MASTER SINCE:
      *        Lab6APPLOG.txt - EVERY ADD, SCORE CHANGE, DROP, AND
      *                         WAITLIST PROMOTION BKUPDT APPLIED
      *        Lab6JRNL.txt   - EVERY BKMAINT SCORE CORRECTION
      *    A JOURNAL RECORD BKUPDT WROTE IS NOT REPLAYED -- THE SAME
      *    CHANGE IS ON THE APPLIED LOG, TIMED TO THE SECOND.  NOR IS
      *    A PREREQUISITE-WAIVER ('W') RECORD (THE ADD ITSELF IS ON
      *    THE APPLIED LOG) OR AN INCOMPLETE-LAPSE ('L') RECORD
      *    (NOTHING ON THE MASTER CHANGED).  THE JOURNAL IS TIMED
      *    ONLY TO THE MINUTE; ITS RECORDS COUNT AS THE START OF
      *    THEIR MINUTE, SO A CORRECTION SORTS AHEAD OF A BKUPDT RUN
      *    THAT STARTED IN THE SAME MINUTE.  AN ENTRY LOGGED IN THE
      *    SAME SECOND AS THE IMAGE COPY -- OR, ON THE JOURNAL, THE
      *    SAME MINUTE -- MAY OR MAY NOT BE ON THE COPY, SO IT IS
      *    REPLAYED; ONE THE COPY ALREADY HOLDS IS COUNTED AS ALREADY
      *    APPLIED, NOT LISTED AS AN EXCEPTION.
      *
      *    SYSIN IS THE OPERATOR ID AND THE POINT IN TIME TO RECOVER
      *    TO, YYMMDDHHMMSS (A DATE ALONE MEANS THE END OF THAT DAY;
      *    BLANK MEANS EVERYTHING ON THE LOGS).  THE IMAGE COPY USED
      *    IS THE LATEST GOOD ONE TAKEN AT OR BEFORE THAT POINT, AND
      *    NOTHING LOGGED AFTER IT IS REPLAYED.
      *
      *    THE RECOVERY REPORT (STUDENTRCV) NAMES THE COPY RESTORED,
      *    LISTS EVERY LOG ENTRY THAT COULD NOT BE REPLAYED, AND
      *    BALANCES THE RECORD COUNT AND SCORE HASH OF THE MASTER AS
      *    IT STOOD AT THE LAST RUN BKBAL PROVED (ITS 'BALANCED'
      *    AUDIT RECORD) AGAINST THAT RUN'S TOTALS, THEN GIVES THE
      *    TOTALS OF THE MASTER AS RECOVERED.  RC 8 WHEN THERE IS NO
      *    GOOD COPY TO RESTORE (THE MASTER IS NOT TOUCHED) OR THE
      *    RECOVERED MASTER DOES NOT BALANCE; RC 4 WHEN IT COULD NOT
      *    BE BALANCED OR SOME ENTRY COULD NOT BE REPLAYED.  THE
      *    RECOVERY LANDS ONE AUDIT RECORD.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT STUDENT-FILE
             ASSIGN TO "Lab6STUDENT.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-STUDENT-STATUS.
      *
           SELECT OPTIONAL IMAGE-COPY-FILE
             ASSIGN TO "Lab6IMAGE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL APPLIED-LOG-FILE
             ASSIGN TO "Lab6APPLOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL JOURNAL-FILE
             ASSIGN TO "Lab6JRNL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  AUDIT-FILE IS READ AT STARTUP FOR THE LAST BALANCED RUN,
      *  THEN OPENED EXTEND FOR THE RECOVERY'S OWN RECORD.
           SELECT AUDIT-FILE
             ASSIGN TO "Lab6AUDIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RECOVERY-REPORT-FILE
               ASSIGN TO PRINTER "STUDENTRCV".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  STUDENT-FILE.
      *
           COPY STUDREC.
      *
       FD  IMAGE-COPY-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY IMAGEREC.
      *
       FD  APPLIED-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY APPLREC.
      *
       FD  JOURNAL-FILE
           RECORD CONTAINS 88 CHARACTERS.
      *
           COPY JRNLREC.
      *
       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY AUDITREC.
      *
       FD  RECOVERY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  IF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-IMAGE                        VALUE 'N'.
           05  LF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-LOG                          VALUE 'N'.
           05  JF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-JOURNAL                      VALUE 'N'.
           05  AF-EOF-FLAG                 PIC X       VALUE ' '.
               88 NO-MORE-AUDIT                        VALUE 'N'.
           05  WS-MASTER-EOF-FLAG          PIC X       VALUE ' '.
               88 NO-MORE-MASTER                       VALUE 'N'.
           05  WS-IN-COPY-SW               PIC X       VALUE 'N'.
               88 WS-IN-COPY                           VALUE 'Y'.
           05  WS-COPY-FOUND-SW            PIC X       VALUE 'N'.
               88 WS-COPY-FOUND                        VALUE 'Y'.
           05  WS-BALANCED-FOUND-SW        PIC X       VALUE 'N'.
               88 WS-BALANCED-FOUND                    VALUE 'Y'.
           05  WS-CHECKPOINT-SW            PIC X       VALUE 'N'.
               88 WS-CHECKPOINT-TAKEN                  VALUE 'Y'.
           05  WS-POINT-OK-SW              PIC X       VALUE 'Y'.
               88 WS-POINT-OK                          VALUE 'Y'.
      *
       01  WS-STUDENT-STATUS                PIC XX     VALUE '00'.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9      VALUE 1.
           05  PAGE-NO                     PIC 9(2)   VALUE 0.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
       01  WS-CURRENT-TIME.
           05  WS-HOURS                    PIC 99.
           05  WS-MINUTES                  PIC 99.
           05  WS-SECONDS                  PIC 99.
           05  WS-HUNDREDTHS               PIC 99.
      *
       01  WS-OPERATOR-ID                  PIC X(8)   VALUE SPACES.
      *
      *  WS-POINT-LINE IS THE SYSIN RECOVERY POINT -- YYMMDD THEN
      *  HHMMSS.
       01  WS-POINT-LINE.
           05  WS-POINT-DATE               PIC X(6).
           05  WS-POINT-TIME               PIC X(6).
           05  FILLER                      PIC X(68).
      *
      *  EVERY EVENT IS PLACED IN TIME BY A TWELVE-DIGIT YYMMDDHHMMSS
      *  STAMP.  THE RECOVERY POINT IS HIGH-VALUES WHEN NONE WAS
      *  KEYED, SO NOTHING ON THE LOGS LIES PAST IT; A LOG AT END OF
      *  FILE STAMPS HIGH-VALUES SO THE OTHER LOG ALWAYS SORTS FIRST.
       01  RECOVERY-STAMPS.
           05  WS-POINT-STAMP              PIC X(12)  VALUE SPACES.
           05  WS-IMAGE-STAMP              PIC X(12)  VALUE SPACES.
           05  WS-BALANCED-STAMP           PIC X(12)  VALUE SPACES.
           05  WS-LOG-STAMP                PIC X(12)  VALUE SPACES.
           05  WS-JRN-STAMP                PIC X(12)  VALUE SPACES.
           05  WS-CAND-STAMP               PIC X(12)  VALUE SPACES.
      *
      *  THE IMAGE COPY BEING WEIGHED, AND THE ONE CHOSEN.  COPIES
      *  ARE NUMBERED BY THEIR PLACE ON THE FILE.
       01  IMAGE-COPY-WORK.
           05  WS-COPY-NO                  PIC 9(5)   VALUE 0.
           05  WS-CAND-COUNT               PIC 9(7)   VALUE 0.
           05  WS-CAND-HASH                PIC 9(9)   VALUE 0.
           05  WS-CAND-POINT               PIC X(8)   VALUE SPACES.
           05  WS-BEST-COPY-NO             PIC 9(5)   VALUE 0.
           05  WS-BEST-POINT               PIC X(8)   VALUE SPACES.
           05  WS-BEST-COUNT               PIC 9(7)   VALUE 0.
           05  WS-BEST-HASH                PIC 9(9)   VALUE 0.
           05  WS-COPIES-PASSED            PIC 9(5)   VALUE 0.
      *
      *  THE LAST BALANCED RUN AT OR BEFORE THE RECOVERY POINT.
       01  BALANCED-RUN-WORK.
           05  WS-BAL-RUN-SCOPE            PIC X(10)  VALUE SPACES.
           05  WS-BAL-TERM-CODE            PIC X(6)   VALUE SPACES.
           05  WS-BAL-COUNT                PIC 9(7)   VALUE 0.
           05  WS-BAL-HASH                 PIC 9(9)   VALUE 0.
      *
      *  THE RUNNING TOTALS OF THE MASTER AS IT IS ROLLED FORWARD,
      *  AND THEIR VALUE AS OF THE LAST BALANCED RUN.
       01  RECOVERY-TOTALS.
           05  WS-RUN-COUNT                PIC 9(7)   VALUE 0.
           05  WS-RUN-HASH                 PIC 9(9)   VALUE 0.
           05  WS-CHK-COUNT                PIC 9(7)   VALUE 0.
           05  WS-CHK-HASH                 PIC 9(9)   VALUE 0.
           05  WS-FINAL-COUNT              PIC 9(7)   VALUE 0.
           05  WS-FINAL-HASH               PIC 9(9)   VALUE 0.
      *
       01  REPLAY-COUNTS.
           05  WS-LOG-REPLAYED             PIC 9(5)   VALUE 0.
           05  WS-JRN-REPLAYED             PIC 9(5)   VALUE 0.
           05  WS-JRN-NOT-REPLAYED         PIC 9(5)   VALUE 0.
           05  WS-LOG-ALREADY              PIC 9(5)   VALUE 0.
           05  WS-EXCEPTIONS               PIC 9(5)   VALUE 0.
      *
      *  WS-RUN-RC IS THE RETURN CODE THE RUN IS HEADED FOR -- THE
      *  WORST VERDICT REACHED SO FAR.
       01  WS-RUN-RC                       PIC 9      VALUE 0.
       01  SUB                             PIC 9(2)   VALUE 0.
      *
      ************ OUTPUT AREA ************
      *
       01  HEADING-ONE.
           05                              PIC X(6) VALUE 'DATE:'.
           05  H1-DATE.
               10  H1-MONTH                PIC Z9.
               10                          PIC X    VALUE '/'.
               10  H1-DAY                  PIC 99.
               10                          PIC X    VALUE '/'.
               10  H1-YEAR                 PIC 99.
           05                              PIC X(6) VALUE SPACES.
           05                              PIC X(35) VALUE
                          'STUDENT MASTER RECOVERY REPORT'.
           05                              PIC X(4) VALUE SPACES.
           05                              PIC X(5) VALUE 'PAGE'.
           05  H1-PAGE-NO                  PIC Z9.
      *
       01  POINT-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(25) VALUE
                                          'RECOVERED TO'.
           05  PL-POINT                    PIC X(20).
      *
       01  IMAGE-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(25) VALUE
                                          'IMAGE COPY RESTORED'.
           05  IL-DATE                     PIC X(6).
           05                              PIC X     VALUE SPACE.
           05  IL-TIME                     PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  IL-POINT                    PIC X(8).
      *
       01  PASSED-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(25) VALUE
                                          'COPIES CUT SHORT'.
           05  PSL-COUNT                   PIC ZZZZ9.
      *
       01  NO-COPY-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(60) VALUE
           'NO GOOD IMAGE COPY AT OR BEFORE THE POINT -- NOT RESTORED'.
      *
       01  BAD-POINT-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(30) VALUE
                                   'RECOVERY POINT NOT NUMERIC: '.
           05  BPL-POINT                   PIC X(12).
      *
       01  HEADING-EXCEPTIONS.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(40) VALUE
                                   'ENTRIES NOT REPLAYED'.
      *
       01  EXCEPTION-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05  EL-SOURCE                   PIC X(6).
           05  EL-STAMP-DATE               PIC X(6).
           05                              PIC X     VALUE SPACE.
           05  EL-STAMP-TIME               PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  EL-ACTION                   PIC X.
           05                              PIC X(2)  VALUE SPACES.
           05  EL-DEPT-CODE                PIC X(5).
           05  EL-CLASS-CODE               PIC X(6).
           05  EL-STUDENT-ID               PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  EL-REASON                   PIC X(30).
      *
       01  COUNT-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05  CL-LABEL                    PIC X(36).
           05  CL-COUNT                    PIC ZZZZ9.
      *
       01  TOTALS-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05  TL-LABEL                    PIC X(30).
           05                              PIC X(8)  VALUE 'RECORDS '.
           05  TL-COUNT                    PIC ZZZZZZ9.
           05                              PIC X(7)  VALUE '  HASH '.
           05  TL-HASH                     PIC ZZZZZZZZ9.
      *
       01  BALANCED-RUN-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(18) VALUE
                                          'LAST BALANCED RUN '.
           05  BRL-DATE                    PIC X(6).
           05                              PIC X     VALUE SPACE.
           05  BRL-TIME                    PIC X(4).
           05                              PIC X(7)  VALUE '  TERM '.
           05  BRL-TERM-CODE               PIC X(6).
      *
       01  VERDICT-LINE.
           05                              PIC X(7)  VALUE SPACES.
           05                              PIC X(9)  VALUE 'BALANCE: '.
           05  VL-VERDICT                  PIC X(50).
      *
       PROCEDURE DIVISION.
      *
       100-RECOVER-STUDENT-MASTER.

           PERFORM 200-HSKPING-ROUTINE
           IF WS-POINT-OK
               PERFORM 220-FIND-LAST-BALANCED-RUN
               PERFORM 300-FIND-LATEST-GOOD-COPY
               IF WS-COPY-FOUND
                   PERFORM 350-RESTORE-IMAGE-COPY
                   PERFORM 500-ROLL-FORWARD
                   PERFORM 700-TOTAL-RECOVERED-MASTER
                   PERFORM 750-PRINT-BALANCE
                   PERFORM 1060-WRITE-AUDIT-RECORD
               ELSE
                   MOVE NO-COPY-LINE TO REPORT-LINE
                   MOVE 2 TO PROPER-SPACING
                   PERFORM 600-WRITE-A-LINE
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-IF
           PERFORM 900-FINAL-ROUTINE

       .
       200-HSKPING-ROUTINE.

           DISPLAY 'BKRCVR - ENTER OPERATOR ID: '
           ACCEPT WS-OPERATOR-ID
           DISPLAY 'BKRCVR - ENTER RECOVERY POINT YYMMDDHHMMSS '
                   '(BLANK FOR ALL): '
           MOVE SPACES TO WS-POINT-LINE
           ACCEPT WS-POINT-LINE

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR

           OPEN OUTPUT RECOVERY-REPORT-FILE
           PERFORM 400-REPORT-HEADING
           PERFORM 210-RESOLVE-RECOVERY-POINT
       .
      *
      *  210-RESOLVE-RECOVERY-POINT TURNS THE SYSIN LINE INTO A
      *  STAMP.  A POINT THAT IS NOT A DATE AND TIME REFUSES THE
      *  RUN BEFORE THE MASTER IS TOUCHED.
       210-RESOLVE-RECOVERY-POINT.

           EVALUATE TRUE
               WHEN WS-POINT-DATE = SPACES
                   MOVE HIGH-VALUES TO WS-POINT-STAMP
                   MOVE 'END OF LOGS' TO PL-POINT
               WHEN WS-POINT-DATE IS NUMERIC
                AND WS-POINT-TIME = SPACES
                   MOVE WS-POINT-DATE TO WS-POINT-STAMP (1:6)
                   MOVE '235959' TO WS-POINT-STAMP (7:6)
               WHEN WS-POINT-DATE IS NUMERIC
                AND WS-POINT-TIME IS NUMERIC
                   MOVE WS-POINT-DATE TO WS-POINT-STAMP (1:6)
                   MOVE WS-POINT-TIME TO WS-POINT-STAMP (7:6)
               WHEN OTHER
                   MOVE 'N' TO WS-POINT-OK-SW
                   MOVE WS-POINT-LINE (1:12) TO BPL-POINT
                   MOVE BAD-POINT-LINE TO REPORT-LINE
                   MOVE 2 TO PROPER-SPACING
                   PERFORM 600-WRITE-A-LINE
                   MOVE 8 TO WS-RUN-RC
           END-EVALUATE

           IF WS-POINT-OK AND WS-POINT-STAMP NOT = HIGH-VALUES
               MOVE WS-POINT-STAMP (1:6) TO PL-POINT (1:6)
               MOVE WS-POINT-STAMP (7:6) TO PL-POINT (8:6)
           END-IF
           IF WS-POINT-OK
               MOVE POINT-LINE TO REPORT-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 600-WRITE-A-LINE
           END-IF
       .
      *
      *  220-FIND-LAST-BALANCED-RUN KEEPS THE NEWEST 'BALANCED'
      *  RECORD BKBAL WROTE AT OR BEFORE THE RECOVERY POINT.
       220-FIND-LAST-BALANCED-RUN.

           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL NO-MORE-AUDIT
               READ AUDIT-FILE
                   AT END
                       MOVE 'N' TO AF-EOF-FLAG
                   NOT AT END
                       IF AR-BALANCED-RUN
                           MOVE AR-RUN-DATE TO WS-CAND-STAMP (1:6)
                           MOVE AR-RUN-TIME TO WS-CAND-STAMP (7:6)
                           IF WS-CAND-STAMP NOT > WS-POINT-STAMP
                               MOVE 'Y' TO WS-BALANCED-FOUND-SW
                               MOVE WS-CAND-STAMP TO WS-BALANCED-STAMP
                               MOVE AR-RUN-SCOPE TO WS-BAL-RUN-SCOPE
                               MOVE AR-TERM-CODE TO WS-BAL-TERM-CODE
                               MOVE AR-TOTAL-STUDENTS TO WS-BAL-COUNT
                               MOVE AR-SCORE-HASH TO WS-BAL-HASH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
       .
      *
      *  300-FIND-LATEST-GOOD-COPY WEIGHS EVERY COPY ON THE IMAGE
      *  FILE.  A GOOD COPY HAS ITS TRAILER, AND ITS RECORDS ADD UP
      *  TO THE TRAILER'S COUNT AND HASH; THE LAST GOOD ONE TAKEN AT
      *  OR BEFORE THE RECOVERY POINT IS THE ONE RESTORED.
       300-FIND-LATEST-GOOD-COPY.

           OPEN INPUT IMAGE-COPY-FILE
           PERFORM UNTIL NO-MORE-IMAGE
               READ IMAGE-COPY-FILE
                   AT END
                       MOVE 'N' TO IF-EOF-FLAG
                   NOT AT END
                       PERFORM 310-WEIGH-IMAGE-RECORD
               END-READ
           END-PERFORM
           CLOSE IMAGE-COPY-FILE
           IF WS-IN-COPY
               ADD 1 TO WS-COPIES-PASSED
           END-IF
       .
      *
       310-WEIGH-IMAGE-RECORD.

           EVALUATE TRUE
               WHEN IC-HEADER
                   IF WS-IN-COPY
                       ADD 1 TO WS-COPIES-PASSED
                   END-IF
                   ADD 1 TO WS-COPY-NO
                   MOVE 'Y' TO WS-IN-COPY-SW
                   MOVE IC-COPY-DATE TO WS-CAND-STAMP (1:6)
                   MOVE IC-COPY-TIME TO WS-CAND-STAMP (7:6)
                   MOVE IC-COPY-POINT TO WS-CAND-POINT
                   MOVE ZEROS TO WS-CAND-COUNT
                   MOVE ZEROS TO WS-CAND-HASH
               WHEN IC-DETAIL AND WS-IN-COPY
                   MOVE IC-STUDENT-IMAGE TO STUDENT-RECORD
                   ADD 1 TO WS-CAND-COUNT
                   PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
                       ADD TS-SCORE (SUB) TO WS-CAND-HASH
                   END-PERFORM
               WHEN IC-TRAILER AND WS-IN-COPY
                   MOVE 'N' TO WS-IN-COPY-SW
                   IF IC-RECORD-COUNT = WS-CAND-COUNT
                      AND IC-SCORE-HASH = WS-CAND-HASH
                       IF WS-CAND-STAMP NOT > WS-POINT-STAMP
                           MOVE 'Y' TO WS-COPY-FOUND-SW
                           MOVE WS-COPY-NO TO WS-BEST-COPY-NO
                           MOVE WS-CAND-STAMP TO WS-IMAGE-STAMP
                           MOVE WS-CAND-POINT TO WS-BEST-POINT
                           MOVE WS-CAND-COUNT TO WS-BEST-COUNT
                           MOVE WS-CAND-HASH TO WS-BEST-HASH
                       END-IF
                   ELSE
                       ADD 1 TO WS-COPIES-PASSED
                   END-IF
           END-EVALUATE
       .
      *
      *  350-RESTORE-IMAGE-COPY REBUILDS THE MASTER FROM SCRATCH
      *  OUT OF THE CHOSEN COPY'S RECORDS, THE WAY BKLOAD BUILDS IT
      *  FROM THE EXTRACT.
       350-RESTORE-IMAGE-COPY.

           OPEN OUTPUT STUDENT-FILE
           PERFORM 355-VERIFY-STUDENT-OPEN

           MOVE ZEROS TO WS-COPY-NO
           MOVE 'N' TO WS-IN-COPY-SW
           MOVE ' ' TO IF-EOF-FLAG
           OPEN INPUT IMAGE-COPY-FILE
           PERFORM UNTIL NO-MORE-IMAGE
               READ IMAGE-COPY-FILE
                   AT END
                       MOVE 'N' TO IF-EOF-FLAG
                   NOT AT END
                       PERFORM 360-RESTORE-IMAGE-RECORD
               END-READ
           END-PERFORM
           CLOSE IMAGE-COPY-FILE
           CLOSE STUDENT-FILE

           MOVE WS-BEST-COUNT TO WS-RUN-COUNT
           MOVE WS-BEST-HASH TO WS-RUN-HASH

           MOVE WS-IMAGE-STAMP (1:6) TO IL-DATE
           MOVE WS-IMAGE-STAMP (7:6) TO IL-TIME
           MOVE WS-BEST-POINT TO IL-POINT
           MOVE IMAGE-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE 'IMAGE COPY TOTALS' TO TL-LABEL
           MOVE WS-BEST-COUNT TO TL-COUNT
           MOVE WS-BEST-HASH TO TL-HASH
           MOVE TOTALS-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
           IF WS-COPIES-PASSED > 0
               MOVE WS-COPIES-PASSED TO PSL-COUNT
               MOVE PASSED-LINE TO REPORT-LINE
               PERFORM 600-WRITE-A-LINE
           END-IF
       .
      *
       355-VERIFY-STUDENT-OPEN.

           IF WS-STUDENT-STATUS NOT = '00' AND
              WS-STUDENT-STATUS NOT = '97'
               DISPLAY 'BKRCVR - STUDENT-FILE OPEN FAILED, STATUS: '
                       WS-STUDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       .
      *
       360-RESTORE-IMAGE-RECORD.

           EVALUATE TRUE
               WHEN IC-HEADER
                   ADD 1 TO WS-COPY-NO
                   IF WS-COPY-NO = WS-BEST-COPY-NO
                       MOVE 'Y' TO WS-IN-COPY-SW
                   ELSE
                       MOVE 'N' TO WS-IN-COPY-SW
                   END-IF
               WHEN IC-TRAILER
                   MOVE 'N' TO WS-IN-COPY-SW
               WHEN IC-DETAIL AND WS-IN-COPY
                   MOVE IC-STUDENT-IMAGE TO STUDENT-RECORD
                   WRITE STUDENT-RECORD
                       INVALID KEY
                           DISPLAY 'BKRCVR - DUPLICATE KEY ON IMAGE '
                                   'COPY: ' SR-DEPT-CODE ' '
                                   SR-CLASS-CODE ' ' SR-STUDENT-ID
                   END-WRITE
           END-EVALUATE
       .
      *
       400-REPORT-HEADING.

           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO H1-PAGE-NO
           MOVE HEADING-ONE TO REPORT-LINE
           WRITE REPORT-LINE
               AFTER ADVANCING PAGE
           MOVE 2 TO PROPER-SPACING
       .
      *
      *  500-ROLL-FORWARD MERGES THE APPLIED LOG AND THE JOURNAL BY
      *  TIMESTAMP -- EACH IS ALREADY IN TIME ORDER, BEING APPENDED
      *  AS THINGS HAPPEN -- AND REPLAYS EVERY ENTRY AFTER THE IMAGE
      *  COPY AND NOT PAST THE RECOVERY POINT.  ON A TIE THE JOURNAL
      *  GOES FIRST.  THE MASTER'S TOTALS ARE TAKEN AS THE MERGE
      *  PASSES THE LAST BALANCED RUN.
       500-ROLL-FORWARD.

           OPEN I-O STUDENT-FILE
           PERFORM 355-VERIFY-STUDENT-OPEN
           OPEN INPUT APPLIED-LOG-FILE
                      JOURNAL-FILE

           MOVE HEADING-EXCEPTIONS TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           PERFORM 510-READ-APPLIED-LOG
           PERFORM 520-READ-JOURNAL
           PERFORM UNTIL NO-MORE-LOG AND NO-MORE-JOURNAL
               IF WS-JRN-STAMP NOT > WS-LOG-STAMP
                   MOVE WS-JRN-STAMP TO WS-CAND-STAMP
                   PERFORM 550-TAKE-CHECKPOINT
                   PERFORM 540-REPLAY-JOURNAL-ENTRY
                   PERFORM 520-READ-JOURNAL
               ELSE
                   MOVE WS-LOG-STAMP TO WS-CAND-STAMP
                   PERFORM 550-TAKE-CHECKPOINT
                   PERFORM 530-REPLAY-LOG-ENTRY
                   PERFORM 510-READ-APPLIED-LOG
               END-IF
           END-PERFORM
           MOVE HIGH-VALUES TO WS-CAND-STAMP
           PERFORM 550-TAKE-CHECKPOINT

           CLOSE APPLIED-LOG-FILE
                 JOURNAL-FILE
                 STUDENT-FILE

           MOVE 'APPLIED LOG ENTRIES REPLAYED' TO CL-LABEL
           MOVE WS-LOG-REPLAYED TO CL-COUNT
           MOVE COUNT-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE 'APPLIED LOG ENTRIES ALREADY ON COPY' TO CL-LABEL
           MOVE WS-LOG-ALREADY TO CL-COUNT
           MOVE COUNT-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE 'JOURNAL CORRECTIONS REPLAYED' TO CL-LABEL
           MOVE WS-JRN-REPLAYED TO CL-COUNT
           MOVE COUNT-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE 'JOURNAL RECORDS NOT FOR REPLAY' TO CL-LABEL
           MOVE WS-JRN-NOT-REPLAYED TO CL-COUNT
           MOVE COUNT-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
           MOVE 'ENTRIES THAT COULD NOT BE REPLAYED' TO CL-LABEL
           MOVE WS-EXCEPTIONS TO CL-COUNT
           MOVE COUNT-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE

           IF WS-EXCEPTIONS > 0 AND WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF
       .
      *
      *  510-READ-APPLIED-LOG READS FORWARD TO THE NEXT ENTRY NOT
      *  MADE BEFORE THE IMAGE COPY.  BKIMAGE'S PREUPDT COPY AND THE
      *  BKUPDT STEP AFTER IT CAN FALL IN THE SAME SECOND, SO AN
      *  ENTRY STAMPED WITH THE COPY'S OWN SECOND IS REPLAYED TOO.
      *  AN ENTRY PAST THE RECOVERY POINT ENDS THE LOG -- EVERYTHING
      *  BEHIND IT IS LATER STILL.
       510-READ-APPLIED-LOG.

           MOVE LOW-VALUES TO WS-LOG-STAMP
           PERFORM UNTIL NO-MORE-LOG
                   OR WS-LOG-STAMP NOT < WS-IMAGE-STAMP
               READ APPLIED-LOG-FILE
                   AT END
                       MOVE 'N' TO LF-EOF-FLAG
                   NOT AT END
                       MOVE AL-RUN-DATE TO WS-LOG-STAMP (1:6)
                       MOVE AL-RUN-TIME TO WS-LOG-STAMP (7:6)
               END-READ
           END-PERFORM
           IF WS-LOG-STAMP > WS-POINT-STAMP
               MOVE 'N' TO LF-EOF-FLAG
           END-IF
           IF NO-MORE-LOG
               MOVE HIGH-VALUES TO WS-LOG-STAMP
           END-IF
       .
      *
      *  520-READ-JOURNAL DOES THE SAME FOR THE JOURNAL, WHOSE TIME
      *  IS TO THE MINUTE -- ITS STAMP IS THE START OF THE MINUTE.
      *  ONLY A CORRECTION FROM A MINUTE BEFORE THE IMAGE COPY'S IS
      *  PASSED OVER; ONE IN THE COPY'S OWN MINUTE MAY HAVE COME
      *  AFTER IT AND IS REPLAYED.  EVERY CORRECTION CARRIES ALL
      *  FOUR SCORES AS THEY STOOD AFTER IT, SO REPLAYING ONE THE
      *  COPY ALREADY HOLDS CHANGES NOTHING.
       520-READ-JOURNAL.

           MOVE LOW-VALUES TO WS-JRN-STAMP
           PERFORM UNTIL NO-MORE-JOURNAL
                   OR WS-JRN-STAMP (1:10) NOT < WS-IMAGE-STAMP (1:10)
               READ JOURNAL-FILE
                   AT END
                       MOVE 'N' TO JF-EOF-FLAG
                   NOT AT END
                       MOVE JR-RUN-DATE TO WS-JRN-STAMP (1:6)
                       MOVE JR-RUN-TIME TO WS-JRN-STAMP (7:4)
                       MOVE '00' TO WS-JRN-STAMP (11:2)
               END-READ
           END-PERFORM
           IF WS-JRN-STAMP > WS-POINT-STAMP
               MOVE 'N' TO JF-EOF-FLAG
           END-IF
           IF NO-MORE-JOURNAL
               MOVE HIGH-VALUES TO WS-JRN-STAMP
           END-IF
       .
      *
      *  530-REPLAY-LOG-ENTRY APPLIES ONE BKUPDT CHANGE AGAIN.  THE
      *  RUNNING TOTALS FOLLOW EVERY RECORD ADDED, REMOVED, OR
      *  RESCORED.  AN ENTRY FROM THE IMAGE COPY'S OWN SECOND MAY
      *  ALREADY BE ON THE COPY: AN ADD OR PROMOTION WHOSE RECORD IS
      *  ON FILE EXACTLY AS LOGGED, OR A DROP WHOSE RECORD IS ALREADY
      *  GONE, IS COUNTED AS ALREADY APPLIED.  A CHANGE WRITES THE
      *  LOGGED AFTER IMAGE, SO REPLAYING IT TWICE IS HARMLESS.
       530-REPLAY-LOG-ENTRY.

           MOVE AL-STUDENT-IMAGE TO STUDENT-RECORD
           EVALUATE TRUE
               WHEN AL-ADD OR AL-PROMOTION
                   WRITE STUDENT-RECORD
                       INVALID KEY
                           PERFORM 535-CHECK-ADD-ON-FILE
                       NOT INVALID KEY
                           ADD 1 TO WS-LOG-REPLAYED
                           ADD 1 TO WS-RUN-COUNT
                           PERFORM 570-ADD-RECORD-HASH
                   END-WRITE
               WHEN AL-CHANGE
                   READ STUDENT-FILE
                       INVALID KEY
                           MOVE 'CHANGE - NOT ON MASTER' TO EL-REASON
                           PERFORM 560-LIST-LOG-EXCEPTION
                       NOT INVALID KEY
                           PERFORM 575-SUBTRACT-RECORD-HASH
                           MOVE AL-STUDENT-IMAGE TO STUDENT-RECORD
                           REWRITE STUDENT-RECORD
                           PERFORM 570-ADD-RECORD-HASH
                           ADD 1 TO WS-LOG-REPLAYED
                   END-READ
               WHEN AL-DROP
                   READ STUDENT-FILE
                       INVALID KEY
                           IF WS-LOG-STAMP = WS-IMAGE-STAMP
                               ADD 1 TO WS-LOG-ALREADY
                           ELSE
                               MOVE 'DROP - NOT ON MASTER' TO EL-REASON
                               PERFORM 560-LIST-LOG-EXCEPTION
                           END-IF
                       NOT INVALID KEY
                           PERFORM 575-SUBTRACT-RECORD-HASH
                           SUBTRACT 1 FROM WS-RUN-COUNT
                           DELETE STUDENT-FILE
                           ADD 1 TO WS-LOG-REPLAYED
                   END-READ
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION CODE' TO EL-REASON
                   PERFORM 560-LIST-LOG-EXCEPTION
           END-EVALUATE
       .
      *
      *  535-CHECK-ADD-ON-FILE -- THE RECORD AN ADD OR PROMOTION
      *  WOULD WRITE IS ALREADY ON THE MASTER.  IF THE ENTRY IS FROM
      *  THE COPY'S OWN SECOND AND THE RECORD IS THERE EXACTLY AS
      *  LOGGED, THE COPY ALREADY HELD THE CHANGE; ANYTHING ELSE
      *  CANNOT BE EXPLAINED AND IS LISTED.
       535-CHECK-ADD-ON-FILE.

           READ STUDENT-FILE
               INVALID KEY
                   MOVE 'ADD - ALREADY ON MASTER' TO EL-REASON
                   PERFORM 560-LIST-LOG-EXCEPTION
               NOT INVALID KEY
                   IF STUDENT-RECORD = AL-STUDENT-IMAGE
                      AND WS-LOG-STAMP = WS-IMAGE-STAMP
                       ADD 1 TO WS-LOG-ALREADY
                   ELSE
                       MOVE 'ADD - ALREADY ON MASTER' TO EL-REASON
                       PERFORM 560-LIST-LOG-EXCEPTION
                   END-IF
           END-READ
       .
      *
      *  540-REPLAY-JOURNAL-ENTRY APPLIES ONE CORRECTION'S AFTER
      *  IMAGE AGAIN.  A WAIVER, A LAPSE, OR ANYTHING BKUPDT WROTE IS
      *  COUNTED AND PASSED OVER, AS IS A RECORD FROM BEFORE THE
      *  STUDENT ID EXISTED (IT CANNOT BE KEYED TO THE MASTER).
       540-REPLAY-JOURNAL-ENTRY.

           EVALUATE TRUE
               WHEN JR-PREREQ-WAIVER
                 OR JR-INCOMPLETE-LAPSE
                 OR JR-FROM-BKUPDT
                   ADD 1 TO WS-JRN-NOT-REPLAYED
               WHEN JR-STUDENT-ID NOT NUMERIC
                   MOVE 'NO STUDENT ID ON JOURNAL' TO EL-REASON
                   PERFORM 565-LIST-JOURNAL-EXCEPTION
               WHEN OTHER
                   MOVE JR-DEPT-CODE TO SR-DEPT-CODE
                   MOVE JR-CLASS-CODE TO SR-CLASS-CODE
                   MOVE JR-STUDENT-ID TO SR-STUDENT-ID
                   READ STUDENT-FILE
                       INVALID KEY
                           MOVE 'CORRECTION - NOT ON MASTER' TO
                                EL-REASON
                           PERFORM 565-LIST-JOURNAL-EXCEPTION
                       NOT INVALID KEY
                           PERFORM 575-SUBTRACT-RECORD-HASH
                           PERFORM VARYING SUB FROM 1 BY 1
                                   UNTIL SUB > 4
                               MOVE JR-NEW-SCORE (SUB) TO
                                    TS-SCORE (SUB)
                               MOVE JR-NEW-FLAG (SUB) TO
                                    TS-TAKEN (SUB)
                           END-PERFORM
                           REWRITE STUDENT-RECORD
                           PERFORM 570-ADD-RECORD-HASH
                           ADD 1 TO WS-JRN-REPLAYED
                   END-READ
           END-EVALUATE
       .
      *
      *  550-TAKE-CHECKPOINT SAVES THE MASTER'S TOTALS THE FIRST
      *  TIME THE MERGE IS ABOUT TO REPLAY SOMETHING (STAMPED IN
      *  WS-CAND-STAMP) THAT HAPPENED AFTER THE LAST BALANCED RUN --
      *  THE MASTER AS THAT RUN SAW IT.  A BALANCED RUN FROM BEFORE
      *  THE IMAGE COPY CANNOT BE RECONSTRUCTED FROM IT AND IS NOT
      *  CHECKPOINTED.
       550-TAKE-CHECKPOINT.

           IF WS-BALANCED-FOUND
              AND NOT WS-CHECKPOINT-TAKEN
              AND WS-BALANCED-STAMP NOT < WS-IMAGE-STAMP
              AND WS-CAND-STAMP > WS-BALANCED-STAMP
               MOVE 'Y' TO WS-CHECKPOINT-SW
               MOVE WS-RUN-COUNT TO WS-CHK-COUNT
               MOVE WS-RUN-HASH TO WS-CHK-HASH
           END-IF
       .
      *
       560-LIST-LOG-EXCEPTION.

           MOVE 'LOG' TO EL-SOURCE
           MOVE AL-RUN-DATE TO EL-STAMP-DATE
           MOVE AL-RUN-TIME TO EL-STAMP-TIME
           MOVE AL-ACTION-CODE TO EL-ACTION
           MOVE AL-DEPT-CODE TO EL-DEPT-CODE
           MOVE AL-CLASS-CODE TO EL-CLASS-CODE
           MOVE AL-STUDENT-ID TO EL-STUDENT-ID
           MOVE EXCEPTION-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
           ADD 1 TO WS-EXCEPTIONS
       .
      *
       565-LIST-JOURNAL-EXCEPTION.

           MOVE 'JRNL' TO EL-SOURCE
           MOVE JR-RUN-DATE TO EL-STAMP-DATE
           MOVE SPACES TO EL-STAMP-TIME
           MOVE JR-RUN-TIME TO EL-STAMP-TIME (1:4)
           MOVE 'J' TO EL-ACTION
           MOVE JR-DEPT-CODE TO EL-DEPT-CODE
           MOVE JR-CLASS-CODE TO EL-CLASS-CODE
           MOVE JR-STUDENT-ID TO EL-STUDENT-ID
           MOVE EXCEPTION-LINE TO REPORT-LINE
           PERFORM 600-WRITE-A-LINE
           ADD 1 TO WS-EXCEPTIONS
       .
      *
       570-ADD-RECORD-HASH.

           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               ADD TS-SCORE (SUB) TO WS-RUN-HASH
           END-PERFORM
       .
      *
       575-SUBTRACT-RECORD-HASH.

           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               SUBTRACT TS-SCORE (SUB) FROM WS-RUN-HASH
           END-PERFORM
       .
      *
       600-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
           .
      *
      *  700-TOTAL-RECOVERED-MASTER READS THE REBUILT MASTER FRONT
      *  TO BACK FOR ITS ACTUAL COUNT AND HASH, WHICH MUST AGREE
      *  WITH THE RUNNING TOTALS THE REPLAY KEPT.
       700-TOTAL-RECOVERED-MASTER.

           OPEN INPUT STUDENT-FILE
           PERFORM 355-VERIFY-STUDENT-OPEN
           PERFORM UNTIL NO-MORE-MASTER
               READ STUDENT-FILE NEXT
                   AT END
                       MOVE 'N' TO WS-MASTER-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FINAL-COUNT
                       PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
                           ADD TS-SCORE (SUB) TO WS-FINAL-HASH
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE

           MOVE 'RECOVERED MASTER' TO TL-LABEL
           MOVE WS-FINAL-COUNT TO TL-COUNT
           MOVE WS-FINAL-HASH TO TL-HASH
           MOVE TOTALS-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE 1 TO PROPER-SPACING

           IF WS-FINAL-COUNT NOT = WS-RUN-COUNT
              OR WS-FINAL-HASH NOT = WS-RUN-HASH
               MOVE 'REPLAY TOTALS' TO TL-LABEL
               MOVE WS-RUN-COUNT TO TL-COUNT
               MOVE WS-RUN-HASH TO TL-HASH
               MOVE TOTALS-LINE TO REPORT-LINE
               PERFORM 600-WRITE-A-LINE
               MOVE 'MASTER DOES NOT MATCH THE REPLAY TOTALS'
                   TO VL-VERDICT
               MOVE VERDICT-LINE TO REPORT-LINE
               PERFORM 600-WRITE-A-LINE
               MOVE 8 TO WS-RUN-RC
           END-IF
       .
      *
      *  750-PRINT-BALANCE WEIGHS THE MASTER AS OF THE LAST BALANCED
      *  RUN AGAINST THAT RUN'S TOTALS.
       750-PRINT-BALANCE.

           IF WS-BALANCED-FOUND
               MOVE WS-BAL-RUN-SCOPE (1:6) TO BRL-DATE
               MOVE WS-BAL-RUN-SCOPE (7:4) TO BRL-TIME
               MOVE WS-BAL-TERM-CODE TO BRL-TERM-CODE
               MOVE BALANCED-RUN-LINE TO REPORT-LINE
               MOVE 2 TO PROPER-SPACING
               PERFORM 600-WRITE-A-LINE
               MOVE 1 TO PROPER-SPACING
               MOVE 'BALANCED RUN TOTALS' TO TL-LABEL
               MOVE WS-BAL-COUNT TO TL-COUNT
               MOVE WS-BAL-HASH TO TL-HASH
               MOVE TOTALS-LINE TO REPORT-LINE
               PERFORM 600-WRITE-A-LINE
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-BALANCED-FOUND
                   MOVE 'NOT CHECKED - NO BALANCED RUN ON THE AUDIT'
                       TO VL-VERDICT
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               WHEN NOT WS-CHECKPOINT-TAKEN
                   MOVE 'NOT CHECKED - IMAGE COPY POSTDATES THE RUN'
                       TO VL-VERDICT
                   IF WS-RUN-RC < 4
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               WHEN WS-CHK-COUNT = WS-BAL-COUNT
                AND WS-CHK-HASH = WS-BAL-HASH
                   MOVE 'MASTER AS OF THAT RUN BALANCES' TO VL-VERDICT
               WHEN OTHER
                   MOVE 'MASTER AS OF THAT RUN IS OUT OF BALANCE'
                       TO VL-VERDICT
                   MOVE 8 TO WS-RUN-RC
           END-EVALUATE

           IF WS-CHECKPOINT-TAKEN
               MOVE 'MASTER AS OF THAT RUN' TO TL-LABEL
               MOVE WS-CHK-COUNT TO TL-COUNT
               MOVE WS-CHK-HASH TO TL-HASH
               MOVE TOTALS-LINE TO REPORT-LINE
               PERFORM 600-WRITE-A-LINE
           END-IF
           MOVE VERDICT-LINE TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
       .
      *
      *  900-FINAL-ROUTINE SETS THE RETURN CODE -- RC 8 WHEN NOTHING
      *  WAS RESTORED OR THE RESULT DOES NOT BALANCE, RC 4 WHEN IT
      *  COULD NOT BE BALANCED OR AN ENTRY COULD NOT BE REPLAYED.
       900-FINAL-ROUTINE.

           DISPLAY 'BKRCVR - RECOVERY ENDED, RC ' WS-RUN-RC
           MOVE WS-RUN-RC TO RETURN-CODE
           CLOSE RECOVERY-REPORT-FILE
           STOP RUN
       .
      *
      *  1060-WRITE-AUDIT-RECORD LOGS THE RECOVERY -- WHO RAN IT,
      *  WHEN, THE RECOVERED MASTER'S TOTALS, THE ENTRIES REPLAYED,
      *  AND THE POINT IT WAS RECOVERED TO (YYMMDDHHMM; SPACES FOR
      *  THE END OF THE LOGS).
       1060-WRITE-AUDIT-RECORD.

           OPEN EXTEND AUDIT-FILE
           MOVE SPACES TO AUDIT-RECORD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO AR-RUN-DATE
           MOVE WS-HOURS TO AR-HOURS
           MOVE WS-MINUTES TO AR-MINUTES
           MOVE WS-SECONDS TO AR-SECONDS
           MOVE WS-OPERATOR-ID TO AR-OPERATOR-ID
           MOVE PAGE-NO TO AR-PAGE-COUNT
           MOVE WS-FINAL-COUNT TO AR-TOTAL-STUDENTS
           MOVE WS-BAL-TERM-CODE TO AR-TERM-CODE
           ADD WS-LOG-REPLAYED WS-JRN-REPLAYED GIVING AR-HIST-COUNT
           MOVE WS-FINAL-HASH TO AR-SCORE-HASH
           MOVE 'RECOVERY' TO AR-RUN-TYPE
           IF WS-POINT-STAMP NOT = HIGH-VALUES
               MOVE WS-POINT-STAMP (1:10) TO AR-RUN-SCOPE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
       .
