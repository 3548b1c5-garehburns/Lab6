       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BKIMAGE.
       AUTHOR.         GARRETT BURNS.
      *
      *    THIS PROGRAM TAKES A DATED IMAGE COPY OF THE STUDENT
      *    MASTER (Lab6STUDENT.idx).  UNTIL NOW THE ONLY WAY TO
      *    REBUILD A DAMAGED MASTER WAS A BKLOAD FROM THE REGISTRAR'S
      *    EXTRACT, WHICH THROWS AWAY EVERY BKMAINT CORRECTION AND
      *    EVERY BKUPDT TRANSACTION APPLIED SINCE.  THE LAB6CGB
      *    STREAM NOW RUNS THIS PROGRAM JUST AHEAD OF BKUPDT AND
      *    AGAIN JUST AFTER BKBRK, AND BKRCVR RESTORES THE LATEST
      *    GOOD COPY AND ROLLS IT FORWARD OFF THE APPLIED-TRANSACTION
      *    LOG AND THE CORRECTION JOURNAL.
      *
      *    EACH COPY IS APPENDED TO THE IMAGE-COPY FILE
      *    (Lab6IMAGE.txt) BRACKETED BY A HEADER -- DATE, TIME TO
      *    THE SECOND, THE POINT IN THE STREAM IT WAS TAKEN AT, AND
      *    THE OPERATOR -- AND A TRAILER WITH THE RECORD COUNT AND
      *    THE HASH TOTAL OF EVERY TEST SCORE, THE SAME TOTALS BKBRK
      *    STAMPS ON ITS AUDIT RECORD.  A COPY CUT SHORT HAS NO
      *    TRAILER AND BKRCVR WILL NOT RESTORE IT.
      *
      *    SYSIN IS THE OPERATOR ID AND THE COPY POINT (PREUPDT OR
      *    POSTBRK IN THE STREAM; ANY LABEL FOR AN ON-DEMAND COPY).
      *    RC 8 IF THE MASTER WILL NOT OPEN -- NO COPY IS WRITTEN.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT STUDENT-FILE
             ASSIGN TO "Lab6STUDENT.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-STUDENT-STATUS.
      *
      *  IMAGE-COPY-FILE IS OPENED EXTEND SO EVERY COPY IS KEPT
      *  BEHIND THE ONES BEFORE IT.  OPTIONAL BECAUSE THE FIRST COPY
      *  EVER TAKEN CREATES IT.
           SELECT OPTIONAL IMAGE-COPY-FILE
             ASSIGN TO "Lab6IMAGE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  WS-MASTER-EOF-FLAG          PIC X       VALUE ' '.
               88 NO-MORE-MASTER                       VALUE 'N'.
      *
       01  WS-STUDENT-STATUS                PIC XX     VALUE '00'.
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
       01  WS-COPY-POINT                   PIC X(8)   VALUE SPACES.
      *
       01  IMAGE-TOTALS.
           05  WS-RECORD-COUNT             PIC 9(7)   VALUE 0.
           05  WS-SCORE-HASH               PIC 9(9)   VALUE 0.
      *
       01  SUB                             PIC 9(2)   VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       100-COPY-STUDENT-MASTER.

           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-COPY-MASTER-RECORDS
           PERFORM 900-FINAL-ROUTINE

       .
       200-HSKPING-ROUTINE.

           DISPLAY 'BKIMAGE - ENTER OPERATOR ID: '
           ACCEPT WS-OPERATOR-ID
           DISPLAY 'BKIMAGE - ENTER COPY POINT: '
           ACCEPT WS-COPY-POINT

           OPEN INPUT STUDENT-FILE
           PERFORM 205-VERIFY-STUDENT-OPEN
           OPEN EXTEND IMAGE-COPY-FILE

           ACCEPT WS-CURRENT-DATE FROM DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO IMAGE-COPY-RECORD
           MOVE 'H' TO IC-RECORD-TYPE
           MOVE WS-CURRENT-DATE TO IC-COPY-DATE
           MOVE WS-CURRENT-TIME (1:6) TO IC-COPY-TIME
           MOVE WS-COPY-POINT TO IC-COPY-POINT
           MOVE WS-OPERATOR-ID TO IC-OPERATOR-ID
           WRITE IMAGE-COPY-RECORD
       .
      *
      *  205-VERIFY-STUDENT-OPEN REFUSES THE COPY IF THE MASTER DID
      *  NOT OPEN CLEANLY -- A HEADER WITH NOTHING BEHIND IT WOULD
      *  ONLY BE PASSED OVER LATER AS A COPY CUT SHORT.
       205-VERIFY-STUDENT-OPEN.

           IF WS-STUDENT-STATUS NOT = '00' AND
              WS-STUDENT-STATUS NOT = '97'
               DISPLAY 'BKIMAGE - STUDENT-FILE OPEN FAILED, STATUS: '
                       WS-STUDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       .
      *
       300-COPY-MASTER-RECORDS.

           PERFORM UNTIL NO-MORE-MASTER
               READ STUDENT-FILE NEXT
                   AT END
                       MOVE 'N' TO WS-MASTER-EOF-FLAG
                   NOT AT END
                       PERFORM 310-COPY-ONE-RECORD
               END-READ
           END-PERFORM
       .
      *
       310-COPY-ONE-RECORD.

           MOVE SPACES TO IMAGE-COPY-RECORD
           MOVE 'D' TO IC-RECORD-TYPE
           MOVE STUDENT-RECORD TO IC-STUDENT-IMAGE
           WRITE IMAGE-COPY-RECORD

           ADD 1 TO WS-RECORD-COUNT
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               ADD TS-SCORE (SUB) TO WS-SCORE-HASH
           END-PERFORM
       .
      *
      *  900-FINAL-ROUTINE CLOSES THE COPY WITH ITS TRAILER.  ONLY A
      *  COPY THAT REACHES THIS POINT IS A GOOD ONE.
       900-FINAL-ROUTINE.

           MOVE SPACES TO IMAGE-COPY-RECORD
           MOVE 'T' TO IC-RECORD-TYPE
           MOVE WS-RECORD-COUNT TO IC-RECORD-COUNT
           MOVE WS-SCORE-HASH TO IC-SCORE-HASH
           WRITE IMAGE-COPY-RECORD

           DISPLAY 'BKIMAGE - ' WS-COPY-POINT ' COPY TAKEN, RECORDS: '
                   WS-RECORD-COUNT ' SCORE HASH: ' WS-SCORE-HASH

           CLOSE STUDENT-FILE
                 IMAGE-COPY-FILE
           STOP RUN
       .
