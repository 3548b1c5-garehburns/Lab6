      *    THAT WOULD HAVE BEEN REJECTED ON THE WAY IN CANNOT BE
      *    KEYED IN THROUGH THE SIDE DOOR.  BKJRNL PRINTS THE
      *    END-OF-DAY CORRECTION REPORT OFF THE JOURNAL.
      *
      *    A CORRECTION TO A SECTION WHOSE GRADES THE INSTRUCTOR HAS
      *    ALREADY CERTIFIED (Lab6CERT.txt) VOIDS THE CERTIFICATION
      *    -- THE SIGNED PAGE NO LONGER SHOWS THE SCORES ON THE
      *    MASTER -- SO THE FINAL RUN HOLDS THE SECTION BACK UNTIL
      *    IT IS SIGNED AGAIN.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT OPTIONAL JOURNAL-FILE
             ASSIGN TO "Lab6JRNL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  CERTIFICATION-FILE IS THE REGISTRAR'S RECORD OF SIGNED
      *  GRADE ROSTERS.  READ AT STARTUP FOR THE SESSION'S TERM, AND
      *  APPENDED TO WHEN A CORRECTION VOIDS A CERTIFICATION.
      *  OPTIONAL -- NO FILE MEANS NOTHING IS CERTIFIED YET.
           SELECT OPTIONAL CERTIFICATION-FILE
             ASSIGN TO "Lab6CERT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 88 CHARACTERS.
      *
           COPY JRNLREC.
      *
       FD  CERTIFICATION-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY CERTREC.
      *
       WORKING-STORAGE SECTION.
      *
               88 NO-MORE-LOCK                         VALUE 'N'.
           05  WS-LOCK-HELD-SW             PIC X       VALUE 'N'.
               88 WS-LOCK-HELD                         VALUE 'Y'.
           05  CTF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-CERTIFICATIONS               VALUE 'N'.
           05  CRT-FOUND-SW                PIC X       VALUE 'N'.
               88 CRT-SECTION-FOUND                    VALUE 'Y'.
      *
       01  WS-STUDENT-STATUS                PIC XX     VALUE '00'.
      *
           05  WS-LOOKUP-DEPT               PIC A(4).
           05  WS-LOOKUP-CLASS              PIC X(5).
           05  WS-LOOKUP-ID                 PIC 9(7).
      *
      *  CERT-TABLE HOLDS THE NEWEST CERTIFICATION RECORD FOR EACH
      *  SECTION OF THE SESSION'S TERM -- 'C' WHILE THE SIGNED PAGE
      *  STANDS, 'V' ONCE IT HAS BEEN VOIDED.
       01  CERT-TABLE.
           05  CRT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  CRT-ENTRY                   OCCURS 200 TIMES
                                            INDEXED BY CRT-IDX.
               10  CRT-DEPT-CODE            PIC A(4).
               10  CRT-CLASS-CODE           PIC X(5).
               10  CRT-INSTRUCTOR           PIC X(20).
               10  CRT-ACTION               PIC X.
      *
      *  WS-VOIDED-BY NAMES THE CHANGE THAT VOIDED A CERTIFICATION.
       01  WS-VOIDED-BY.
           05                              PIC X(8)   VALUE 'BKMAINT '.
           05  WS-VOIDED-ID                PIC 9(7).
           05                              PIC X(5)   VALUE SPACES.
      *
       01  WS-NEW-SCORE-1                  PIC 9(3).
       01  WS-NEW-SCORE-2                  PIC 9(3).
           OPEN I-O STUDENT-FILE
           OPEN EXTEND JOURNAL-FILE
           PERFORM 250-LOAD-DEPT-CLASS-TABLE
           PERFORM 260-LOAD-CERTIFICATIONS
       .
      *
      *  220-TAKE-RUN-LOCK TAKES THE SYSTEM-WIDE RUN-CONTROL LOCK
           END-PERFORM
           CLOSE DEPT-CLASS-FILE
       .
      *
      *  260-LOAD-CERTIFICATIONS READS THE CERTIFICATION FILE FOR
      *  THE SESSION'S TERM, KEEPING THE NEWEST RECORD PER SECTION.
      *  IT IS READ UNDER THE RUN LOCK, SO NO CERTIFICATION CAN LAND
      *  WHILE THE SESSION IS OPEN.
       260-LOAD-CERTIFICATIONS.

           OPEN INPUT CERTIFICATION-FILE
           PERFORM UNTIL NO-MORE-CERTIFICATIONS
               READ CERTIFICATION-FILE
                   AT END
                       MOVE 'N' TO CTF-EOF-FLAG
                   NOT AT END
                       IF CT-TERM-CODE = WS-TERM-CODE
                           PERFORM 265-STORE-CERTIFICATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERTIFICATION-FILE
       .
      *
       265-STORE-CERTIFICATION.

           PERFORM 740-FIND-CERTIFICATION
           IF NOT CRT-SECTION-FOUND
              AND CRT-ENTRY-COUNT < 200
               ADD 1 TO CRT-ENTRY-COUNT
               SET CRT-IDX TO CRT-ENTRY-COUNT
               MOVE CT-DEPT-CODE TO CRT-DEPT-CODE (CRT-IDX)
               MOVE CT-CLASS-CODE TO CRT-CLASS-CODE (CRT-IDX)
               MOVE 'Y' TO CRT-FOUND-SW
           END-IF
           IF CRT-SECTION-FOUND
               MOVE CT-INSTRUCTOR TO CRT-INSTRUCTOR (CRT-IDX)
               MOVE CT-ACTION TO CRT-ACTION (CRT-IDX)
           END-IF
       .
      *
       300-MAINTENANCE-LOOP.

                   NOT INVALID KEY
                       DISPLAY 'BKMAINT - RECORD UPDATED'
                       PERFORM 700-WRITE-JOURNAL-RECORD
                       PERFORM 720-VOID-CERTIFICATION
               END-REWRITE
           END-IF
       .

           WRITE JOURNAL-RECORD
       .
      *
      *  720-VOID-CERTIFICATION APPENDS A 'V' RECORD WHEN THE
      *  SECTION JUST CORRECTED HAS A CERTIFICATION IN FORCE, SO THE
      *  SECTION MUST BE SIGNED AGAIN BEFORE ITS GRADES CAN POST.
       720-VOID-CERTIFICATION.

           MOVE SR-DEPT-CODE TO CT-DEPT-CODE
           MOVE SR-CLASS-CODE TO CT-CLASS-CODE
           PERFORM 740-FIND-CERTIFICATION
           IF CRT-SECTION-FOUND
              AND CRT-ACTION (CRT-IDX) = 'C'
               MOVE SR-STUDENT-ID TO WS-VOIDED-ID
               MOVE SPACES TO CERTIFICATION-RECORD
               MOVE WS-TERM-CODE TO CT-TERM-CODE
               MOVE SR-DEPT-CODE TO CT-DEPT-CODE
               MOVE SR-CLASS-CODE TO CT-CLASS-CODE
               MOVE CRT-INSTRUCTOR (CRT-IDX) TO CT-INSTRUCTOR
               MOVE 'V' TO CT-ACTION
               MOVE WS-CURRENT-DATE TO CT-SIGNED-DATE
               MOVE WS-VOIDED-BY TO CT-CERTIFIED-BY
               MOVE WS-CURRENT-DATE TO CT-RECORDED-DATE
               MOVE JR-RUN-TIME TO CT-RECORDED-TIME
               MOVE WS-OPERATOR-ID TO CT-OPERATOR-ID
               OPEN EXTEND CERTIFICATION-FILE
               WRITE CERTIFICATION-RECORD
               CLOSE CERTIFICATION-FILE
               MOVE 'V' TO CRT-ACTION (CRT-IDX)
               DISPLAY 'BKMAINT - GRADE CERTIFICATION FOR '
                       SR-DEPT-CODE ' ' SR-CLASS-CODE
                       ' VOIDED -- SECTION MUST BE SIGNED AGAIN'
           END-IF
       .
      *
      *  740-FIND-CERTIFICATION LOOKS THE SECTION IN CT-DEPT-CODE/
      *  CT-CLASS-CODE UP ON CERT-TABLE.
       740-FIND-CERTIFICATION.

           MOVE 'N' TO CRT-FOUND-SW
           IF CRT-ENTRY-COUNT > 0
               SET CRT-IDX TO 1
               SEARCH CRT-ENTRY
                   AT END
                       MOVE 'N' TO CRT-FOUND-SW
                   WHEN CRT-IDX > CRT-ENTRY-COUNT
                       MOVE 'N' TO CRT-FOUND-SW
                   WHEN CRT-DEPT-CODE (CRT-IDX) = CT-DEPT-CODE
                    AND CRT-CLASS-CODE (CRT-IDX) = CT-CLASS-CODE
                       MOVE 'Y' TO CRT-FOUND-SW
               END-SEARCH
           END-IF
       .
      *
       900-FINAL-ROUTINE.

