       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BKCERT.
       AUTHOR.         GARRETT BURNS.
      *
      *    THIS PROGRAM RECORDS THE GRADE CERTIFICATIONS THE
      *    REGISTRAR RECEIVES.  EACH INSTRUCTOR SIGNS THEIR SECTIONS'
      *    PAGES OF THE BKROSTR CERTIFICATION ROSTER AND SENDS THEM
      *    BACK; THE REGISTRAR KEYS ONE CARD PER SIGNED PAGE WITH THE
      *    DATE AND NAME ON THE SIGNATURE BLOCK AND THE STUDENT COUNT
      *    AND SCORE HASH PRINTED ON THE PAGE.
      *
      *    A PAGE IS ONLY AS GOOD AS THE SCORES IT WAS SIGNED FOR, SO
      *    EVERY CARD IS PROVED AGAINST THE MASTER AS IT STANDS NOW:
      *    THE SECTION'S STUDENT COUNT AND SCORE HASH ARE TAKEN OFF
      *    THE MASTER THE SAME WAY BKROSTR TAKES THEM, AND A CARD
      *    WHOSE TOTALS DO NOT AGREE IS REFUSED -- THE SCORES HAVE
      *    CHANGED SINCE THE PAGE WAS PRINTED AND THE SECTION HAS TO
      *    BE PRINTED AND SIGNED AGAIN.  A CARD IS ALSO REFUSED FOR A
      *    SECTION NOT ON THE MASTER, A SECTION WITH NO INSTRUCTOR ON
      *    Lab6INSTR.txt, OR A MISSING SIGNATURE NAME OR DATE.  EACH
      *    CARD ACCEPTED APPENDS A 'C' RECORD TO THE CERTIFICATION
      *    FILE (Lab6CERT.txt) NAMING THE SECTION, ITS INSTRUCTOR, THE
      *    DATE SIGNED, WHO SIGNED, AND WHO KEYED IT.  THE FINAL BKBRK
      *    RUN POSTS ONLY SECTIONS WITH A CERTIFICATION IN FORCE.
      *
      *    EVERY CARD PRINTS ON THE CERTIFICATION REGISTER
      *    (STUDENTCRT) WITH ITS DISPOSITION.  RC 4 WHEN ANY CARD WAS
      *    REFUSED, SO THE REGISTRAR KNOWS TO CHASE A FRESH PAGE.
      *
      *    SYSIN IS THE OPERATOR ID, THE TERM CODE (BLANK FOR THE
      *    CALENDAR'S CURRENT TERM), AND THEN ONE CARD PER SIGNED
      *    PAGE, ENDED BY A BLANK CARD:
      *        COLS  1-4   DEPT CODE
      *        COLS  5-9   CLASS CODE
      *        COLS 10-15  DATE SIGNED (YYMMDD)
      *        COLS 16-35  NAME SIGNED
      *        COLS 36-40  STUDENT COUNT FROM THE PAGE
      *        COLS 41-49  SCORE HASH FROM THE PAGE
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
           SELECT INSTRUCTOR-FILE
             ASSIGN TO "Lab6INSTR.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT TERM-CALENDAR-FILE
             ASSIGN TO "Lab6TERMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
      *  OPTIONAL SO THE FIRST CERTIFICATION OF ALL STARTS THE FILE.
           SELECT OPTIONAL CERTIFICATION-FILE
             ASSIGN TO "Lab6CERT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CERT-REPORT-FILE
               ASSIGN TO PRINTER "STUDENTCRT".
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD STUDENT-FILE.
      *
           COPY STUDREC.
      *
       FD  INSTRUCTOR-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY INSTREC.
      *
       FD  TERM-CALENDAR-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY TERMCAL.
      *
       FD  CERTIFICATION-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
           COPY CERTREC.
      *
       FD  CERT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *
       01  REPORT-LINE                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  CARD-EOF-FLAG               PIC X       VALUE ' '.
               88 NO-MORE-CARDS                        VALUE 'N'.
           05  INF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-INSTRUCTORS                  VALUE 'N'.
           05  INT-FOUND-SW                PIC X       VALUE 'N'.
               88 INT-CODE-FOUND                       VALUE 'Y'.
           05  TCF-EOF-FLAG                PIC X       VALUE ' '.
               88 NO-MORE-TERMS                        VALUE 'N'.
           05  TCT-FOUND-SW                PIC X       VALUE 'N'.
               88 TCT-TERM-FOUND                       VALUE 'Y'.
      *
       01  REPORT-FIELDS.
           05  PROPER-SPACING              PIC 9      VALUE 1.
           05  SUB                         PIC 9(2)   VALUE 0.
           05  PAGE-NO                     PIC 9(3)   VALUE 0.
      *
       01  WS-STUDENT-STATUS               PIC XX     VALUE '00'.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
       01  WS-TODAY REDEFINES WS-CURRENT-DATE PIC 9(6).
      *
       01  WS-CURRENT-TIME.
           05  WS-HOURS                    PIC 99.
           05  WS-MINUTES                  PIC 99.
           05  WS-SECONDS                  PIC 99.
           05  WS-HUNDREDTHS               PIC 99.
       01  WS-TIME-HHMM REDEFINES WS-CURRENT-TIME.
           05  WS-HHMM                     PIC 9(4).
           05  FILLER                      PIC 9(4).
      *
       01  WS-OPERATOR-ID                  PIC X(8)   VALUE SPACES.
       01  WS-TERM-CODE                    PIC X(6)   VALUE SPACES.
      *
      *  ONE CARD AS KEYED.
       01  CERT-CARD.
           05  CC-DEPT-CODE                PIC X(4).
           05  CC-CLASS-CODE               PIC X(5).
           05  CC-SIGNED-DATE              PIC X(6).
           05  CC-CERTIFIED-BY             PIC X(20).
           05  CC-STUDENT-COUNT            PIC X(5).
           05  CC-SCORE-HASH               PIC X(9).
           05  FILLER                      PIC X(31).
      *
       01  CERT-COUNTS.
           05  WS-CARDS-READ               PIC 9(5)   VALUE 0.
           05  WS-CARDS-ACCEPTED           PIC 9(5)   VALUE 0.
           05  WS-CARDS-REFUSED            PIC 9(5)   VALUE 0.
      *
       01  WS-CRD-SUB                      PIC 9(3)   VALUE 0.
      *
       01  INS-TABLE.
           05  INT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  INT-ENTRY                   OCCURS 200 TIMES
                                            INDEXED BY INT-IDX.
               10  INT-DEPT-CODE            PIC A(4).
               10  INT-CLASS-CODE           PIC X(5).
               10  INT-INSTRUCTOR           PIC X(20).
      *
       01  TERM-CALENDAR-TABLE.
           05  TCT-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  TCT-ENTRY                   OCCURS 50 TIMES
                                            INDEXED BY TCT-IDX.
               10  TCT-TERM-CODE            PIC X(6).
               10  TCT-START-DATE           PIC 9(6).
               10  TCT-END-DATE             PIC 9(6).
               10  TCT-CURRENT-FLAG         PIC X.
      *
      *  CRD-TABLE HOLDS THE CARDS IN THE ORDER KEYED.  THE MASTER
      *  PASS FILLS IN EACH CARD'S SECTION TOTALS AS THEY STAND NOW.
       01  CRD-TABLE.
           05  CRD-ENTRY-COUNT             PIC 9(3)   VALUE 0.
           05  CRD-ENTRY                   OCCURS 200 TIMES
                                            INDEXED BY CRD-IDX.
               10  CRD-CARD                 PIC X(80).
               10  CRD-DEPT-CODE            PIC X(4).
               10  CRD-CLASS-CODE           PIC X(5).
               10  CRD-MASTER-COUNT         PIC 9(5).
               10  CRD-MASTER-HASH          PIC 9(9).
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
           05                              PIC X(33) VALUE
                          'GRADE CERTIFICATION REGISTER'.
           05                              PIC X(6) VALUE SPACES.
           05                              PIC X(5) VALUE 'TERM'.
           05  H1-TERM-CODE                PIC X(6).
           05                              PIC X(1) VALUE SPACES.
           05                              PIC X(5) VALUE 'PAGE'.
           05  H1-PAGE-NO                  PIC ZZ9.
      *
       01  HEADING-TWO.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(5)  VALUE 'DEPT'.
           05                              PIC X(6)  VALUE 'CLASS'.
           05                              PIC X(21) VALUE
                                               'INSTRUCTOR'.
           05                              PIC X(21) VALUE
                                               'SIGNED BY'.
           05                              PIC X(7)  VALUE 'SIGNED'.
           05                              PIC X(11) VALUE
                                               'DISPOSITION'.
      *
       01  REGISTER-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  RGL-DEPT-CODE               PIC X(5).
           05  RGL-CLASS-CODE              PIC X(6).
           05  RGL-INSTRUCTOR              PIC X(21).
           05  RGL-CERTIFIED-BY            PIC X(21).
           05  RGL-SIGNED-DATE             PIC X(7).
           05  RGL-DISPOSITION             PIC X(18).
      *
      *  PRINTED UNDER A CARD REFUSED FOR ITS TOTALS -- WHAT THE
      *  PAGE SAID AGAINST WHAT THE MASTER HOLDS NOW.
       01  TOTALS-LINE.
           05                              PIC X(13) VALUE SPACES.
           05                              PIC X(6)  VALUE 'PAGE: '.
           05  TOT-PAGE-COUNT              PIC X(5).
           05                              PIC X(1)  VALUE SPACES.
           05  TOT-PAGE-HASH               PIC X(9).
           05                              PIC X(12) VALUE
                                               '    MASTER: '.
           05  TOT-MASTER-COUNT            PIC 9(5).
           05                              PIC X(1)  VALUE SPACES.
           05  TOT-MASTER-HASH             PIC 9(9).
      *
       01  NO-CARDS-LINE.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(46) VALUE
                    'NO CERTIFICATIONS KEYED -- NOTHING TO RECORD'.
      *
       01  REGISTER-TOTAL-LINE.
           05                              PIC X(7) VALUE SPACES.
           05                              PIC X(6) VALUE 'CARDS '.
           05  RTL-READ                    PIC ZZZZ9.
           05                              PIC X(11) VALUE
                                               '  RECORDED '.
           05  RTL-ACCEPTED                PIC ZZZZ9.
           05                              PIC X(10) VALUE
                                               '  REFUSED '.
           05  RTL-REFUSED                 PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *
       100-RECORD-CERTIFICATIONS.

           PERFORM 200-HSKPING-ROUTINE
           PERFORM 300-TOTAL-MASTER-SECTIONS
           PERFORM 500-DISPOSE-ALL-CARDS
           PERFORM 900-FINAL-ROUTINE

       .
       200-HSKPING-ROUTINE.

           DISPLAY 'BKCERT - ENTER OPERATOR ID: '
           ACCEPT WS-OPERATOR-ID
           DISPLAY 'BKCERT - ENTER TERM CODE: '
           ACCEPT WS-TERM-CODE

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR

           PERFORM 230-LOAD-TERM-CALENDAR
           PERFORM 240-RESOLVE-TERM-CODE
           MOVE WS-TERM-CODE TO H1-TERM-CODE
           PERFORM 255-LOAD-INSTRUCTOR-TABLE
           PERFORM 250-LOAD-CERT-CARDS

           OPEN OUTPUT CERT-REPORT-FILE
           PERFORM 400-REPORT-HEADING
       .
      *
       230-LOAD-TERM-CALENDAR.

           OPEN INPUT TERM-CALENDAR-FILE
           PERFORM UNTIL NO-MORE-TERMS
               READ TERM-CALENDAR-FILE
                   AT END
                       MOVE 'N' TO TCF-EOF-FLAG
                   NOT AT END
                       IF TCT-ENTRY-COUNT < 50
                           ADD 1 TO TCT-ENTRY-COUNT
                           MOVE TCR-TERM-CODE TO
                                TCT-TERM-CODE (TCT-ENTRY-COUNT)
                           MOVE TCR-START-DATE TO
                                TCT-START-DATE (TCT-ENTRY-COUNT)
                           MOVE TCR-END-DATE TO
                                TCT-END-DATE (TCT-ENTRY-COUNT)
                           MOVE TCR-CURRENT-FLAG TO
                                TCT-CURRENT-FLAG (TCT-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-CALENDAR-FILE
       .
      *
      *  240-RESOLVE-TERM-CODE DEFAULTS A BLANK KEYED TERM TO THE
      *  CALENDAR'S CURRENT ROW AND REFUSES A KEYED TERM THE
      *  CALENDAR DOES NOT KNOW, THE SAME WAY BKBRK DOES.
       240-RESOLVE-TERM-CODE.

           IF WS-TERM-CODE = SPACES
               MOVE 'N' TO TCT-FOUND-SW
               SET TCT-IDX TO 1
               SEARCH TCT-ENTRY
                   AT END
                       MOVE 'N' TO TCT-FOUND-SW
                   WHEN TCT-CURRENT-FLAG (TCT-IDX) = 'C'
                       MOVE 'Y' TO TCT-FOUND-SW
                       MOVE TCT-TERM-CODE (TCT-IDX) TO WS-TERM-CODE
               END-SEARCH
               IF TCT-TERM-FOUND
                   DISPLAY 'BKCERT - TERM DEFAULTED TO CURRENT: '
                           WS-TERM-CODE
               ELSE
                   DISPLAY 'BKCERT - NO CURRENT TERM ON CALENDAR '
                           'AND NONE KEYED -- RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE 'N' TO TCT-FOUND-SW
               SET TCT-IDX TO 1
               SEARCH TCT-ENTRY
                   AT END
                       MOVE 'N' TO TCT-FOUND-SW
                   WHEN TCT-TERM-CODE (TCT-IDX) = WS-TERM-CODE
                       MOVE 'Y' TO TCT-FOUND-SW
               END-SEARCH
               IF NOT TCT-TERM-FOUND
                   DISPLAY 'BKCERT - TERM NOT ON CALENDAR: '
                           WS-TERM-CODE ' -- RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
       .
      *
      *  250-LOAD-CERT-CARDS TAKES CARDS OFF SYSIN UNTIL THE BLANK
      *  CARD.  A BATCH TOO BIG FOR THE TABLE IS REFUSED OUTRIGHT
      *  RATHER THAN RECORDING HALF OF IT.
       250-LOAD-CERT-CARDS.

           PERFORM UNTIL NO-MORE-CARDS
               MOVE SPACES TO CERT-CARD
               ACCEPT CERT-CARD
               IF CERT-CARD = SPACES
                   MOVE 'N' TO CARD-EOF-FLAG
               ELSE
                   IF CRD-ENTRY-COUNT < 200
                       ADD 1 TO CRD-ENTRY-COUNT
                       MOVE CERT-CARD TO CRD-CARD (CRD-ENTRY-COUNT)
                       MOVE CC-DEPT-CODE TO
                            CRD-DEPT-CODE (CRD-ENTRY-COUNT)
                       MOVE CC-CLASS-CODE TO
                            CRD-CLASS-CODE (CRD-ENTRY-COUNT)
                       MOVE ZEROS TO CRD-MASTER-COUNT (CRD-ENTRY-COUNT)
                       MOVE ZEROS TO CRD-MASTER-HASH (CRD-ENTRY-COUNT)
                   ELSE
                       DISPLAY 'BKCERT - MORE THAN 200 CARDS KEYED '
                               '-- RUN REFUSED'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
       .
      *
       255-LOAD-INSTRUCTOR-TABLE.

           OPEN INPUT INSTRUCTOR-FILE
           PERFORM UNTIL NO-MORE-INSTRUCTORS
               READ INSTRUCTOR-FILE
                   AT END
                       MOVE 'N' TO INF-EOF-FLAG
                   NOT AT END
                       IF INT-ENTRY-COUNT < 200
                           ADD 1 TO INT-ENTRY-COUNT
                           MOVE INR-DEPT-CODE TO
                                INT-DEPT-CODE (INT-ENTRY-COUNT)
                           MOVE INR-CLASS-CODE TO
                                INT-CLASS-CODE (INT-ENTRY-COUNT)
                           MOVE INR-INSTRUCTOR-NAME TO
                                INT-INSTRUCTOR (INT-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTRUCTOR-FILE
       .
      *
      *  300-TOTAL-MASTER-SECTIONS READS THE MASTER ONCE AND, FOR
      *  EVERY STUDENT IN A SECTION SOMEBODY KEYED A CARD FOR, COUNTS
      *  THE STUDENT AND ADDS ALL FOUR RAW SCORES TO THE SECTION'S
      *  HASH -- THE TWO FIGURES BKROSTR PRINTED ON THE PAGE.
       300-TOTAL-MASTER-SECTIONS.

           IF CRD-ENTRY-COUNT > 0
               OPEN INPUT STUDENT-FILE
               IF WS-STUDENT-STATUS NOT = '00' AND
                  WS-STUDENT-STATUS NOT = '97'
                   DISPLAY 'BKCERT - STUDENT-FILE OPEN FAILED, '
                           'STATUS: ' WS-STUDENT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL NO-MORE-DATA
                   READ STUDENT-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           PERFORM 310-TALLY-STUDENT
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF
       .
      *
      *  310-TALLY-STUDENT CREDITS THE STUDENT TO EVERY CARD FOR THE
      *  SECTION -- A PAGE KEYED TWICE IS PROVED TWICE.
       310-TALLY-STUDENT.

           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1
                   UNTIL WS-CRD-SUB > CRD-ENTRY-COUNT
               IF CRD-DEPT-CODE (WS-CRD-SUB) = SR-DEPT-CODE
                  AND CRD-CLASS-CODE (WS-CRD-SUB) = SR-CLASS-CODE
                   ADD 1 TO CRD-MASTER-COUNT (WS-CRD-SUB)
                   PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
                       ADD TS-SCORE (SUB) TO
                           CRD-MASTER-HASH (WS-CRD-SUB)
                   END-PERFORM
               END-IF
           END-PERFORM
       .
      *
       400-REPORT-HEADING.
           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO H1-PAGE-NO
           WRITE REPORT-LINE FROM HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE HEADING-TWO TO REPORT-LINE
           MOVE 2 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE
           MOVE 2 TO PROPER-SPACING
       .
      *
      *  500-DISPOSE-ALL-CARDS OPENS THE CERTIFICATION FILE FOR
      *  APPEND AND DISPOSES OF EVERY CARD IN THE ORDER KEYED.
       500-DISPOSE-ALL-CARDS.

           IF CRD-ENTRY-COUNT = 0
               MOVE NO-CARDS-LINE TO REPORT-LINE
               PERFORM 600-WRITE-A-LINE
           ELSE
               OPEN EXTEND CERTIFICATION-FILE
               PERFORM VARYING WS-CRD-SUB FROM 1 BY 1
                       UNTIL WS-CRD-SUB > CRD-ENTRY-COUNT
                   PERFORM 510-DISPOSE-ONE-CARD
               END-PERFORM
               CLOSE CERTIFICATION-FILE
           END-IF
       .
      *
      *  510-DISPOSE-ONE-CARD CHECKS THE CARD, RECORDS IT IF IT
      *  PASSES, AND PRINTS IT EITHER WAY.
       510-DISPOSE-ONE-CARD.

           MOVE CRD-CARD (WS-CRD-SUB) TO CERT-CARD
           ADD 1 TO WS-CARDS-READ

           MOVE 'N' TO INT-FOUND-SW
           SET INT-IDX TO 1
           SEARCH INT-ENTRY
               AT END
                   MOVE 'N' TO INT-FOUND-SW
               WHEN INT-DEPT-CODE (INT-IDX) = CC-DEPT-CODE
                AND INT-CLASS-CODE (INT-IDX) = CC-CLASS-CODE
                   MOVE 'Y' TO INT-FOUND-SW
           END-SEARCH

           MOVE SPACES TO REGISTER-LINE
           MOVE CC-DEPT-CODE TO RGL-DEPT-CODE
           MOVE CC-CLASS-CODE TO RGL-CLASS-CODE
           MOVE CC-CERTIFIED-BY TO RGL-CERTIFIED-BY
           MOVE CC-SIGNED-DATE TO RGL-SIGNED-DATE
           IF INT-CODE-FOUND
               MOVE INT-INSTRUCTOR (INT-IDX) TO RGL-INSTRUCTOR
           END-IF

           EVALUATE TRUE
               WHEN CRD-MASTER-COUNT (WS-CRD-SUB) = 0
                   MOVE 'NOT ON MASTER' TO RGL-DISPOSITION
               WHEN NOT INT-CODE-FOUND
                   MOVE 'NO INSTRUCTOR' TO RGL-DISPOSITION
               WHEN CC-CERTIFIED-BY = SPACES
                   MOVE 'NOT SIGNED' TO RGL-DISPOSITION
               WHEN CC-SIGNED-DATE NOT NUMERIC
                   MOVE 'BAD SIGNED DATE' TO RGL-DISPOSITION
               WHEN CC-STUDENT-COUNT NOT NUMERIC
                 OR CC-SCORE-HASH NOT NUMERIC
                   MOVE 'BAD PAGE TOTALS' TO RGL-DISPOSITION
               WHEN CC-STUDENT-COUNT NOT =
                    CRD-MASTER-COUNT (WS-CRD-SUB)
                 OR CC-SCORE-HASH NOT =
                    CRD-MASTER-HASH (WS-CRD-SUB)
                   MOVE 'SCORES CHANGED' TO RGL-DISPOSITION
               WHEN OTHER
                   MOVE 'RECORDED' TO RGL-DISPOSITION
           END-EVALUATE

           MOVE REGISTER-LINE TO REPORT-LINE
           MOVE 1 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE

           IF RGL-DISPOSITION = 'RECORDED'
               PERFORM 520-WRITE-CERTIFICATION
               ADD 1 TO WS-CARDS-ACCEPTED
           ELSE
               ADD 1 TO WS-CARDS-REFUSED
               IF RGL-DISPOSITION = 'SCORES CHANGED'
                   MOVE CC-STUDENT-COUNT TO TOT-PAGE-COUNT
                   MOVE CC-SCORE-HASH TO TOT-PAGE-HASH
                   MOVE CRD-MASTER-COUNT (WS-CRD-SUB) TO
                        TOT-MASTER-COUNT
                   MOVE CRD-MASTER-HASH (WS-CRD-SUB) TO
                        TOT-MASTER-HASH
                   MOVE TOTALS-LINE TO REPORT-LINE
                   PERFORM 600-WRITE-A-LINE
               END-IF
           END-IF
       .
      *
       520-WRITE-CERTIFICATION.

           MOVE SPACES TO CERTIFICATION-RECORD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-TERM-CODE TO CT-TERM-CODE
           MOVE CC-DEPT-CODE TO CT-DEPT-CODE
           MOVE CC-CLASS-CODE TO CT-CLASS-CODE
           MOVE INT-INSTRUCTOR (INT-IDX) TO CT-INSTRUCTOR
           MOVE 'C' TO CT-ACTION
           MOVE CC-SIGNED-DATE TO CT-SIGNED-DATE
           MOVE CC-CERTIFIED-BY TO CT-CERTIFIED-BY
           MOVE WS-TODAY TO CT-RECORDED-DATE
           MOVE WS-HHMM TO CT-RECORDED-TIME
           MOVE WS-OPERATOR-ID TO CT-OPERATOR-ID
           WRITE CERTIFICATION-RECORD
       .
      *
       600-WRITE-A-LINE.
           WRITE REPORT-LINE
               AFTER ADVANCING PROPER-SPACING
           .
      *
       900-FINAL-ROUTINE.

           MOVE WS-CARDS-READ TO RTL-READ
           MOVE WS-CARDS-ACCEPTED TO RTL-ACCEPTED
           MOVE WS-CARDS-REFUSED TO RTL-REFUSED
           MOVE REGISTER-TOTAL-LINE TO REPORT-LINE
           MOVE 3 TO PROPER-SPACING
           PERFORM 600-WRITE-A-LINE

           DISPLAY 'BKCERT - ' WS-CARDS-ACCEPTED ' CERTIFICATIONS '
                   'RECORDED, ' WS-CARDS-REFUSED ' REFUSED'

           IF WS-CARDS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE CERT-REPORT-FILE
           STOP RUN
       .
