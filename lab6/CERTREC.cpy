      *  CERTREC.CPY
      *  SHARED LAYOUT FOR THE GRADE CERTIFICATION FILE
      *  (Lab6CERT.txt).  BEFORE A FINAL BKBRK RUN MAY POST A
      *  SECTION'S GRADES, THE INSTRUCTOR SIGNS THE SECTION'S PAGE OF
      *  THE BKROSTR CERTIFICATION ROSTER AND THE REGISTRAR RECORDS
      *  THE SIGNED PAGE THROUGH BKCERT, WHICH APPENDS A 'C' RECORD
      *  HERE.  A BKMAINT OR BKUPDT CHANGE TO A CERTIFIED SECTION
      *  APPENDS A 'V' RECORD THAT VOIDS THE CERTIFICATION, SO THE
      *  SECTION HAS TO BE SIGNED AGAIN.  THE FILE IS NEVER
      *  REWRITTEN -- THE NEWEST RECORD FOR A TERM AND SECTION IS
      *  THE ONE IN FORCE, AND THE REST ARE ITS HISTORY.
       01  CERTIFICATION-RECORD.
           05  CT-TERM-CODE                    PIC X(6).
           05  CT-DEPT-CODE                    PIC A(4).
           05  CT-CLASS-CODE                   PIC X(5).
      *  THE INSTRUCTOR ON Lab6INSTR.txt WHEN THE RECORD WAS WRITTEN.
           05  CT-INSTRUCTOR                   PIC X(20).
           05  CT-ACTION                       PIC X.
               88  CT-CERTIFIED                     VALUE 'C'.
               88  CT-VOIDED                        VALUE 'V'.
      *  ON A 'C' RECORD, THE DATE ON THE SIGNATURE BLOCK AND THE
      *  NAME SIGNED THERE.  ON A 'V' RECORD, THE DATE OF THE CHANGE
      *  AND THE PROGRAM AND STUDENT ID THAT VOIDED IT.
           05  CT-SIGNED-DATE                  PIC 9(6).
           05  CT-CERTIFIED-BY                 PIC X(20).
      *  WHEN THE RECORD WAS WRITTEN AND WHO KEYED IT.
           05  CT-RECORDED-DATE                PIC 9(6).
           05  CT-RECORDED-TIME                PIC 9(4).
           05  CT-OPERATOR-ID                  PIC X(8).
