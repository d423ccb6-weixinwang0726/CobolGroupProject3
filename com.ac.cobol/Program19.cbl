      *ELIGIBLE, OR LISTS EXACTLY WHICH REQUIREMENTS ARE MISSING
      *(COURSE NOT ON THE RECORD) OR FAILED (ON THE RECORD BELOW THE
      *REQUIRED AVERAGE). PROGRAM-TBL-MAINT KEEPS PROGRAM NAMES
      *CURRENT; THIS FILE GIVES PROGRAMS ACTUAL REQUIREMENTS. A
      *TRANSFER CREDIT ON XFERCRED.TXT MEETS THE REQUIREMENT FOR ITS
      *COURSE WHATEVER THE MINIMUM AVERAGE - IT CARRIES NO MARK.
      *EACH STUDENT LINE ALSO SHOWS THE EARNED AND ATTEMPTED CREDITS
      *AND THE CREDIT-WEIGHTED AVERAGE FROM THE NIGHTLY STUDENT
      *SUMMARY (STUSUMM.TXT, BUILT BY STUDENT-SUMMARY-BUILD); THE
      *RUN IS REFUSED WHEN CHECK-SUMMARY FINDS THE SUMMARY OLDER
      *THAN THE STUDENT FILE.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAD-AUDIT.
                           RECORD KEY IS REG-KEY
                               FILE STATUS IS REG-STATUS-WS.

      *Transfer credits granted through TRANSFER-CREDIT-MAINT
           SELECT TRANSFER-CREDIT-FILE
               ASSIGN TO "D:\Cobol\XFERCRED.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS XFR-KEY
                               FILE STATUS IS XFR-STATUS-WS.

      *The nightly student summary - averages, credits, balance,
      *hold flag and standing STUDENT-SUMMARY-BUILD computed, read
      *by student number instead of recomputing them here
           SELECT STUDENT-SUMMARY-FILE
               ASSIGN TO "D:\Cobol\STUSUMM.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS SUM-STUD-NUM
                               FILE STATUS IS SUMMARY-STATUS-WS.

           SELECT AUDIT-REPORT
               ASSIGN TO "D:\Cobol\GRADAUDIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           05  REG-PRIOR-AVERAGE       PIC 9(3).
           05  REG-ATTEMPT             PIC 9(1).

       FD  TRANSFER-CREDIT-FILE.
       01  TRANSFER-CREDIT-RECORD.
           05  XFR-KEY.
               10  XFR-STUD-NUM        PIC 9(6).
               10  XFR-COURSE-CODE     PIC X(7).
           05  XFR-INSTITUTION         PIC X(30).
           05  XFR-DATE-GRANTED        PIC X(8).
           05  XFR-OPERATOR            PIC X(8).

      *One summary record per student, keyed by student number
       FD  STUDENT-SUMMARY-FILE.
       01  STUDENT-SUMMARY-RECORD.
           05  SUM-STUD-NUM            PIC 9(6).
           05  SUM-BUILD-DATE          PIC X(8).
           05  SUM-AVERAGE             PIC 9(3).
           05  SUM-LETTER-GRADE        PIC X(1).
           05  SUM-EARNED-CREDITS      PIC 9(3).
           05  SUM-ATTEMPTED-CREDITS   PIC 9(3).
           05  SUM-TERM-CREDITS        PIC 9(3).
           05  SUM-BALANCE             PIC 9(4)V99.
           05  SUM-HOLD-FLAG           PIC X(1).
           05  SUM-STANDING            PIC X(1).
           05  SUM-AVERAGE-SOURCE      PIC X(1).
           05  FILLER                  PIC X(14).

       FD  AUDIT-REPORT.
       01  AUDIT-RECORD-OUT             PIC X(80).

           05  AUD-STUD-NAME-OUT-WS     PIC X(30).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  AUD-PROGRAM-OUT-WS       PIC X(5).
           05  FILLER                   PIC X(5)  VALUE "  CR ".
           05  AUD-EARNED-CR-OUT-WS     PIC ZZ9.
           05  FILLER                   PIC X(1)  VALUE "/".
           05  AUD-ATTEMPTED-CR-OUT-WS  PIC ZZ9.
           05  FILLER                   PIC X(6)  VALUE "  AVG ".
           05  AUD-AVERAGE-OUT-WS       PIC ZZ9.

       01  ELIGIBLE-LINE-WS             PIC X(30) VALUE
               "  ELIGIBLE TO GRADUATE".
           05  REG-STATUS-WS            PIC X(2).
           05  REGFILE-OPEN-FLAG        PIC X(1)  VALUE "N".
           05  REG-DONE-FLAG            PIC X(1)  VALUE "N".
           05  XFR-STATUS-WS            PIC X(2).
           05  XFERFILE-OPEN-FLAG       PIC X(1)  VALUE "N".
           05  XFR-FOUND-FLAG           PIC X(1)  VALUE "N".

      *Student-summary lookup fields
       01  SUMMARY-LOOKUP-FIELDS.
           05  SUMMARY-STATUS-WS        PIC X(2)  VALUE SPACES.
           05  SUMMARY-FOUND-FLAG       PIC X(1)  VALUE "N".
           05  NOT-ON-SUMMARY-CTR-WS    PIC 9(6)  VALUE ZERO.

       01  AUDIT-COUNTERS-WS.
           05  ELIGIBLE-COUNTER-WS      PIC 9(6)  VALUE ZERO.
           05  COURSE-ON-RECORD-FLAG    PIC X(1)  VALUE "N".
           05  EARNED-AVERAGE-WS        PIC 9(3)  VALUE ZERO.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Student-summary currency check request
       COPY "SUM-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *AUDIT EVERY ENROLLED STUDENT AGAINST THEIR PROGRAM'S
      *GRADUATION REQUIREMENTS
       100-AUDIT-GRADUATION.
           PERFORM 390-LOG-JOB-START.
           PERFORM 320-READ-RUN-PARAMETERS.
           PERFORM 322-CHECK-STUDENT-SUMMARY.
           IF SUM-REQ-CURRENT-WS NOT = "Y"
               DISPLAY "GRADUATION AUDIT REFUSED - STUDENT SUMMARY NOT "
                   "CURRENT: " SUM-REQ-REASON-WS
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 201-INITIATE-AUDIT.
           PERFORM 202-AUDIT-ONE-STUDENT UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-AUDIT.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-AUDIT.
           OPEN INPUT  INDEXED-STUDENT-FILE
                       REQUIREMENTS-FILE-IN
                       STUDENT-SUMMARY-FILE
                OUTPUT AUDIT-REPORT.
           PERFORM 301-LOAD-REQUIREMENTS-TABLE
                   VARYING REQ-TBL-SUB FROM 1 BY 1
           IF REG-STATUS-WS = "00"
               MOVE "Y" TO REGFILE-OPEN-FLAG
           END-IF.
      *Likewise the transfer-credit file - no file, no credits
           OPEN INPUT TRANSFER-CREDIT-FILE.
           IF XFR-STATUS-WS = "00"
               MOVE "Y" TO XFERFILE-OPEN-FLAG
           END-IF.
           WRITE AUDIT-RECORD-OUT FROM PAGE-HEADER-WS.
           PERFORM 302-READ-STUDENT-RECORD.

               AFTER ADVANCING 2 LINES.
           DISPLAY "STUDENTS ELIGIBLE: " ELIGIBLE-COUNTER-WS.
           DISPLAY "STUDENTS NOT ELIGIBLE: " SHORT-COUNTER-WS.
           DISPLAY "STUDENTS NOT ON STUDENT SUMMARY: "
               NOT-ON-SUMMARY-CTR-WS.
           CLOSE INDEXED-STUDENT-FILE
                 REQUIREMENTS-FILE-IN
                 STUDENT-SUMMARY-FILE
                 AUDIT-REPORT.
           IF REGFILE-OPEN-FLAG = "Y"
               CLOSE REGISTRATION-FILE
           END-IF.
           IF XFERFILE-OPEN-FLAG = "Y"
               CLOSE TRANSFER-CREDIT-FILE
           END-IF.

      *Walk the requirements table for the student's program; every
      *requirement is checked against the five course slots, and
           MOVE STUD-NUM-OUT         TO AUD-STUD-NUM-OUT-WS.
           MOVE STUD-NAME-OUT        TO AUD-STUD-NAME-OUT-WS.
           MOVE PROGRAM-OF-STUDY-OUT TO AUD-PROGRAM-OUT-WS.
           PERFORM 323-READ-STUDENT-SUMMARY.
           WRITE AUDIT-RECORD-OUT FROM STUDENT-LINE-WS
               AFTER ADVANCING 2 LINES.
           PERFORM 307-BUILD-EARNED-COURSES.
           END-EVALUATE.

      *One requirement: does the student's record carry the course,
      *and at or above the required average? A requirement the
      *record does not meet is still met by a transfer credit.
       304-CHECK-ONE-REQUIREMENT.
           IF REQ-PROGRAM-TBL-WS(REQ-SUB-WS) = PROGRAM-OF-STUDY-OUT
               ADD 1 TO REQUIREMENTS-SEEN-WS
               PERFORM 305-MATCH-EARNED-COURSE
                   VARYING EARN-SUB-WS FROM 1 BY 1
                   UNTIL EARN-SUB-WS > EARN-COUNT-WS
               MOVE "N" TO XFR-FOUND-FLAG
               IF COURSE-ON-RECORD-FLAG = "N"
                   OR EARNED-AVERAGE-WS <
                       REQ-MIN-AVG-TBL-WS(REQ-SUB-WS)
                   PERFORM 315-CHECK-TRANSFER-CREDIT
                   IF XFR-FOUND-FLAG = "N"
                       PERFORM 316-REPORT-SHORTFALL
                   END-IF
               END-IF
           END-IF.

       316-REPORT-SHORTFALL.
           IF COURSE-ON-RECORD-FLAG = "N"
               MOVE "MISSING  "    TO SF-KIND-OUT-WS
               MOVE REQ-COURSE-TBL-WS(REQ-SUB-WS)
                   TO SF-COURSE-OUT-WS
               MOVE REQ-MIN-AVG-TBL-WS(REQ-SUB-WS)
                   TO SF-REQUIRED-OUT-WS
               MOVE ZERO TO SF-EARNED-OUT-WS
               PERFORM 306-WRITE-SHORTFALL-LINE
           ELSE
               MOVE "FAILED   " TO SF-KIND-OUT-WS
               MOVE REQ-COURSE-TBL-WS(REQ-SUB-WS)
                   TO SF-COURSE-OUT-WS
               MOVE REQ-MIN-AVG-TBL-WS(REQ-SUB-WS)
                   TO SF-REQUIRED-OUT-WS
               MOVE EARNED-AVERAGE-WS TO SF-EARNED-OUT-WS
               PERFORM 306-WRITE-SHORTFALL-LINE
           END-IF.

      *Look the student's transfer credit up for the required course
       315-CHECK-TRANSFER-CREDIT.
           IF XFERFILE-OPEN-FLAG = "Y"
               MOVE STUD-NUM-OUT TO XFR-STUD-NUM
               MOVE REQ-COURSE-TBL-WS(REQ-SUB-WS) TO XFR-COURSE-CODE
               READ TRANSFER-CREDIT-FILE
                   INVALID KEY MOVE "N" TO XFR-FOUND-FLAG
                   NOT INVALID KEY MOVE "Y" TO XFR-FOUND-FLAG
               END-READ
           END-IF.

       305-MATCH-EARNED-COURSE.
           IF EARN-CODE-WS(EARN-SUB-WS) =
               REQ-COURSE-TBL-WS(REQ-SUB-WS)
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Refuse to run from a student summary older than the
      *student file's last change
       322-CHECK-STUDENT-SUMMARY.
           MOVE "V" TO SUM-REQ-FUNCTION-WS.
           MOVE STUFILE-IN-PATH-WS TO SUM-REQ-STUFILE-PATH-WS.
           CALL 'CHECK-SUMMARY' USING SUMMARY-CHECK-REQUEST-WS.

      *Credits and average for the student line come from the
      *summary; a student it does not carry shows zeros and is
      *counted
       323-READ-STUDENT-SUMMARY.
           MOVE STUD-NUM-OUT TO SUM-STUD-NUM.
           READ STUDENT-SUMMARY-FILE
               INVALID KEY MOVE "N" TO SUMMARY-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO SUMMARY-FOUND-FLAG
           END-READ.
           IF SUMMARY-FOUND-FLAG = "Y"
               MOVE SUM-EARNED-CREDITS    TO AUD-EARNED-CR-OUT-WS
               MOVE SUM-ATTEMPTED-CREDITS TO AUD-ATTEMPTED-CR-OUT-WS
               MOVE SUM-AVERAGE           TO AUD-AVERAGE-OUT-WS
           ELSE
               MOVE ZERO TO AUD-EARNED-CR-OUT-WS
                            AUD-ATTEMPTED-CR-OUT-WS
                            AUD-AVERAGE-OUT-WS
               ADD 1 TO NOT-ON-SUMMARY-CTR-WS
           END-IF.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "GRAD-AUDIT" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               ELIGIBLE-COUNTER-WS + SHORT-COUNTER-WS.
           COMPUTE JLG-REQ-WRITTEN-WS =
               ELIGIBLE-COUNTER-WS + SHORT-COUNTER-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM GRAD-AUDIT.
