      *INCOMPLETE COMPLETES IT, AS ON THE SCREEN - AND RETURNS A
      *CONFIRMATION REGISTER PER SHEET (GRADESHEETRPT.TXT) LISTING
      *APPLIED AND REJECTED LINES WITH REASONS, LIKE THE ONE
      *STUDENT-TRANS-APPLY PRODUCES ON STUTRANSRPT.TXT. EACH LINE
      *ALSO CARRIES THE SUBMITTING INSTRUCTOR'S ID AND THE TERM THE
      *GRADES ARE FOR; A SHEET WHOSE INSTRUCTOR IS NOT ASSIGNED TO
      *THE COURSE FOR THAT TERM ON TEACHASN.TXT (SEE
      *INSTRUCTOR-MAINT) IS REFUSED WHOLE, AND A LINE FOR A STUDENT
      *WHOSE REGISTRATION IS FOR ANOTHER TERM IS REJECTED. ONCE THE
      *TERM'S GRADING DEADLINE ON THE CALENDAR HAS PASSED A SHEET
      *LINE NO LONGER OVERWRITES THE GRADE: A DIFFERENT GRADE IS
      *RECORDED AS A GRADE-CHANGE REQUEST (GRDCHG.TXT, REASON "GS",
      *REQUESTED BY THE INSTRUCTOR) FOR A SUPERVISOR TO APPROVE IN
      *COURSE-REGISTRATION, AND THE SAME GRADE AGAIN IS LISTED AS
      *UNCHANGED. EVERY GRADE APPLIED IS QUEUED THROUGH QUEUE-NOTIFY
      *SO THE NIGHTLY NOTIFY-EXTRACT RUN CAN TELL THE STUDENT A GRADE
      *HAS BEEN RELEASED - THE MARK ITSELF IS NEVER SENT OUT.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-SHEET-APPLY.
                           RECORD KEY IS REG-KEY
                               FILE STATUS IS REG-STATUS-WS.

           SELECT ASSIGNMENT-FILE
               ASSIGN TO "D:\Cobol\TEACHASN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ASN-STATUS-WS.

      *Academic calendar - the grading deadline locks a term's grades
           SELECT CALENDAR-FILE-IN
               ASSIGN TO "D:\Cobol\CALENDAR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CAL-STATUS-WS.

      *Grade-change requests waiting on a supervisor
           SELECT GRADE-CHANGE-FILE
               ASSIGN TO "D:\Cobol\GRDCHG.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS GCR-KEY
                               FILE STATUS IS GCR-STATUS-WS.

           SELECT SHEET-REGISTER
               ASSIGN TO "D:\Cobol\GRADESHEETRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           05  GS-COURSE-CODE-IN       PIC X(7).
           05  GS-STUD-NUM-IN          PIC 9(6).
           05  GS-AVERAGE-IN           PIC 9(3).
           05  GS-INSTRUCTOR-IN        PIC X(6).
           05  GS-TERM-IN              PIC X(5).

       FD  REGISTRATION-FILE.
       01  REGISTRATION-RECORD.
           05  REG-PRIOR-AVERAGE       PIC 9(3).
           05  REG-ATTEMPT             PIC 9(1).

       FD  ASSIGNMENT-FILE.
       01  ASSIGNMENT-RECORD.
           05  ASN-INSTRUCTOR-IN       PIC X(6).
           05  ASN-COURSE-CODE-IN      PIC X(7).
           05  ASN-TERM-IN             PIC X(5).

       FD  CALENDAR-FILE-IN.
       01  CALENDAR-RECORD-IN.
           05  CAL-TERM-CODE-IN        PIC X(5).
           05  CAL-START-DATE-IN       PIC X(8).
           05  CAL-END-DATE-IN         PIC X(8).
           05  CAL-DROP-DEADLINE-IN    PIC X(8).
           05  CAL-GRADE-DEADLINE-IN   PIC X(8).

      *Same layout COURSE-REGISTRATION keeps its requests in
       FD  GRADE-CHANGE-FILE.
       01  GRADE-CHANGE-RECORD.
           05  GCR-KEY.
               10  GCR-STUD-NUM        PIC 9(6).
               10  GCR-COURSE-CODE     PIC X(7).
           05  GCR-TERM                PIC X(5).
           05  GCR-OLD-AVERAGE         PIC 9(3).
           05  GCR-NEW-AVERAGE         PIC 9(3).
           05  GCR-REASON              PIC X(2).
           05  GCR-REQUESTED-BY        PIC X(8).
           05  GCR-SOURCE              PIC X(1).
           05  GCR-REQUEST-DATE        PIC X(8).
           05  GCR-REQUEST-TIME        PIC X(6).

       FD  SHEET-REGISTER.
       01  REGISTER-RECORD-OUT         PIC X(80).

       01  SHEET-HEADER-LINE-WS.
           05  FILLER                  PIC X(7)  VALUE "SHEET: ".
           05  SHT-COURSE-OUT-WS       PIC X(7).
           05  FILLER                  PIC X(14) VALUE
                   "  INSTRUCTOR: ".
           05  SHT-INSTRUCTOR-OUT-WS   PIC X(6).
           05  FILLER                  PIC X(8)  VALUE "  TERM: ".
           05  SHT-TERM-OUT-WS         PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SHT-REFUSED-OUT-WS      PIC X(24).

      *REGISTER DETAIL LINE - ONE PER GRADE-SHEET LINE
       01  REGISTER-DETAIL-LINE-WS.
           05  SHT-APPLIED-OUT-WS      PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  SHT-REJECTED-OUT-WS     PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE "  REQUESTED: ".
           05  SHT-REQUESTED-OUT-WS    PIC ZZZZ9.
           05  FILLER                  PIC X(8)  VALUE "  SAME: ".
           05  SHT-UNCHANGED-OUT-WS    PIC ZZZZ9.

       01  RUN-TOTAL-LINE-WS.
           05  FILLER                  PIC X(14) VALUE
           05  TOT-APPLIED-OUT-WS      PIC ZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED-OUT-WS     PIC ZZZZZ9.
           05  FILLER                  PIC X(13) VALUE "  REQUESTED: ".
           05  TOT-REQUESTED-OUT-WS    PIC ZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE "  SAME: ".
           05  TOT-UNCHANGED-OUT-WS    PIC ZZZZZ9.

      *TEACHING ASSIGNMENT TABLE
       COPY "ASN-TBL-STRUCTURE.CBL".

      *Sheet-break and apply work fields - a sheet is one course,
      *submitting instructor, and term
       01  APPLY-WORK-FIELDS.
           05  SHEET-STATUS-WS         PIC X(2).
           05  REG-STATUS-WS           PIC X(2).
           05  ASN-STATUS-WS           PIC X(2).
           05  CURRENT-SHEET-WS.
               10  CUR-COURSE-WS       PIC X(7)  VALUE SPACES.
               10  CUR-INSTRUCTOR-WS   PIC X(6)  VALUE SPACES.
               10  CUR-TERM-WS         PIC X(5)  VALUE SPACES.
           05  LINE-SHEET-KEY-WS.
               10  LINE-COURSE-WS      PIC X(7).
               10  LINE-INSTRUCTOR-WS  PIC X(6).
               10  LINE-TERM-WS        PIC X(5).
           05  SHEET-ASSIGNED-FLAG     PIC X(1)  VALUE "N".
           05  ASN-EOF-FLAG            PIC X(1)  VALUE "N".
           05  ASN-SUB                 PIC 9(3)  VALUE 1.
           05  ASN-COUNT-WS            PIC 9(3)  VALUE ZERO.
           05  SCRATCH-ASN-RECORD-WS   PIC X(18) VALUE SPACES.
           05  SHEET-STARTED-FLAG      PIC X(1)  VALUE "N".
           05  FOUND-FLAG              PIC X(1)  VALUE "N".

       01  APPLY-TOTALS-WS.
           05  SHEET-APPLIED-WS        PIC 9(5)  VALUE ZERO.
           05  SHEET-REJECTED-WS       PIC 9(5)  VALUE ZERO.
           05  SHEET-REQUESTED-WS      PIC 9(5)  VALUE ZERO.
           05  SHEET-UNCHANGED-WS      PIC 9(5)  VALUE ZERO.
           05  RUN-APPLIED-WS          PIC 9(6)  VALUE ZERO.
           05  RUN-REJECTED-WS         PIC 9(6)  VALUE ZERO.
           05  RUN-REQUESTED-WS        PIC 9(6)  VALUE ZERO.
           05  RUN-UNCHANGED-WS        PIC 9(6)  VALUE ZERO.

      *Academic calendar table; no calendar, or a term with no
      *grading deadline, leaves the term's grades open
       01  CALENDAR-TABLE-WS.
           05  CALENDAR-ENTRY-WS OCCURS 20 TIMES.
               10  CAL-TERM-TBL-WS     PIC X(5).
               10  CAL-START-TBL-WS    PIC X(8).
               10  CAL-END-TBL-WS      PIC X(8).
               10  CAL-DROP-TBL-WS     PIC X(8).
               10  CAL-GRADE-TBL-WS    PIC X(8).

      *Grade-lock work fields; the request file is created the
      *first time a locked grade is asked to change
       01  GRADE-LOCK-FIELDS.
           05  CAL-STATUS-WS           PIC X(2).
           05  GCR-STATUS-WS           PIC X(2).
           05  CAL-EOF-FLAG            PIC X(1)  VALUE "N".
           05  CAL-SUB                 PIC 9(2)  VALUE ZERO.
           05  CAL-COUNT-WS            PIC 9(2)  VALUE ZERO.
           05  CAL-MATCH-SUB-WS        PIC 9(2)  VALUE ZERO.
           05  GRDCHG-OPEN-FLAG        PIC X(1)  VALUE "N".
           05  GRADES-LOCKED-FLAG      PIC X(1)  VALUE "N".
           05  TODAY-DATE-WS           PIC X(8)  VALUE SPACES.
       01  GCR-TIMESTAMP-WS.
           05  GCR-TS-DATE-WS          PIC X(8).
           05  GCR-TS-TIME-WS          PIC X(6).

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Student notification request
       COPY "NTF-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *APPLY THE FACULTY GRADE SHEETS TO THE REGISTRATION FILE
       100-APPLY-GRADE-SHEETS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 201-INITIATE-APPLY.
           PERFORM 202-APPLY-ONE-LINE UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-APPLY.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-APPLY.
               DISPLAY "NO GRADE SHEET FILE ON DISK"
               MOVE "YES" TO EOF-FLAG
           END-IF.
           PERFORM 307-LOAD-ASSIGNMENT-TABLE.
           PERFORM 309-LOAD-CALENDAR-TABLE.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
           OPEN I-O    REGISTRATION-FILE.
           OPEN I-O GRADE-CHANGE-FILE.
           IF GCR-STATUS-WS = "35"
               OPEN OUTPUT GRADE-CHANGE-FILE
               CLOSE GRADE-CHANGE-FILE
               OPEN I-O GRADE-CHANGE-FILE
           END-IF.
           IF GCR-STATUS-WS = "00"
               MOVE "Y" TO GRDCHG-OPEN-FLAG
           END-IF.
           OPEN OUTPUT SHEET-REGISTER.
           WRITE REGISTER-RECORD-OUT FROM PAGE-HEADER-WS.
           IF EOF-FLAG NOT = "YES"
       301-READ-SHEET-LINE.
           READ GRADE-SHEET-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

      *A change of course, instructor, or term closes the sheet in
      *hand and opens the next one on the register; the new sheet's
      *instructor must hold the course for the term
       202-APPLY-ONE-LINE.
           MOVE GS-COURSE-CODE-IN TO LINE-COURSE-WS.
           MOVE GS-INSTRUCTOR-IN  TO LINE-INSTRUCTOR-WS.
           MOVE GS-TERM-IN        TO LINE-TERM-WS.
           IF SHEET-STARTED-FLAG = "N"
               OR LINE-SHEET-KEY-WS NOT = CURRENT-SHEET-WS
               IF SHEET-STARTED-FLAG = "Y"
                   PERFORM 303-WRITE-SHEET-TOTALS
               END-IF
               MOVE LINE-SHEET-KEY-WS TO CURRENT-SHEET-WS
               MOVE "Y" TO SHEET-STARTED-FLAG
               MOVE "N" TO SHEET-ASSIGNED-FLAG
               PERFORM 401-MATCH-ASSIGNMENT
                   VARYING ASN-SUB FROM 1 BY 1
                   UNTIL ASN-SUB > ASN-COUNT-WS
                       OR SHEET-ASSIGNED-FLAG = "Y"
               MOVE CUR-COURSE-WS     TO SHT-COURSE-OUT-WS
               MOVE CUR-INSTRUCTOR-WS TO SHT-INSTRUCTOR-OUT-WS
               MOVE CUR-TERM-WS       TO SHT-TERM-OUT-WS
               IF SHEET-ASSIGNED-FLAG = "Y"
                   MOVE SPACES TO SHT-REFUSED-OUT-WS
               ELSE
                   MOVE "NOT ASSIGNED - REFUSED" TO SHT-REFUSED-OUT-WS
               END-IF
               WRITE REGISTER-RECORD-OUT FROM SHEET-HEADER-LINE-WS
                   AFTER ADVANCING 2 LINES
           END-IF.
           END-IF.
           MOVE RUN-APPLIED-WS  TO TOT-APPLIED-OUT-WS.
           MOVE RUN-REJECTED-WS TO TOT-REJECTED-OUT-WS.
           MOVE RUN-REQUESTED-WS TO TOT-REQUESTED-OUT-WS.
           MOVE RUN-UNCHANGED-WS TO TOT-UNCHANGED-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM RUN-TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           DISPLAY "GRADES APPLIED: " RUN-APPLIED-WS.
           DISPLAY "LINES REJECTED: " RUN-REJECTED-WS.
           DISPLAY "CHANGES SENT FOR APPROVAL: " RUN-REQUESTED-WS.
           CLOSE GRADE-SHEET-FILE
                 REGISTRATION-FILE
                 SHEET-REGISTER.
           IF GRDCHG-OPEN-FLAG = "Y"
               CLOSE GRADE-CHANGE-FILE
           END-IF.
           MOVE "C" TO NTF-REQ-FUNCTION-WS.
           CALL 'QUEUE-NOTIFY' USING NOTIFY-REQUEST-WS.

      *One line, validated the way the G transaction validates:
      *average numeric and in range, and the student registered in
      *the sheet's course - every line of a refused sheet is rejected
       302-APPLY-SHEET-GRADE.
           EVALUATE TRUE
               WHEN SHEET-ASSIGNED-FLAG NOT = "Y"
                   MOVE "INSTRUCTOR NOT ASSIGNED" TO REG-REASON-OUT-WS
                   PERFORM 305-WRITE-REJECTED-LINE
               WHEN GS-AVERAGE-IN IS NOT NUMERIC
                   MOVE "AVERAGE NOT NUMERIC" TO REG-REASON-OUT-WS
                   PERFORM 305-WRITE-REJECTED-LINE
               INVALID KEY MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO FOUND-FLAG
           END-READ.
           EVALUATE TRUE
               WHEN FOUND-FLAG = "N"
                   MOVE "NOT REGISTERED IN COURSE" TO REG-REASON-OUT-WS
                   PERFORM 305-WRITE-REJECTED-LINE
               WHEN REG-TERM NOT = GS-TERM-IN
                   MOVE "REGISTERED IN ANOTHER TERM"
                       TO REG-REASON-OUT-WS
                   PERFORM 305-WRITE-REJECTED-LINE
               WHEN OTHER
                   PERFORM 311-TEST-GRADE-LOCK
                   IF GRADES-LOCKED-FLAG = "Y"
                       PERFORM 312-REQUEST-LOCKED-CHANGE
                   ELSE
                       MOVE GS-AVERAGE-IN TO REG-AVERAGE
      *A grade arriving for an incomplete completes it, the same
      *way the online G transaction does
                       IF REG-STATUS = "I"
                           MOVE "R" TO REG-STATUS
                       END-IF
                       REWRITE REGISTRATION-RECORD
                       PERFORM 306-WRITE-APPLIED-LINE
                       PERFORM 315-QUEUE-GRADE-NOTICE
                   END-IF
           END-EVALUATE.

       305-WRITE-REJECTED-LINE.
           MOVE GS-STUD-NUM-IN TO REG-STUD-NUM-OUT-WS.
       303-WRITE-SHEET-TOTALS.
           MOVE SHEET-APPLIED-WS  TO SHT-APPLIED-OUT-WS.
           MOVE SHEET-REJECTED-WS TO SHT-REJECTED-OUT-WS.
           MOVE SHEET-REQUESTED-WS TO SHT-REQUESTED-OUT-WS.
           MOVE SHEET-UNCHANGED-WS TO SHT-UNCHANGED-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM SHEET-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE ZERO TO SHEET-APPLIED-WS.
           MOVE ZERO TO SHEET-REJECTED-WS.
           MOVE ZERO TO SHEET-REQUESTED-WS.
           MOVE ZERO TO SHEET-UNCHANGED-WS.

      *Load the teaching assignments. With no assignment file every
      *sheet is refused - grades from an unknown submitter are the
      *gap this check closes. A full table takes one confirming read
      *into a scratch area; past the table, an assignment that did
      *not load refuses its sheet rather than letting one through.
       307-LOAD-ASSIGNMENT-TABLE.
           OPEN INPUT ASSIGNMENT-FILE.
           IF ASN-STATUS-WS NOT = "00"
               DISPLAY "NO TEACHING ASSIGNMENT FILE - EVERY SHEET "
                   "WILL BE REFUSED (SEE INSTRUCTOR-MAINT)"
           ELSE
               PERFORM 308-LOAD-ONE-ASSIGNMENT
                   UNTIL ASN-EOF-FLAG = "Y" OR ASN-COUNT-WS >= 500
               IF ASN-EOF-FLAG NOT = "Y"
                   READ ASSIGNMENT-FILE INTO SCRATCH-ASN-RECORD-WS
                       AT END MOVE "Y" TO ASN-EOF-FLAG
                   END-READ
               END-IF
               IF ASN-EOF-FLAG NOT = "Y"
                   DISPLAY "WARNING: TEACHASN.TXT HAS MORE THAN 500 "
                       "ENTRIES - SOME ASSIGNMENTS WERE NOT LOADED"
               END-IF
               CLOSE ASSIGNMENT-FILE
           END-IF.

       308-LOAD-ONE-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END MOVE "Y" TO ASN-EOF-FLAG
               NOT AT END
                   ADD 1 TO ASN-COUNT-WS
                   MOVE ASSIGNMENT-RECORD
                       TO ASSIGNMENT-TBL-RTN(ASN-COUNT-WS)
           END-READ.

      *Load the academic calendar for the grading deadlines
       309-LOAD-CALENDAR-TABLE.
           OPEN INPUT CALENDAR-FILE-IN.
           IF CAL-STATUS-WS = "00"
               PERFORM 310-LOAD-ONE-CALENDAR-ENTRY
                   UNTIL CAL-EOF-FLAG = "Y" OR CAL-COUNT-WS >= 20
               CLOSE CALENDAR-FILE-IN
           END-IF.

       310-LOAD-ONE-CALENDAR-ENTRY.
           READ CALENDAR-FILE-IN
               AT END MOVE "Y" TO CAL-EOF-FLAG
               NOT AT END
                   ADD 1 TO CAL-COUNT-WS
                   MOVE CALENDAR-RECORD-IN
                       TO CALENDAR-ENTRY-WS(CAL-COUNT-WS)
           END-READ.

      *A term's grades lock the day after its grading deadline
       311-TEST-GRADE-LOCK.
           MOVE "N" TO GRADES-LOCKED-FLAG.
           MOVE ZERO TO CAL-MATCH-SUB-WS.
           PERFORM 402-MATCH-CALENDAR-TERM
               VARYING CAL-SUB FROM 1 BY 1
               UNTIL CAL-SUB > CAL-COUNT-WS OR CAL-MATCH-SUB-WS > ZERO.
           IF CAL-MATCH-SUB-WS > ZERO
               IF CAL-GRADE-TBL-WS(CAL-MATCH-SUB-WS) NOT = SPACES
                   AND TODAY-DATE-WS >
                       CAL-GRADE-TBL-WS(CAL-MATCH-SUB-WS)
                   MOVE "Y" TO GRADES-LOCKED-FLAG
               END-IF
           END-IF.

      *A locked grade is not overwritten: the same grade again is
      *no change, and a different one waits for a supervisor as a
      *request from the sheet's instructor - unless one is already
      *waiting on the registration
       312-REQUEST-LOCKED-CHANGE.
           MOVE GS-STUD-NUM-IN    TO GCR-STUD-NUM.
           MOVE GS-COURSE-CODE-IN TO GCR-COURSE-CODE.
           EVALUATE TRUE
               WHEN GS-AVERAGE-IN = REG-AVERAGE
                   AND REG-STATUS NOT = "I"
                   PERFORM 313-WRITE-UNCHANGED-LINE
               WHEN GRDCHG-OPEN-FLAG NOT = "Y"
                   MOVE "LOCKED - NO GRADE-CHANGE FILE"
                       TO REG-REASON-OUT-WS
                   PERFORM 305-WRITE-REJECTED-LINE
               WHEN OTHER
                   READ GRADE-CHANGE-FILE
                       INVALID KEY
                           PERFORM 314-WRITE-GRADE-CHANGE
                       NOT INVALID KEY
                           MOVE "LOCKED - CHANGE ALREADY WAITING"
                               TO REG-REASON-OUT-WS
                           PERFORM 305-WRITE-REJECTED-LINE
                   END-READ
           END-EVALUATE.

       313-WRITE-UNCHANGED-LINE.
           MOVE GS-STUD-NUM-IN TO REG-STUD-NUM-OUT-WS.
           MOVE GS-AVERAGE-IN  TO REG-AVERAGE-OUT-WS.
           MOVE "UNCHANGED"    TO REG-DISPOSITION-OUT-WS.
           MOVE "GRADES LOCKED - SAME GRADE" TO REG-REASON-OUT-WS.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO SHEET-UNCHANGED-WS.
           ADD 1 TO RUN-UNCHANGED-WS.

       314-WRITE-GRADE-CHANGE.
           ACCEPT GCR-TS-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT GCR-TS-TIME-WS FROM TIME.
           MOVE GS-STUD-NUM-IN    TO GCR-STUD-NUM.
           MOVE GS-COURSE-CODE-IN TO GCR-COURSE-CODE.
           MOVE REG-TERM          TO GCR-TERM.
           MOVE REG-AVERAGE       TO GCR-OLD-AVERAGE.
           MOVE GS-AVERAGE-IN     TO GCR-NEW-AVERAGE.
           MOVE "GS"              TO GCR-REASON.
           MOVE GS-INSTRUCTOR-IN  TO GCR-REQUESTED-BY.
           MOVE "G"               TO GCR-SOURCE.
           MOVE GCR-TS-DATE-WS    TO GCR-REQUEST-DATE.
           MOVE GCR-TS-TIME-WS    TO GCR-REQUEST-TIME.
           WRITE GRADE-CHANGE-RECORD
               INVALID KEY
                   MOVE "LOCKED - CHANGE ALREADY WAITING"
                       TO REG-REASON-OUT-WS
                   PERFORM 305-WRITE-REJECTED-LINE
               NOT INVALID KEY
                   MOVE GS-STUD-NUM-IN TO REG-STUD-NUM-OUT-WS
                   MOVE GS-AVERAGE-IN  TO REG-AVERAGE-OUT-WS
                   MOVE "REQUESTED"    TO REG-DISPOSITION-OUT-WS
                   MOVE "GRADES LOCKED - FOR APPROVAL"
                       TO REG-REASON-OUT-WS
                   WRITE REGISTER-RECORD-OUT
                       FROM REGISTER-DETAIL-LINE-WS
                       AFTER ADVANCING 1 LINES
                   ADD 1 TO SHEET-REQUESTED-WS
                   ADD 1 TO RUN-REQUESTED-WS
           END-WRITE.

      *Queue the grade release for the student's email/text; only
      *the course and term go out, never the mark
       315-QUEUE-GRADE-NOTICE.
           MOVE "Q"               TO NTF-REQ-FUNCTION-WS.
           MOVE GS-STUD-NUM-IN    TO NTF-REQ-STUD-NUM-WS.
           MOVE "GR"              TO NTF-REQ-EVENT-WS.
           MOVE ZERO              TO NTF-REQ-AMOUNT-WS
                                     NTF-REQ-BALANCE-WS.
           MOVE GS-COURSE-CODE-IN TO NTF-REQ-COURSE-WS.
           MOVE GS-TERM-IN        TO NTF-REQ-DETAIL-WS.
           MOVE "GRADESHT"        TO NTF-REQ-PROGRAM-WS.
           CALL 'QUEUE-NOTIFY' USING NOTIFY-REQUEST-WS.

       401-MATCH-ASSIGNMENT.
           IF ASN-INSTRUCTOR-TBL-WS(ASN-SUB) = CUR-INSTRUCTOR-WS
               AND ASN-COURSE-TBL-WS(ASN-SUB) = CUR-COURSE-WS
               AND ASN-TERM-TBL-WS(ASN-SUB) = CUR-TERM-WS
               MOVE "Y" TO SHEET-ASSIGNED-FLAG
           END-IF.

       402-MATCH-CALENDAR-TERM.
           IF CAL-TERM-TBL-WS(CAL-SUB) = REG-TERM
               MOVE CAL-SUB TO CAL-MATCH-SUB-WS
           END-IF.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "GRADE-SHEET-APPLY" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-WRITTEN-WS =
               RUN-APPLIED-WS + RUN-REQUESTED-WS.
           MOVE RUN-REJECTED-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM GRADE-SHEET-APPLY.
