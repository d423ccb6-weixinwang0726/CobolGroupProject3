      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *GRADE-CHANGE LISTING. LISTS EVERY GRADE CHANGE FOR A TERM,
      *BY STUDENT AND COURSE: THE CHANGES APPROVED OR REJECTED ON
      *THE GRADE-CHANGE HISTORY (GRDHIST.TXT) AND THOSE STILL
      *WAITING FOR A SUPERVISOR ON GRDCHG.TXT, WITH THE OLD AND NEW
      *GRADE, REASON, REQUESTER AND WHO DECIDED. A STUDENT WITH AN
      *APPROVED CHANGE IS FLAGGED FOR A RERUN OF ACADEMIC-STANDING
      *AND OF AWARD-POSTING WHEN THAT PROGRAM'S LATEST COMPLETED RUN
      *ON THE JOB-RUN LOG (JOBRUNLOG.TXT) STARTED BEFORE THE CHANGE
      *WAS APPROVED - THE STANDING OR AWARD ON FILE WAS WORKED OUT
      *FROM THE OLD GRADE. A PROGRAM THAT HAS NOT RUN YET WILL PICK
      *UP THE NEW GRADE WHEN IT DOES, SO IT RAISES NO FLAG. THE
      *LISTING GOES TO GRDCHGRPT.TXT.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-CHANGE-LIST.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE-IN
               ASSIGN TO "D:\Cobol\CALENDAR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CAL-STATUS-WS.

           SELECT GRADE-HISTORY-FILE
               ASSIGN TO "D:\Cobol\GRDHIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS GHS-STATUS-WS.

           SELECT GRADE-CHANGE-FILE
               ASSIGN TO "D:\Cobol\GRDCHG.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS GCR-KEY
                               FILE STATUS IS GCR-STATUS-WS.

           SELECT JOB-LOG-FILE
               ASSIGN TO "D:\Cobol\JOBRUNLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS JOB-LOG-STATUS-WS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWK13".

           SELECT GRADE-CHANGE-REPORT
               ASSIGN TO "D:\Cobol\GRDCHGRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE-IN.
       01  CALENDAR-RECORD-IN.
           05  CAL-TERM-CODE-IN        PIC X(5).
           05  CAL-START-DATE-IN       PIC X(8).
           05  CAL-END-DATE-IN         PIC X(8).
           05  CAL-DROP-DEADLINE-IN    PIC X(8).
           05  CAL-GRADE-DEADLINE-IN   PIC X(8).

      *Same layout COURSE-REGISTRATION appends: the request as
      *decided, then the decision
       FD  GRADE-HISTORY-FILE.
       01  GRADE-HISTORY-RECORD.
           05  GHS-STUD-NUM            PIC 9(6).
           05  GHS-COURSE-CODE         PIC X(7).
           05  GHS-TERM                PIC X(5).
           05  GHS-OLD-AVERAGE         PIC 9(3).
           05  GHS-NEW-AVERAGE         PIC 9(3).
           05  GHS-REASON              PIC X(2).
           05  GHS-REQUESTED-BY        PIC X(8).
           05  GHS-SOURCE              PIC X(1).
           05  GHS-REQUEST-STAMP       PIC X(14).
           05  GHS-DECISION            PIC X(1).
           05  GHS-DECIDED-BY          PIC X(8).
           05  GHS-DECISION-STAMP      PIC X(14).

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
           05  GCR-REQUEST-STAMP       PIC X(14).

      *Same layout JOB-RUN-LOG writes
       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD.
           05  JLG-RECORD-TYPE         PIC X(1).
           05  JLG-PROGRAM             PIC X(24).
           05  JLG-START-STAMP         PIC X(14).
           05  JLG-END-DATE            PIC X(8).
           05  JLG-END-TIME            PIC X(6).
           05  JLG-RECORDS-READ        PIC 9(7).
           05  JLG-RECORDS-WRITTEN     PIC 9(7).
           05  JLG-RECORDS-REJECTED    PIC 9(7).
           05  JLG-ENDING              PIC X(1).
           05  JLG-COND-CODE           PIC 9(4).

      *One change per sort record; "P" marks one still waiting
       SD  SORT-WORK-FILE.
       01  SORT-RECORD-WS.
           05  SORT-STUD-NUM-WS        PIC 9(6).
           05  SORT-COURSE-CODE-WS     PIC X(7).
           05  SORT-REQUEST-STAMP-WS   PIC X(14).
           05  SORT-OLD-AVERAGE-WS     PIC 9(3).
           05  SORT-NEW-AVERAGE-WS     PIC 9(3).
           05  SORT-REASON-WS          PIC X(2).
           05  SORT-REQUESTED-BY-WS    PIC X(8).
           05  SORT-DECISION-WS        PIC X(1).
           05  SORT-DECIDED-BY-WS      PIC X(8).
           05  SORT-DECISION-STAMP-WS  PIC X(14).

       FD  GRADE-CHANGE-REPORT.
       01  GRADE-CHANGE-RECORD-OUT     PIC X(100).

       WORKING-STORAGE SECTION.
      *LISTING HEADINGS
       01  PAGE-HEADER-WS.
           05  FILLER  PIC X(23) VALUE "GRADE CHANGES FOR TERM ".
           05  HDR-TERM-OUT-WS         PIC X(5).

       01  COLUMN-HEADER-WS.
           05  FILLER  PIC X(8)  VALUE "STUDENT".
           05  FILLER  PIC X(9)  VALUE "COURSE".
           05  FILLER  PIC X(5)  VALUE "OLD".
           05  FILLER  PIC X(5)  VALUE "NEW".
           05  FILLER  PIC X(4)  VALUE "RSN".
           05  FILLER  PIC X(10) VALUE "REQ BY".
           05  FILLER  PIC X(10) VALUE "REQUESTED".
           05  FILLER  PIC X(10) VALUE "DECISION".
           05  FILLER  PIC X(10) VALUE "BY".
           05  FILLER  PIC X(8)  VALUE "DECIDED".

      *One line per change
       01  DETAIL-LINE-WS.
           05  DTL-STUD-NUM-OUT-WS     PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-COURSE-OUT-WS       PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-OLD-OUT-WS          PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-NEW-OUT-WS          PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-REASON-OUT-WS       PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-REQUESTED-BY-OUT-WS PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-REQUEST-DATE-OUT-WS PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-DECISION-OUT-WS     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-DECIDED-BY-OUT-WS   PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-DECISION-DATE-OUT-WS PIC X(8).

      *Rerun flag written under a student's changes
       01  RERUN-LINE-WS.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "** RERUN: ".
           05  RRN-PROGRAM-OUT-WS      PIC X(24).
           05  FILLER                  PIC X(17) VALUE
                   "LAST RUN STARTED ".
           05  RRN-RUN-DATE-OUT-WS     PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RRN-RUN-TIME-OUT-WS     PIC X(6).
           05  FILLER                  PIC X(20) VALUE
                   " - BEFORE APPROVAL".

       01  TOTAL-LINE-WS.
           05  TOT-LABEL-OUT-WS        PIC X(36).
           05  TOT-COUNT-OUT-WS        PIC ZZZZZ9.

      *Listing work fields
       01  LIST-WORK-FIELDS.
           05  CAL-STATUS-WS           PIC X(2).
           05  GHS-STATUS-WS           PIC X(2).
           05  GCR-STATUS-WS           PIC X(2).
           05  JOB-LOG-STATUS-WS       PIC X(2).
           05  CAL-EOF-FLAG            PIC X(1)  VALUE "N".
           05  GHS-EOF-FLAG            PIC X(1)  VALUE "N".
           05  GCR-EOF-FLAG            PIC X(1)  VALUE "N".
           05  LOG-EOF-FLAG            PIC X(1)  VALUE "N".
           05  EOF-SORT-FLAG           PIC X(3)  VALUE "NO ".
           05  TERM-ON-CALENDAR-FLAG   PIC X(1)  VALUE "N".
           05  RUN-TERM-CODE-WS        PIC X(5)  VALUE SPACES.
           05  BREAK-STARTED-FLAG      PIC X(1)  VALUE "N".
           05  BREAK-STUD-NUM-WS       PIC 9(6)  VALUE ZERO.
           05  BREAK-APPROVAL-STAMP-WS PIC X(14) VALUE SPACES.
           05  STANDING-RUN-STAMP-WS   PIC X(14) VALUE SPACES.
           05  AWARD-RUN-STAMP-WS      PIC X(14) VALUE SPACES.
           05  APPROVED-COUNTER-WS     PIC 9(6)  VALUE ZERO.
           05  REJECTED-COUNTER-WS     PIC 9(6)  VALUE ZERO.
           05  WAITING-COUNTER-WS      PIC 9(6)  VALUE ZERO.
           05  STANDING-FLAGGED-WS     PIC 9(6)  VALUE ZERO.
           05  AWARD-FLAGGED-WS        PIC 9(6)  VALUE ZERO.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *LIST THE TERM'S GRADE CHANGES AND THE RERUNS THEY CALL FOR
       100-LIST-GRADE-CHANGES.
           PERFORM 390-LOG-JOB-START.
           PERFORM 201-INITIATE-LISTING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUD-NUM-WS
               ON ASCENDING KEY SORT-COURSE-CODE-WS
               ON ASCENDING KEY SORT-REQUEST-STAMP-WS
               INPUT PROCEDURE IS 301-LOAD-TERM-CHANGES
               OUTPUT PROCEDURE IS 302-PRINT-CHANGES.
           PERFORM 203-TERMINATE-LISTING.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *The keyed term must be on the calendar; a term that is not
      *refuses the run
       201-INITIATE-LISTING.
           DISPLAY "ENTER TERM CODE TO LIST (E.G. 2026F): ".
           ACCEPT RUN-TERM-CODE-WS.
           PERFORM 303-CHECK-TERM-ON-CALENDAR.
           IF TERM-ON-CALENDAR-FLAG NOT = "Y"
               DISPLAY "GRADE-CHANGE LISTING REFUSED - TERM "
                   RUN-TERM-CODE-WS
                   " IS NOT ON THE ACADEMIC CALENDAR "
                   "(SEE CALENDAR-MAINT)"
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 305-LOAD-LATEST-RUNS.
           OPEN OUTPUT GRADE-CHANGE-REPORT.
           MOVE RUN-TERM-CODE-WS TO HDR-TERM-OUT-WS.
           WRITE GRADE-CHANGE-RECORD-OUT FROM PAGE-HEADER-WS.
           WRITE GRADE-CHANGE-RECORD-OUT FROM COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.

       203-TERMINATE-LISTING.
           MOVE "CHANGES APPROVED" TO TOT-LABEL-OUT-WS.
           MOVE APPROVED-COUNTER-WS TO TOT-COUNT-OUT-WS.
           WRITE GRADE-CHANGE-RECORD-OUT FROM TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE "CHANGES REJECTED" TO TOT-LABEL-OUT-WS.
           MOVE REJECTED-COUNTER-WS TO TOT-COUNT-OUT-WS.
           WRITE GRADE-CHANGE-RECORD-OUT FROM TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "CHANGES WAITING FOR APPROVAL" TO TOT-LABEL-OUT-WS.
           MOVE WAITING-COUNTER-WS TO TOT-COUNT-OUT-WS.
           WRITE GRADE-CHANGE-RECORD-OUT FROM TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "STUDENTS FLAGGED - ACADEMIC STANDING"
               TO TOT-LABEL-OUT-WS.
           MOVE STANDING-FLAGGED-WS TO TOT-COUNT-OUT-WS.
           WRITE GRADE-CHANGE-RECORD-OUT FROM TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE "STUDENTS FLAGGED - AWARDS" TO TOT-LABEL-OUT-WS.
           MOVE AWARD-FLAGGED-WS TO TOT-COUNT-OUT-WS.
           WRITE GRADE-CHANGE-RECORD-OUT FROM TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           CLOSE GRADE-CHANGE-REPORT.
           DISPLAY "GRADE CHANGES APPROVED: " APPROVED-COUNTER-WS.
           DISPLAY "GRADE CHANGES REJECTED: " REJECTED-COUNTER-WS.
           DISPLAY "GRADE CHANGES WAITING: " WAITING-COUNTER-WS.
           DISPLAY "STANDING RERUNS FLAGGED: " STANDING-FLAGGED-WS.
           DISPLAY "AWARD RERUNS FLAGGED: " AWARD-FLAGGED-WS.

      *SORT input procedure: the term's decided changes, then the
      *ones still waiting; either file may not exist yet
       301-LOAD-TERM-CHANGES.
           OPEN INPUT GRADE-HISTORY-FILE.
           IF GHS-STATUS-WS = "00"
               PERFORM 307-RELEASE-ONE-DECIDED
                   UNTIL GHS-EOF-FLAG = "Y"
               CLOSE GRADE-HISTORY-FILE
           END-IF.
           OPEN INPUT GRADE-CHANGE-FILE.
           IF GCR-STATUS-WS = "00"
               PERFORM 308-RELEASE-ONE-WAITING
                   UNTIL GCR-EOF-FLAG = "Y"
               CLOSE GRADE-CHANGE-FILE
           END-IF.

      *SORT output procedure: a student break closes the student's
      *changes with any rerun flags
       302-PRINT-CHANGES.
           PERFORM 309-RETURN-SORT-RECORD.
           PERFORM 310-PRINT-ONE-CHANGE UNTIL EOF-SORT-FLAG = "YES".
           IF BREAK-STARTED-FLAG = "Y"
               PERFORM 311-CLOSE-ONE-STUDENT
           END-IF.

       303-CHECK-TERM-ON-CALENDAR.
           OPEN INPUT CALENDAR-FILE-IN.
           IF CAL-STATUS-WS = "00"
               PERFORM 304-CHECK-ONE-CALENDAR-ENTRY
                   UNTIL CAL-EOF-FLAG = "Y"
                       OR TERM-ON-CALENDAR-FLAG = "Y"
               CLOSE CALENDAR-FILE-IN
           END-IF.

       304-CHECK-ONE-CALENDAR-ENTRY.
           READ CALENDAR-FILE-IN
               AT END MOVE "Y" TO CAL-EOF-FLAG
               NOT AT END
                   IF CAL-TERM-CODE-IN = RUN-TERM-CODE-WS
                       MOVE "Y" TO TERM-ON-CALENDAR-FLAG
                   END-IF
           END-READ.

      *The start of the latest run of each rerun candidate that
      *ended normally; a refused or abended run changed nothing
       305-LOAD-LATEST-RUNS.
           OPEN INPUT JOB-LOG-FILE.
           IF JOB-LOG-STATUS-WS = "00"
               PERFORM 306-CHECK-ONE-LOG-RECORD
                   UNTIL LOG-EOF-FLAG = "Y"
               CLOSE JOB-LOG-FILE
           END-IF.

       306-CHECK-ONE-LOG-RECORD.
           READ JOB-LOG-FILE
               AT END MOVE "Y" TO LOG-EOF-FLAG
               NOT AT END
                   IF JLG-RECORD-TYPE = "E" AND JLG-ENDING = "N"
                       EVALUATE JLG-PROGRAM
                           WHEN "ACADEMIC-STANDING"
                               IF JLG-START-STAMP
                                       > STANDING-RUN-STAMP-WS
                                   MOVE JLG-START-STAMP
                                       TO STANDING-RUN-STAMP-WS
                               END-IF
                           WHEN "AWARD-POSTING"
                               IF JLG-START-STAMP > AWARD-RUN-STAMP-WS
                                   MOVE JLG-START-STAMP
                                       TO AWARD-RUN-STAMP-WS
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

       307-RELEASE-ONE-DECIDED.
           READ GRADE-HISTORY-FILE
               AT END MOVE "Y" TO GHS-EOF-FLAG
               NOT AT END
                   ADD 1 TO JLG-REQ-READ-WS
                   IF GHS-TERM = RUN-TERM-CODE-WS
                       MOVE GHS-STUD-NUM       TO SORT-STUD-NUM-WS
                       MOVE GHS-COURSE-CODE    TO SORT-COURSE-CODE-WS
                       MOVE GHS-REQUEST-STAMP  TO SORT-REQUEST-STAMP-WS
                       MOVE GHS-OLD-AVERAGE    TO SORT-OLD-AVERAGE-WS
                       MOVE GHS-NEW-AVERAGE    TO SORT-NEW-AVERAGE-WS
                       MOVE GHS-REASON         TO SORT-REASON-WS
                       MOVE GHS-REQUESTED-BY   TO SORT-REQUESTED-BY-WS
                       MOVE GHS-DECISION       TO SORT-DECISION-WS
                       MOVE GHS-DECIDED-BY     TO SORT-DECIDED-BY-WS
                       MOVE GHS-DECISION-STAMP TO SORT-DECISION-STAMP-WS
                       RELEASE SORT-RECORD-WS
                   END-IF
           END-READ.

       308-RELEASE-ONE-WAITING.
           READ GRADE-CHANGE-FILE NEXT RECORD
               AT END MOVE "Y" TO GCR-EOF-FLAG
               NOT AT END
                   ADD 1 TO JLG-REQ-READ-WS
                   IF GCR-TERM = RUN-TERM-CODE-WS
                       MOVE GCR-STUD-NUM       TO SORT-STUD-NUM-WS
                       MOVE GCR-COURSE-CODE    TO SORT-COURSE-CODE-WS
                       MOVE GCR-REQUEST-STAMP  TO SORT-REQUEST-STAMP-WS
                       MOVE GCR-OLD-AVERAGE    TO SORT-OLD-AVERAGE-WS
                       MOVE GCR-NEW-AVERAGE    TO SORT-NEW-AVERAGE-WS
                       MOVE GCR-REASON         TO SORT-REASON-WS
                       MOVE GCR-REQUESTED-BY   TO SORT-REQUESTED-BY-WS
                       MOVE "P"                TO SORT-DECISION-WS
                       MOVE SPACES             TO SORT-DECIDED-BY-WS
                                                  SORT-DECISION-STAMP-WS
                       RELEASE SORT-RECORD-WS
                   END-IF
           END-READ.

       309-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO EOF-SORT-FLAG
           END-RETURN.

      *The latest approval for the student is what the last runs of
      *ACADEMIC-STANDING and AWARD-POSTING are compared against
       310-PRINT-ONE-CHANGE.
           IF BREAK-STARTED-FLAG = "Y"
               AND SORT-STUD-NUM-WS NOT = BREAK-STUD-NUM-WS
               PERFORM 311-CLOSE-ONE-STUDENT
           END-IF.
           IF BREAK-STARTED-FLAG = "N"
               MOVE "Y" TO BREAK-STARTED-FLAG
               MOVE SORT-STUD-NUM-WS TO BREAK-STUD-NUM-WS
               MOVE SPACES TO BREAK-APPROVAL-STAMP-WS
           END-IF.
           MOVE SORT-STUD-NUM-WS      TO DTL-STUD-NUM-OUT-WS.
           MOVE SORT-COURSE-CODE-WS   TO DTL-COURSE-OUT-WS.
           MOVE SORT-OLD-AVERAGE-WS   TO DTL-OLD-OUT-WS.
           MOVE SORT-NEW-AVERAGE-WS   TO DTL-NEW-OUT-WS.
           MOVE SORT-REASON-WS        TO DTL-REASON-OUT-WS.
           MOVE SORT-REQUESTED-BY-WS  TO DTL-REQUESTED-BY-OUT-WS.
           MOVE SORT-REQUEST-STAMP-WS(1:8) TO DTL-REQUEST-DATE-OUT-WS.
           MOVE SORT-DECIDED-BY-WS    TO DTL-DECIDED-BY-OUT-WS.
           MOVE SORT-DECISION-STAMP-WS(1:8)
               TO DTL-DECISION-DATE-OUT-WS.
           EVALUATE SORT-DECISION-WS
               WHEN "A"
                   MOVE "APPROVED" TO DTL-DECISION-OUT-WS
                   ADD 1 TO APPROVED-COUNTER-WS
                   IF SORT-DECISION-STAMP-WS > BREAK-APPROVAL-STAMP-WS
                       MOVE SORT-DECISION-STAMP-WS
                           TO BREAK-APPROVAL-STAMP-WS
                   END-IF
               WHEN "R"
                   MOVE "REJECTED" TO DTL-DECISION-OUT-WS
                   ADD 1 TO REJECTED-COUNTER-WS
               WHEN OTHER
                   MOVE "WAITING"  TO DTL-DECISION-OUT-WS
                   ADD 1 TO WAITING-COUNTER-WS
           END-EVALUATE.
           WRITE GRADE-CHANGE-RECORD-OUT FROM DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.
           ADD 1 TO JLG-REQ-WRITTEN-WS.
           PERFORM 309-RETURN-SORT-RECORD.

      *A program that last ran before the student's latest approval
      *worked from the old grade
       311-CLOSE-ONE-STUDENT.
           IF BREAK-APPROVAL-STAMP-WS NOT = SPACES
               IF STANDING-RUN-STAMP-WS NOT = SPACES
                   AND STANDING-RUN-STAMP-WS < BREAK-APPROVAL-STAMP-WS
                   MOVE "ACADEMIC-STANDING" TO RRN-PROGRAM-OUT-WS
                   MOVE STANDING-RUN-STAMP-WS(1:8)
                       TO RRN-RUN-DATE-OUT-WS
                   MOVE STANDING-RUN-STAMP-WS(9:6)
                       TO RRN-RUN-TIME-OUT-WS
                   WRITE GRADE-CHANGE-RECORD-OUT FROM RERUN-LINE-WS
                       AFTER ADVANCING 1 LINES
                   ADD 1 TO STANDING-FLAGGED-WS
               END-IF
               IF AWARD-RUN-STAMP-WS NOT = SPACES
                   AND AWARD-RUN-STAMP-WS < BREAK-APPROVAL-STAMP-WS
                   MOVE "AWARD-POSTING" TO RRN-PROGRAM-OUT-WS
                   MOVE AWARD-RUN-STAMP-WS(1:8) TO RRN-RUN-DATE-OUT-WS
                   MOVE AWARD-RUN-STAMP-WS(9:6) TO RRN-RUN-TIME-OUT-WS
                   WRITE GRADE-CHANGE-RECORD-OUT FROM RERUN-LINE-WS
                       AFTER ADVANCING 1 LINES
                   ADD 1 TO AWARD-FLAGGED-WS
               END-IF
           END-IF.
           MOVE SORT-STUD-NUM-WS TO BREAK-STUD-NUM-WS.
           MOVE SPACES TO BREAK-APPROVAL-STAMP-WS.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "GRADE-CHANGE-LIST" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM GRADE-CHANGE-LIST.
