      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *NIGHTLY STUDENT ACCOUNT LEDGER CHECK. EVERY PROGRAM THAT
      *MOVES A BALANCE POSTS AN ENTRY TO THE ACCOUNT LEDGER
      *(STULEDGR.TXT) THROUGH THE SHARED POST-LEDGER SUBPROGRAM, AND
      *THE NEWEST ENTRY'S RUNNING BALANCE SHOULD ALWAYS EQUAL
      *TUITION-OWED-OUT. THIS RUN WALKS THE INDEXED STUDENT FILE
      *(STUFILE_IN.TXT), READS EACH STUDENT'S NEWEST LEDGER ENTRY,
      *AND LISTS EVERY STUDENT WHOSE LEDGER BALANCE DISAGREES WITH
      *THE FILE ON A CHECK REPORT (LEDGCHK.TXT) WITH THE DIFFERENCE -
      *THE SIGN THAT SOMETHING MOVED THE BALANCE WITHOUT POSTING.
      *STUDENTS WITH A BALANCE BUT NO LEDGER YET (NOTHING HAS MOVED
      *THEIR BALANCE SINCE THE LEDGER STARTED) ARE LISTED
      *SEPARATELY; THEIR FIRST POSTING WILL OPEN THE LEDGER WITH THE
      *BALANCE AS IT STANDS. ANY DISAGREEMENT ENDS THE RUN WITH
      *RETURN CODE 8 SO A CONTROLLED JOB STREAM CAN HALT.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-CHECK.
       DATE-WRITTEN. 06-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE
               ASSIGN USING STUFILE-IN-PATH-WS
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS STUD-NUM-OUT
                           ALTERNATE RECORD KEY IS STUD-NAME-OUT
                               WITH DUPLICATES
                               FILE STATUS IS STATUS-FIELD.

           SELECT LEDGER-FILE
               ASSIGN TO "D:\Cobol\STULEDGR.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                           RECORD KEY IS LDG-KEY
                               FILE STATUS IS LEDGER-STATUS-WS.

           SELECT LEDGER-CHECK-REPORT
               ASSIGN TO "D:\Cobol\LEDGCHK.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "D:\Cobol\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNPARM-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEXED-STUDENT-FILE.
       01  STUDENT-RECORD-OUT.
           05  STUD-NUM-OUT             PIC 9(6).
           05  TUITION-OWED-OUT         PIC 9(4)V99.
           05  STUD-NAME-OUT            PIC X(40).
           05  PROGRAM-OF-STUDY-OUT     PIC X(5).
           05  COURSE-CODE-1-OUT        PIC X(7).
           05  COURSE-AVERAGE-1-OUT     PIC 9(3).
           05  COURSE-CODE-2-OUT        PIC X(7).
           05  COURSE-AVERAGE-2-OUT     PIC 9(3).
           05  COURSE-CODE-3-OUT        PIC X(7).
           05  COURSE-AVERAGE-3-OUT     PIC 9(3).
           05  COURSE-CODE-4-OUT        PIC X(7).
           05  COURSE-AVERAGE-4-OUT     PIC 9(3).
           05  COURSE-CODE-5-OUT        PIC X(7).
           05  COURSE-AVERAGE-5-OUT     PIC 9(3).
           05  STUDENT-STATUS-OUT       PIC X(1).
           05  ENROLLMENT-DATE-OUT      PIC X(8).

      *One ledger entry, keyed by student and a descending sequence
      *number so the newest entry for a student reads first
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  LDG-KEY.
               10  LDG-STUD-NUM        PIC 9(6).
               10  LDG-SEQ-NUM         PIC 9(5).
           05  LDG-ENTRY-DATE          PIC X(8).
           05  LDG-ENTRY-TIME          PIC X(6).
           05  LDG-ENTRY-TYPE          PIC X(3).
           05  LDG-DIRECTION           PIC X(1).
           05  LDG-AMOUNT              PIC 9(4)V99.
           05  LDG-RUNNING-BAL         PIC 9(5)V99.
           05  LDG-REFERENCE           PIC X(10).
           05  LDG-PROGRAM             PIC X(8).
           05  LDG-OPERATOR            PIC X(8).

       FD  LEDGER-CHECK-REPORT.
       01  CHECK-RECORD-OUT            PIC X(80).

      *Run-control parameter record: a keyword in columns 1-20 and
      *its value in columns 21-60
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD-IN.
           05  PARM-KEYWORD-IN         PIC X(20).
           05  PARM-VALUE-IN           PIC X(40).

       WORKING-STORAGE SECTION.
      *Run-control parameters - the file paths this run uses, with
      *the production values as defaults when RUNPARM.TXT is absent
       01  RUN-PARAMETER-FIELDS.
           05  RUNPARM-STATUS-WS       PIC X(2).
           05  RUNPARM-EOF-FLAG        PIC X(1)  VALUE "N".
           05  STUFILE-IN-PATH-WS      PIC X(40)
                   VALUE "D:\Cobol\STUFILE_IN.TXT".

      *REPORT HEADING
       01  PAGE-HEADER-WS.
           05  FILLER  PIC X(26) VALUE "ACCOUNT LEDGER CHECK      ".
           05  FILLER  PIC X(2)  VALUE SPACES.
           05  HDR-DATE-OUT-WS          PIC X(8).

       01  COLUMN-HEADER-WS.
           05  FILLER  PIC X(8)  VALUE "STUDENT".
           05  FILLER  PIC X(32) VALUE "NAME".
           05  FILLER  PIC X(12) VALUE "    ON FILE".
           05  FILLER  PIC X(12) VALUE "   ON LEDGER".
           05  FILLER  PIC X(16) VALUE "      DIFFERENCE".

      *REPORT DETAIL LINES
       01  MISMATCH-LINE-WS.
           05  MIS-STUD-NUM-OUT-WS      PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  MIS-STUD-NAME-OUT-WS     PIC X(30).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  MIS-FILE-BAL-OUT-WS      PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  MIS-LEDGER-BAL-OUT-WS    PIC ZZ,ZZ9.99.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  MIS-DIFFERENCE-OUT-WS    PIC ---,--9.99.

       01  NO-LEDGER-HEADER-WS          PIC X(40) VALUE
               "BALANCE OWING BUT NO LEDGER ENTRIES YET:".

       01  NO-LEDGER-LINE-WS.
           05  NOL-STUD-NUM-OUT-WS      PIC 9(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  NOL-STUD-NAME-OUT-WS     PIC X(30).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  NOL-FILE-BAL-OUT-WS      PIC ZZ,ZZ9.99.

      *REPORT TOTAL LINES
       01  CHECKED-TOTAL-LINE-WS.
           05  FILLER                   PIC X(26) VALUE
                   "STUDENTS CHECKED:         ".
           05  TOT-CHECKED-OUT-WS       PIC ZZZ,ZZ9.

       01  AGREED-TOTAL-LINE-WS.
           05  FILLER                   PIC X(26) VALUE
                   "LEDGER AGREES WITH FILE:  ".
           05  TOT-AGREED-OUT-WS        PIC ZZZ,ZZ9.

       01  MISMATCH-TOTAL-LINE-WS.
           05  FILLER                   PIC X(26) VALUE
                   "LEDGER DISAGREES:         ".
           05  TOT-MISMATCH-OUT-WS      PIC ZZZ,ZZ9.

       01  NO-LEDGER-TOTAL-LINE-WS.
           05  FILLER                   PIC X(26) VALUE
                   "NO LEDGER YET:            ".
           05  TOT-NO-LEDGER-OUT-WS     PIC ZZZ,ZZ9.

       01  IN-AGREEMENT-LINE-WS         PIC X(40) VALUE
               "RESULT: LEDGER IN AGREEMENT".

       01  OUT-AGREEMENT-LINE-WS        PIC X(40) VALUE
               "RESULT: LEDGER OUT OF AGREEMENT".

      *Check counters and work fields; the students with no ledger
      *are held in a table so they print in their own section after
      *the disagreements
       01  CHECK-COUNTERS-WS.
           05  CHECKED-COUNTER-WS       PIC 9(6)     VALUE ZERO.
           05  AGREED-COUNTER-WS        PIC 9(6)     VALUE ZERO.
           05  MISMATCH-COUNTER-WS      PIC 9(6)     VALUE ZERO.
           05  NO-LEDGER-COUNTER-WS     PIC 9(6)     VALUE ZERO.
           05  DIFFERENCE-WS            PIC S9(6)V99 VALUE ZERO.

       01  NO-LEDGER-TABLE-WS.
           05  NOL-ENTRY-WS OCCURS 1000 TIMES.
               10  NOL-STUD-NUM-TBL-WS  PIC 9(6).
               10  NOL-STUD-NAME-TBL-WS PIC X(30).
               10  NOL-BALANCE-TBL-WS   PIC 9(4)V99.

       01  NO-LEDGER-FIELDS.
           05  NOL-COUNT-WS             PIC 9(4)  VALUE ZERO.
           05  NOL-SUB-WS               PIC 9(4)  VALUE ZERO.

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                 PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD             PIC X(2).
           05  LEDGER-STATUS-WS         PIC X(2).
           05  LEDGER-OPEN-FLAG         PIC X(1)  VALUE "N".
           05  LEDGER-FOUND-FLAG        PIC X(1)  VALUE "N".
           05  RUN-DATE-WS              PIC X(8)  VALUE SPACES.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *PROVE EACH STUDENT'S LEDGER BALANCE AGAINST TUITION-OWED-OUT
       100-CHECK-ACCOUNT-LEDGER.
           PERFORM 390-LOG-JOB-START.
           PERFORM 307-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-LEDGER-CHECK.
           PERFORM 202-CHECK-ONE-STUDENT UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-LEDGER-CHECK.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *A missing ledger is not an error on the first night - every
      *student with a balance simply lists as having no ledger yet
       201-INITIATE-LEDGER-CHECK.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           OPEN INPUT  INDEXED-STUDENT-FILE.
           OPEN INPUT  LEDGER-FILE.
           IF LEDGER-STATUS-WS = "00"
               MOVE "Y" TO LEDGER-OPEN-FLAG
           END-IF.
           OPEN OUTPUT LEDGER-CHECK-REPORT.
           MOVE RUN-DATE-WS TO HDR-DATE-OUT-WS.
           WRITE CHECK-RECORD-OUT FROM PAGE-HEADER-WS.
           WRITE CHECK-RECORD-OUT FROM COLUMN-HEADER-WS
               AFTER ADVANCING 2 LINES.
           PERFORM 301-READ-STUDENT-RECORD.

      *The 000000/999999 control records are never real students
       202-CHECK-ONE-STUDENT.
           IF STUD-NUM-OUT NOT = ZERO AND STUD-NUM-OUT NOT = 999999
               ADD 1 TO CHECKED-COUNTER-WS
               PERFORM 302-FIND-NEWEST-ENTRY
               IF LEDGER-FOUND-FLAG = "Y"
                   PERFORM 303-COMPARE-LEDGER-BALANCE
               ELSE
                   PERFORM 304-NOTE-NO-LEDGER
               END-IF
           END-IF.
           PERFORM 301-READ-STUDENT-RECORD.

       203-TERMINATE-LEDGER-CHECK.
           IF NOL-COUNT-WS > ZERO
               WRITE CHECK-RECORD-OUT FROM NO-LEDGER-HEADER-WS
                   AFTER ADVANCING 2 LINES
               PERFORM 305-WRITE-NO-LEDGER-LINE
                   VARYING NOL-SUB-WS FROM 1 BY 1
                   UNTIL NOL-SUB-WS > NOL-COUNT-WS
           END-IF.
           PERFORM 306-WRITE-CHECK-TOTALS.
           CLOSE INDEXED-STUDENT-FILE
                 LEDGER-CHECK-REPORT.
           IF LEDGER-OPEN-FLAG = "Y"
               CLOSE LEDGER-FILE
           END-IF.
           DISPLAY "STUDENTS CHECKED: " CHECKED-COUNTER-WS.
           DISPLAY "LEDGER DISAGREES: " MISMATCH-COUNTER-WS.
           DISPLAY "NO LEDGER YET: " NO-LEDGER-COUNTER-WS.
           IF MISMATCH-COUNTER-WS > ZERO
               DISPLAY "LEDGER CHECK RESULT: OUT OF AGREEMENT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "LEDGER CHECK RESULT: IN AGREEMENT"
           END-IF.

       301-READ-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

      *The lowest key for the student is the newest entry
       302-FIND-NEWEST-ENTRY.
           MOVE "N" TO LEDGER-FOUND-FLAG.
           IF LEDGER-OPEN-FLAG = "Y"
               MOVE STUD-NUM-OUT TO LDG-STUD-NUM
               MOVE ZERO TO LDG-SEQ-NUM
               START LEDGER-FILE KEY IS NOT LESS THAN LDG-KEY
                   INVALID KEY MOVE "N" TO LEDGER-FOUND-FLAG
                   NOT INVALID KEY
                       READ LEDGER-FILE NEXT RECORD
                           AT END MOVE "N" TO LEDGER-FOUND-FLAG
                           NOT AT END
                               IF LDG-STUD-NUM = STUD-NUM-OUT
                                   MOVE "Y" TO LEDGER-FOUND-FLAG
                               END-IF
                       END-READ
               END-START
           END-IF.

      *The newest running balance must equal the balance on file
       303-COMPARE-LEDGER-BALANCE.
           IF LDG-RUNNING-BAL = TUITION-OWED-OUT
               ADD 1 TO AGREED-COUNTER-WS
           ELSE
               ADD 1 TO MISMATCH-COUNTER-WS
               COMPUTE DIFFERENCE-WS =
                   TUITION-OWED-OUT - LDG-RUNNING-BAL
               MOVE STUD-NUM-OUT     TO MIS-STUD-NUM-OUT-WS
               MOVE STUD-NAME-OUT    TO MIS-STUD-NAME-OUT-WS
               MOVE TUITION-OWED-OUT TO MIS-FILE-BAL-OUT-WS
               MOVE LDG-RUNNING-BAL  TO MIS-LEDGER-BAL-OUT-WS
               MOVE DIFFERENCE-WS    TO MIS-DIFFERENCE-OUT-WS
               WRITE CHECK-RECORD-OUT FROM MISMATCH-LINE-WS
                   AFTER ADVANCING 1 LINES
           END-IF.

      *A student with nothing owing and no ledger has nothing to
      *prove; one with a balance is held for the no-ledger section
       304-NOTE-NO-LEDGER.
           IF TUITION-OWED-OUT = ZERO
               ADD 1 TO AGREED-COUNTER-WS
           ELSE
               ADD 1 TO NO-LEDGER-COUNTER-WS
               IF NOL-COUNT-WS < 1000
                   ADD 1 TO NOL-COUNT-WS
                   MOVE STUD-NUM-OUT
                       TO NOL-STUD-NUM-TBL-WS(NOL-COUNT-WS)
                   MOVE STUD-NAME-OUT
                       TO NOL-STUD-NAME-TBL-WS(NOL-COUNT-WS)
                   MOVE TUITION-OWED-OUT
                       TO NOL-BALANCE-TBL-WS(NOL-COUNT-WS)
               END-IF
           END-IF.

       305-WRITE-NO-LEDGER-LINE.
           MOVE NOL-STUD-NUM-TBL-WS(NOL-SUB-WS)
               TO NOL-STUD-NUM-OUT-WS.
           MOVE NOL-STUD-NAME-TBL-WS(NOL-SUB-WS)
               TO NOL-STUD-NAME-OUT-WS.
           MOVE NOL-BALANCE-TBL-WS(NOL-SUB-WS)
               TO NOL-FILE-BAL-OUT-WS.
           WRITE CHECK-RECORD-OUT FROM NO-LEDGER-LINE-WS
               AFTER ADVANCING 1 LINES.

       306-WRITE-CHECK-TOTALS.
           MOVE CHECKED-COUNTER-WS   TO TOT-CHECKED-OUT-WS.
           WRITE CHECK-RECORD-OUT FROM CHECKED-TOTAL-LINE-WS
               AFTER ADVANCING 2 LINES.
           MOVE AGREED-COUNTER-WS    TO TOT-AGREED-OUT-WS.
           WRITE CHECK-RECORD-OUT FROM AGREED-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE MISMATCH-COUNTER-WS  TO TOT-MISMATCH-OUT-WS.
           WRITE CHECK-RECORD-OUT FROM MISMATCH-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           MOVE NO-LEDGER-COUNTER-WS TO TOT-NO-LEDGER-OUT-WS.
           WRITE CHECK-RECORD-OUT FROM NO-LEDGER-TOTAL-LINE-WS
               AFTER ADVANCING 1 LINES.
           IF MISMATCH-COUNTER-WS > ZERO
               WRITE CHECK-RECORD-OUT FROM OUT-AGREEMENT-LINE-WS
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE CHECK-RECORD-OUT FROM IN-AGREEMENT-LINE-WS
                   AFTER ADVANCING 2 LINES
           END-IF.

      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       307-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNPARM-STATUS-WS = "00"
               PERFORM 308-READ-ONE-PARAMETER
                   UNTIL RUNPARM-EOF-FLAG = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       308-READ-ONE-PARAMETER.
           READ RUN-CONTROL-FILE
               AT END MOVE "Y" TO RUNPARM-EOF-FLAG
               NOT AT END PERFORM 309-APPLY-RUN-PARAMETER
           END-READ.

       309-APPLY-RUN-PARAMETER.
           EVALUATE PARM-KEYWORD-IN
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "LEDGER-CHECK" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE CHECKED-COUNTER-WS TO JLG-REQ-READ-WS.
           COMPUTE JLG-REQ-REJECTED-WS =
               MISMATCH-COUNTER-WS + NO-LEDGER-COUNTER-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM LEDGER-CHECK.
