      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *HONOUR-ROLL RANKING REPORT. TAKES EVERY ENROLLED STUDENT'S
      *CREDIT-WEIGHTED AVERAGE FROM THE NIGHTLY STUDENT SUMMARY
      *(STUSUMM.TXT) - REFUSING TO RUN WHEN CHECK-SUMMARY FINDS IT
      *OLDER THAN THE STUDENT FILE - SORTS DESCENDING BY AVERAGE THE WAY
      *AGED-RECEIVABLES SORTS BY TUITION, AND PRINTS CLASS RANK AND
      *PERCENTILE FOR EVERY STUDENT (HONOR.TXT). STUDENTS WITH THE
      *SAME AVERAGE SHARE THE SAME RANK (THE NEXT DISTINCT AVERAGE
                               WITH DUPLICATES
                               FILE STATUS IS STATUS-FIELD.

      *The nightly student summary - averages, credits, balance,
      *hold flag and standing STUDENT-SUMMARY-BUILD computed, read
      *by student number instead of recomputing them here
           SELECT STUDENT-SUMMARY-FILE
               ASSIGN TO "D:\Cobol\STUSUMM.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS SUM-STUD-NUM
                               FILE STATUS IS SUMMARY-STATUS-WS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORTWK3".
           05  STUDENT-STATUS-OUT       PIC X(1).
           05  ENROLLMENT-DATE-OUT      PIC X(8).

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

       SD  SORT-WORK-FILE.
       01  SORT-RECORD-WS.
           05  STUFILE-IN-PATH-WS      PIC X(40)
                   VALUE "D:\Cobol\STUFILE_IN.TXT".

      *REPORT HEADINGS
       01  PAGE-HEADER-WS               PIC X(27) VALUE
               "HONOUR ROLL / CLASS RANKING".
               10  TOP-SAVED-LINE-WS OCCURS 10 TIMES
                                        PIC X(80).

      *The student's average as the summary carries it
       01  CALCULATION-FIELD-WS.
           05  STUDENT-AVERAGE-WS       PIC 9(3)  VALUE ZERO.

      *Student-summary lookup fields
       01  SUMMARY-LOOKUP-FIELDS.
           05  SUMMARY-STATUS-WS        PIC X(2)  VALUE SPACES.
           05  SUMMARY-FOUND-FLAG       PIC X(1)  VALUE "N".
           05  NOT-ON-SUMMARY-CTR-WS    PIC 9(6)  VALUE ZERO.

       01  RANKING-FIELDS-WS.
           05  STUDENT-COUNT-WS         PIC 9(6)  VALUE ZERO.
       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                 PIC X(3)  VALUE "NO ".
           05  EOF-SORT-FLAG            PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD             PIC X(2).
           05  TOP-TBL-SUB-WS           PIC 9(3)  VALUE ZERO.
           05  TOP-USED-WS              PIC 9(3)  VALUE ZERO.
           05  TOP-MATCH-SUB-WS         PIC 9(3)  VALUE ZERO.
           05  TOP-LINE-SUB-WS          PIC 9(2)  VALUE ZERO.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Student-summary currency check request
       COPY "SUM-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *RANK EVERY ENROLLED STUDENT BY WEIGHTED AVERAGE
       100-CREATE-HONOUR-ROLL.
           PERFORM 390-LOG-JOB-START.
           PERFORM 314-READ-RUN-PARAMETERS.
           PERFORM 316-CHECK-STUDENT-SUMMARY.
           IF SUM-REQ-CURRENT-WS NOT = "Y"
               DISPLAY "HONOUR ROLL REFUSED - STUDENT SUMMARY NOT "
                   "CURRENT: " SUM-REQ-REASON-WS
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 201-INITIATE-RANKING.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SORT-AVERAGE-WS
               INPUT PROCEDURE IS 301-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 302-WRITE-RANKED-REPORT.
           PERFORM 203-TERMINATE-RANKING.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-RANKING.
           OPEN INPUT  STUDENT-SUMMARY-FILE
                OUTPUT HONOUR-ROLL-REPORT.
           WRITE HONOUR-REPORT-RECORD-OUT FROM PAGE-HEADER-WS.
           WRITE HONOUR-REPORT-RECORD-OUT FROM COLUMN-HEADER-WS
               AFTER ADVANCING 1 LINES.

       203-TERMINATE-RANKING.
           PERFORM 310-WRITE-PROGRAM-SECTIONS
               VARYING TOP-TBL-SUB-WS FROM 1 BY 1
               UNTIL TOP-TBL-SUB-WS > TOP-USED-WS.
           CLOSE HONOUR-ROLL-REPORT
                 STUDENT-SUMMARY-FILE.
           DISPLAY "STUDENTS RANKED: " STUDENT-COUNT-WS.
           DISPLAY "STUDENTS NOT ON STUDENT SUMMARY: "
               NOT-ON-SUMMARY-CTR-WS.

      *SORT input procedure: look up each enrolled student's
      *weighted average and release it to the sort; a student the
      *summary does not carry cannot be ranked and is counted
       301-LOAD-SORT-FILE.
           OPEN INPUT INDEXED-STUDENT-FILE.
           PERFORM 304-READ-STUDENT-RECORD.
           PERFORM UNTIL EOF-FLAG = "YES"
               IF STUD-NUM-OUT NOT = ZERO AND STUD-NUM-OUT NOT = 999999
                   AND STUDENT-STATUS-OUT NOT = "W"
                   PERFORM 305-LOOKUP-STUDENT-AVERAGE
                   IF SUMMARY-FOUND-FLAG = "Y"
                       MOVE STUDENT-AVERAGE-WS   TO SORT-AVERAGE-WS
                       MOVE STUD-NUM-OUT         TO SORT-STUD-NUM-WS
                       MOVE STUD-NAME-OUT        TO SORT-STUD-NAME-WS
                       MOVE PROGRAM-OF-STUDY-OUT TO SORT-PROGRAM-WS
                       RELEASE SORT-RECORD-WS
                       ADD 1 TO STUDENT-COUNT-WS
                   ELSE
                       ADD 1 TO NOT-ON-SUMMARY-CTR-WS
                   END-IF
               END-IF
               PERFORM 304-READ-STUDENT-RECORD
           END-PERFORM.
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       305-LOOKUP-STUDENT-AVERAGE.
           MOVE STUD-NUM-OUT TO SUM-STUD-NUM.
           READ STUDENT-SUMMARY-FILE
               INVALID KEY MOVE "N" TO SUMMARY-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO SUMMARY-FOUND-FLAG
           END-READ.
           IF SUMMARY-FOUND-FLAG = "Y"
               MOVE SUM-AVERAGE TO STUDENT-AVERAGE-WS
           END-IF.

      *SORT output procedure: write the ranked listing, sharing the
               AFTER ADVANCING 1 LINES.


      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       314-READ-RUN-PARAMETERS.
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Refuse to run from a student summary older than the
      *student file's last change
       316-CHECK-STUDENT-SUMMARY.
           MOVE "V" TO SUM-REQ-FUNCTION-WS.
           MOVE STUFILE-IN-PATH-WS TO SUM-REQ-STUFILE-PATH-WS.
           CALL 'CHECK-SUMMARY' USING SUMMARY-CHECK-REQUEST-WS.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "HONOUR-ROLL" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE STUDENT-COUNT-WS TO JLG-REQ-READ-WS.
           MOVE STUDENT-COUNT-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM HONOUR-ROLL.
