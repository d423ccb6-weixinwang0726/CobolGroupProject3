      *==============================================================
      *COURSE:CST8283 BUSINESS PROGRAMMING
      *DESCRIPTION:
      *TERM-END ACADEMIC-STANDING RUN. TAKES EACH ENROLLED
      *STUDENT'S CREDIT-WEIGHTED AVERAGE AND STANDING FROM THE
      *NIGHTLY STUDENT SUMMARY (STUSUMM.TXT, BUILT BY
      *STUDENT-SUMMARY-BUILD) AND SETS THE STANDING ON
      *THE RECORD IN STUFILE_IN.TXT: "P" (ACADEMIC PROBATION) BELOW
      *THE CUTOFF OF 60, "H" (HONOURS) AT THE DEAN'S LIST LEVEL OF
      *80, AND "A" (GOOD STANDING) BETWEEN. WITHDRAWN ("W") STUDENTS
      *IS LISTED ON A STATUS-CHANGE REPORT (STANDRPT.TXT) SO
      *ADVISORS GET AN ACTIONABLE LIST INSTEAD OF A HIGHLIGHTER PASS
      *OVER STURPT.TXT. REWRITES ARE JOURNALLED TO STUJRNL.TXT LIKE
      *EVERY OTHER UPDATER OF THE FILE. THE RUN IS REFUSED WHEN
      *CHECK-SUMMARY FINDS THE SUMMARY OLDER THAN THE STUDENT FILE;
      *AFTER THE RUN THE SUMMARY'S STAMP IS CARRIED FORWARD, SINCE
      *THE STANDINGS WRITTEN ARE THE ONES THE SUMMARY ALREADY HOLDS.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADEMIC-STANDING.
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

           SELECT STANDING-REPORT
               ASSIGN TO "D:\Cobol\STANDRPT.TXT"
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

       FD  STANDING-REPORT.
       01  STANDING-RECORD-OUT          PIC X(80).
           05  STUFILE-IN-PATH-WS      PIC X(40)
                   VALUE "D:\Cobol\STUFILE_IN.TXT".

      *REPORT HEADING
       01  PAGE-HEADER-WS               PIC X(30) VALUE
               "ACADEMIC STANDING CHANGES".
                   "STANDINGS MOVED:  ".
           05  TOT-MOVED-OUT-WS         PIC ZZZZZ9.

      *The average and standing as the summary carries them - the
      *summary build applies the thresholds: probation below 60,
      *honours at the Dean's List level of 80
       01  CALCULATION-FIELD-WS.
           05  STUDENT-AVERAGE-WS       PIC 9(3)  VALUE ZERO.
           05  NEW-STANDING-WS          PIC X(1)  VALUE SPACE.

      *Student-summary lookup fields
       01  SUMMARY-LOOKUP-FIELDS.
           05  SUMMARY-STATUS-WS        PIC X(2)  VALUE SPACES.
           05  SUMMARY-FOUND-FLAG       PIC X(1)  VALUE "N".
           05  NOT-ON-SUMMARY-CTR-WS    PIC 9(6)  VALUE ZERO.


      *System-status interlock working fields
               10  SYSSTAT-TIME-WS     PIC X(6).


      *Journal image staging areas and run timestamp
       01  JOURNAL-FIELDS.
           05  JRN-BEFORE-WS           PIC X(116) VALUE SPACES.

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                 PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD             PIC X(2).
           05  MOVED-COUNTER-WS         PIC 9(6)  VALUE ZERO.
           05  PROCESSED-COUNTER-WS     PIC 9(6)  VALUE ZERO.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Student-summary currency check request
       COPY "SUM-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *SET EVERY ENROLLED STUDENT'S ACADEMIC STANDING FROM THE
      *STUDENT SUMMARY
       100-SET-ACADEMIC-STANDINGS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 312-READ-RUN-PARAMETERS.
           PERFORM 314-CHECK-STUDENT-SUMMARY.
           IF SUM-REQ-CURRENT-WS NOT = "Y"
               DISPLAY "STANDING RUN REFUSED - STUDENT SUMMARY NOT "
                   "CURRENT: " SUM-REQ-REASON-WS
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 307-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
               DISPLAY "STANDING RUN REFUSED - AN ONLINE SESSION HAS "
                   "THE STUDENT FILE OPEN (SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 308-REGISTER-BATCH-SESSION.
           PERFORM 201-INITIATE-STANDING-RUN.
           PERFORM 202-PROCESS-ONE-STUDENT UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-STANDING-RUN.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-STANDING-RUN.
           OPEN I-O    INDEXED-STUDENT-FILE.
           OPEN INPUT  STUDENT-SUMMARY-FILE.
           OPEN OUTPUT STANDING-REPORT.
           OPEN EXTEND JOURNAL-FILE.
           WRITE STANDING-RECORD-OUT FROM PAGE-HEADER-WS.
           WRITE STANDING-RECORD-OUT FROM COLUMN-HEADER-WS
               AFTER ADVANCING 1 LINES.
           PERFORM 302-READ-STUDENT-RECORD.

       302-READ-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE
               AT END MOVE "YES" TO EOF-FLAG
               AFTER ADVANCING 2 LINES.
           DISPLAY "STUDENTS PROCESSED: " PROCESSED-COUNTER-WS.
           DISPLAY "STANDINGS MOVED: " MOVED-COUNTER-WS.
           DISPLAY "STUDENTS NOT ON STUDENT SUMMARY: "
               NOT-ON-SUMMARY-CTR-WS.
           CLOSE INDEXED-STUDENT-FILE
                 STUDENT-SUMMARY-FILE
                 STANDING-REPORT
                 JOURNAL-FILE.
           IF MOVED-COUNTER-WS > ZERO
               PERFORM 315-ADVANCE-SUMMARY-STAMP
           END-IF.
           PERFORM 309-CLEAR-SYSTEM-STATUS.

      *Take the average and standing from the summary; only a
      *standing that actually moved is rewritten and reported. A
      *student the summary does not carry is left alone and counted.
       303-COMPUTE-STUDENT-STANDING.
           MOVE STUD-NUM-OUT TO SUM-STUD-NUM.
           READ STUDENT-SUMMARY-FILE
               INVALID KEY MOVE "N" TO SUMMARY-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO SUMMARY-FOUND-FLAG
           END-READ.
           IF SUMMARY-FOUND-FLAG = "Y"
               MOVE SUM-AVERAGE  TO STUDENT-AVERAGE-WS
               MOVE SUM-STANDING TO NEW-STANDING-WS
               IF NEW-STANDING-WS NOT = STUDENT-STATUS-OUT
                   PERFORM 305-REWRITE-NEW-STANDING
               END-IF
           ELSE
               ADD 1 TO NOT-ON-SUMMARY-CTR-WS
           END-IF.

       305-REWRITE-NEW-STANDING.
               AFTER ADVANCING 1 LINES.
           ADD 1 TO MOVED-COUNTER-WS.

      *Append a before/after image journal record to STUJRNL.TXT
       306-WRITE-JOURNAL-RECORD.
           ACCEPT JRN-TS-DATE-WS FROM DATE YYYYMMDD.
           CLOSE SYSTEM-STATUS-FILE.


      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
       312-READ-RUN-PARAMETERS.
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Refuse to run from a student summary older than the
      *student file's last change
       314-CHECK-STUDENT-SUMMARY.
           MOVE "V" TO SUM-REQ-FUNCTION-WS.
           MOVE STUFILE-IN-PATH-WS TO SUM-REQ-STUFILE-PATH-WS.
           CALL 'CHECK-SUMMARY' USING SUMMARY-CHECK-REQUEST-WS.

      *The standings just written are the ones the summary holds,
      *so the summary is still current after this run's rewrites
       315-ADVANCE-SUMMARY-STAMP.
           MOVE "A" TO SUM-REQ-FUNCTION-WS.
           CALL 'CHECK-SUMMARY' USING SUMMARY-CHECK-REQUEST-WS.
           IF SUM-REQ-CURRENT-WS NOT = "Y"
               DISPLAY "STUDENT SUMMARY STAMP NOT ADVANCED: "
                   SUM-REQ-REASON-WS
               MOVE 4 TO RETURN-CODE
           END-IF.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "ACADEMIC-STANDING" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE PROCESSED-COUNTER-WS TO JLG-REQ-READ-WS.
           MOVE MOVED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM ACADEMIC-STANDING.
