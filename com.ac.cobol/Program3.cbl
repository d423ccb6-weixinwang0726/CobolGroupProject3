      *EXTERNALE FILES STUFILE.TXT AND PROGRAM.TXT, CALCULATE THE 
      *STUDENT AGERAGE, AND PRODUCE A STUDENT REPORT INTO A FILE
      * NAMED STURPT.TXT      
      *THE AVERAGE AND LETTER GRADE NOW COME FROM THE NIGHTLY STUDENT
      *SUMMARY (STUSUMM.TXT, BUILT BY STUDENT-SUMMARY-BUILD) INSTEAD
      *OF BEING RECOMPUTED HERE; THE RUN IS REFUSED WHEN
      *CHECK-SUMMARY FINDS THE SUMMARY OLDER THAN THE STUDENT FILE'S
      *LAST CHANGE, AND A STUDENT MISSING FROM IT IS LISTED AS AN
      *EXCEPTION INSTEAD OF BEING PRINTED
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAL-AVERAGE.
           SELECT PROGRAM-FILE-IN
               ASSIGN USING PROGRAM-PATH-WS
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-REPORT
               ASSIGN USING STURPT-PATH-WS
                   ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO "D:\Cobol\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RUNPARM-STATUS-WS.
      *THE NIGHTLY STUDENT SUMMARY - THE AVERAGE AND LETTER GRADE
      *STUDENT-SUMMARY-BUILD COMPUTED FROM THE REGISTRATIONS OR THE
      *FIVE SLOTS, READ BY STUDENT NUMBER
           SELECT STUDENT-SUMMARY-FILE
               ASSIGN TO "D:\Cobol\STUSUMM.TXT"
                   ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                           RECORD KEY IS SUM-STUD-NUM
                               FILE STATUS IS SUMMARY-STATUS-WS.
      *=================================================================
      *STUDENT-FILE-IN AND PROGRAM-FILE-IN ARE THE INPUT FILES.
      *DURING INITIAZATION STUDENT-REPORT WILL BE POPULATED WITH THE 
           05 PROGRAM-CODE     PIC X(5).
           05 PROGRAM-NAME     PIC X(20).

       FD STUDENT-REPORT.
       01  STUDENT-REPORT-RECORD-OUT   PIC X(100).

               10  PARM-VALUE-9-IN     PIC 9(6).
               10  FILLER              PIC X(34).

      *ONE SUMMARY RECORD PER STUDENT; SUM-AVERAGE-SOURCE IS "R"
      *WHEN THE AVERAGE CAME FROM REGISTRATIONS, "S" FROM THE SLOTS
       FD STUDENT-SUMMARY-FILE.
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

      *================================================================
      *STUDENT-REPORT-WS IS FOR RECORD FORMATED DATA  
      *PROGRAM TABLE
       COPY "PRG-TBL-STRUCTURE.CBL".

      *REPORT PAGE HEADING
       01  PAGE-HEADER-WS.
           05  FILLER PIC X(21)  VALUE   "STUDENT RECORD REPORT".
           05  LETTER-GRADE-WS        PIC X(1).
           05  DEANS-LIST-WS          PIC X(11).

      *Per-program-of-study accumulators, one slot per PROGRAM-TBL-RTN
      *entry
       01  PROGRAM-TOTALS-WS.
           05  FILLER                    PIC X(7)  VALUE "VALUE: ".
           05  INV-VALUE-OUT-WS          PIC 999.

      *Students with no record on the student summary - a student
      *added since the summary was built cannot be, since the run is
      *refused then, so these point at a summary built from a
      *different student file than this one
       01  MISSING-SUMMARY-WS.
           05  MISSING-ENTRY-WS OCCURS 500 TIMES.
               10  MIS-STUD-NUM-WS      PIC 9(6).

       01  MISSING-HEADER-LINE-WS       PIC X(40)
                   VALUE "STUDENTS NOT ON THE STUDENT SUMMARY:".

       01  MISSING-DETAIL-LINE-WS.
           05  FILLER                    PIC X(16) VALUE
                   "STUDENT NUMBER: ".
           05  MIS-STUD-NUM-OUT-WS       PIC 9(6).

      *Warning line printed when READ/WRITTEN counts don't reconcile
       01  RECONCILE-WARNING-LINE-WS.
           05  FILLER                    PIC X(8)  VALUE "WARNING:".
                   VALUE "D:\COBOL\STUFILE.TXT".
           05  PROGRAM-PATH-WS         PIC X(40)
                   VALUE "D:\COBOL\PROGRAM.TXT".
           05  STURPT-PATH-WS          PIC X(40)
                   VALUE "D:\COBOL\STURPT.TXT".
           05  STUFILE-IN-PATH-WS      PIC X(40)
                   VALUE "D:\Cobol\STUFILE_IN.TXT".
           05  DEANS-LIST-CUTOFF-WS    PIC 9(3)    VALUE 80.

      *Echo of the parameters this run used, printed on the report
                   "   DEANS LIST CUTOFF".
           05  ECHO-DEANS-OUT-WS       PIC ZZ9.

      *Student-summary lookup fields
       01  SUMMARY-LOOKUP-FIELDS.
           05  SUMMARY-STATUS-WS       PIC X(2)    VALUE SPACES.
           05  SUMMARY-FOUND-FLAG      PIC X(1)    VALUE "N".
           05  MISSING-COUNT-WS        PIC 9(3)    VALUE ZERO.
           05  MISSING-SUB-WS          PIC 9(3)    VALUE ZERO.
           05  NOT-ON-SUMMARY-CTR-WS   PIC 9(6)    VALUE ZERO.

       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                PIC X(3)    VALUE "NO ".
           05  EOF-TBL-FLAG            PIC X(3)    VALUE "NO ".
           05  FOUND-FLAG              PIC X(3)    VALUE "NO ".
           05  PROGRAM-FOUND-FLAG      PIC X(3)    VALUE "NO ".
           05  TBL-SUB                 PIC 9(3)    VALUE 1.
           05  MATCHED-TBL-SUB-WS      PIC 9(3)    VALUE ZERO.
           05  EXC-COUNT-WS            PIC 9(3)    VALUE ZERO.
           05  EXC-SUB-WS              PIC 9(3)    VALUE ZERO.
           05  INVALID-COUNT-WS        PIC 9(3)    VALUE ZERO.
           05  LINES-PER-PAGE-WS        PIC 9(3)   VALUE 50.
           05  SCRATCH-PROGRAM-REC-WS   PIC X(25)  VALUE SPACES.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Student-summary currency check request
       COPY "SUM-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *CREATE THE STUDENT REPORT 
       100-CREATE-STUDENT-REPORT.
           PERFORM 390-LOG-JOB-START.
           PERFORM 330-READ-RUN-PARAMETERS.
           PERFORM 333-CHECK-STUDENT-SUMMARY.
           IF SUM-REQ-CURRENT-WS NOT = "Y"
               DISPLAY "STUDENT REPORT REFUSED - STUDENT SUMMARY NOT "
                   "CURRENT: " SUM-REQ-REASON-WS
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 201-INITIATE-CREATE-STUDENT-REPORT.
           PERFORM 202-CREATE-STUDEN-REPORT-RECORD
                   UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-CREATE-STUDENT-REPORT.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-CREATE-STUDENT-REPORT.
           PERFORM 301-OPEN-STUDENT-PROGRAM-FILES.
           PERFORM 331-WRITE-PARAMETER-ECHO.
           PERFORM 302-INIT-READ-WRITE-COUNTERS.   
               DISPLAY "WARNING: PROGRAM.TXT HAS MORE THAN 100 ENTR"
                   "IES - SOME PROGRAMS OF STUDY WERE NOT LOADED"
           END-IF.
           PERFORM 306-WRITE-REPORT-COLUMN-HEADERS.
           PERFORM 304-READ-STUDENT-PROGRAM-RECORDS.
        
       202-CREATE-STUDEN-REPORT-RECORD.
           PERFORM 305-CALCULATE-STUDENT-AVERAGE. 
           IF SUMMARY-FOUND-FLAG = "Y"
               PERFORM 307-WRITE-STUDENT-REPORT-RECORD
           ELSE
               PERFORM 321-LOG-MISSING-SUMMARY
           END-IF.
           PERFORM 304-READ-STUDENT-PROGRAM-RECORDS. 

       203-TERMINATE-CREATE-STUDENT-REPORT.
           PERFORM 317-WRITE-INVALID-AVERAGE-EXCEPTIONS
                   VARYING INVALID-SUB-WS FROM 1 BY 1
                   UNTIL INVALID-SUB-WS > INVALID-COUNT-WS.
           PERFORM 322-WRITE-MISSING-SUMMARY-EXCEPTIONS
                   VARYING MISSING-SUB-WS FROM 1 BY 1
                   UNTIL MISSING-SUB-WS > MISSING-COUNT-WS.
           PERFORM 309-CLOSE-FILES.

       
       301-OPEN-STUDENT-PROGRAM-FILES.
           OPEN INPUT  STUDENT-FILE-IN
                       PROGRAM-FILE-IN
                       STUDENT-SUMMARY-FILE
                OUTPUT STUDENT-REPORT.

       302-INIT-READ-WRITE-COUNTERS.
           INITIALIZE  RECORDS-IN-COUNTER-WS
           READ PROGRAM-FILE-IN INTO PROGRAM-TBL-RTN(TBL-SUB)
                  AT END MOVE "YES" TO EOF-TBL-FLAG.

      *Read the next student record, skipping withdrawn students
      *(STUDENT-STATUS = "W") by default so the report only lists
      *currently-enrolled students
                   NOT AT END ADD 1 TO RECORDS-IN-COUNTER-WS
           END-READ.

      *The average and letter grade come from the student summary;
      *a slot-averaged student's slots are still checked so an
      *out-of-range value is reported (the summary counted it as
      *zero)
       305-CALCULATE-STUDENT-AVERAGE.
           MOVE STUDENT-NUMBER TO SUM-STUD-NUM.
           READ STUDENT-SUMMARY-FILE
               INVALID KEY MOVE "N" TO SUMMARY-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO SUMMARY-FOUND-FLAG
           END-READ.
           IF SUMMARY-FOUND-FLAG = "Y"
               MOVE SUM-AVERAGE TO STUDENT-AVERAGE-WS
               IF SUM-AVERAGE-SOURCE = "S"
                   PERFORM 315-VALIDATE-COURSE-AVERAGES
               END-IF
               PERFORM 310-DETERMINE-LETTER-GRADE-RTN
           END-IF.

       306-WRITE-REPORT-COLUMN-HEADERS.
           WRITE STUDENT-REPORT-RECORD-OUT FROM PAGE-HEADER-WS
               AFTER ADVANCING PAGE.
               PERFORM 313-LOG-UNMATCHED-PROGRAM
           END-IF.

      *Letter grade from the summary; the Dean's List flag from
      *STUDENT-AVERAGE-WS against this run's cutoff
       310-DETERMINE-LETTER-GRADE-RTN.
           MOVE SUM-LETTER-GRADE TO LETTER-GRADE-WS.
           IF STUDENT-AVERAGE-WS >= DEANS-LIST-CUTOFF-WS
               MOVE "DEAN'S LIST" TO DEANS-LIST-WS
           ELSE
               MOVE SPACES TO DEANS-LIST-WS
           END-IF.

       402-SEARCH-RTN.
       IF PROGRAM-OF-STUDY = PROGRAM-CODE-TBL-WS(TBL-SUB)
           MOVE PROGRAM-NAME-TBL-WS(TBL-SUB)
           WRITE STUDENT-REPORT-RECORD-OUT FROM EXCEPTION-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.

      *Report a course average outside the valid 0-100 range; the
      *summary build counted the course as zero rather than let a
      *bad input record skew CALC-AVERAGE's weighted mean, and the
      *student is reported here as an exception
       315-VALIDATE-COURSE-AVERAGES.
           IF COURSE-AVERAGE-1 > 100
               MOVE 1 TO COURSE-NUM-WS
           PERFORM 320-WRITE-CLASS-STATISTICS.
           DISPLAY "WITHDRAWN STUDENTS SKIPPED: "
               WITHDRAWN-SKIPPED-CTR-WS.
           DISPLAY "STUDENTS NOT ON STUDENT SUMMARY: "
               NOT-ON-SUMMARY-CTR-WS.
           PERFORM 319-CHECK-IN-OUT-RECONCILIATION.

      *Print the class high/low/mean summary after AUDIT-TRAILERS-WS;
           WRITE STUDENT-REPORT-RECORD-OUT FROM CLASS-STATS-LINE-WS
               AFTER ADVANCING 1 LINES.

      *Record a student the summary has no record for
       321-LOG-MISSING-SUMMARY.
           ADD 1 TO NOT-ON-SUMMARY-CTR-WS.
           ADD 1 TO MISSING-COUNT-WS.
           IF MISSING-COUNT-WS > 500
               DISPLAY "WARNING: MISSING SUMMARY EXCEPTION LIST FULL"
               MOVE 500 TO MISSING-COUNT-WS
           ELSE
               MOVE STUDENT-NUMBER TO MIS-STUD-NUM-WS(MISSING-COUNT-WS)
           END-IF.

      *Append the not-on-summary exception list to the report
       322-WRITE-MISSING-SUMMARY-EXCEPTIONS.
           IF MISSING-SUB-WS = 1
               WRITE STUDENT-REPORT-RECORD-OUT
                   FROM MISSING-HEADER-LINE-WS
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE MIS-STUD-NUM-WS(MISSING-SUB-WS) TO MIS-STUD-NUM-OUT-WS.
           WRITE STUDENT-REPORT-RECORD-OUT FROM MISSING-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.

      *Flag a READ/WRITTEN discrepancy the withdrawn-skip and
      *not-on-summary counts don't account for (e.g. a record
      *rejected for some other reason)
       319-CHECK-IN-OUT-RECONCILIATION.
           COMPUTE EXPECTED-OUT-COUNT-WS =
               RECORDS-IN-COUNTER-WS - WITHDRAWN-SKIPPED-CTR-WS
                   - NOT-ON-SUMMARY-CTR-WS.
           IF RECORDS-OUT-COUNTER-WS NOT = EXPECTED-OUT-COUNT-WS
               MOVE RECORDS-IN-COUNTER-WS TO RECON-IN-OUT-WS
               MOVE RECORDS-OUT-COUNTER-WS TO RECON-OUT-OUT-WS
                   MOVE PARM-VALUE-IN TO STUFILE-PATH-WS
               WHEN "PROGRAM-PATH        "
                   MOVE PARM-VALUE-IN TO PROGRAM-PATH-WS
               WHEN "STURPT-PATH         "
                   MOVE PARM-VALUE-IN TO STURPT-PATH-WS
               WHEN "STUFILE-IN-PATH     "
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

       331-WRITE-PARAMETER-ECHO.
       309-CLOSE-FILES.
           CLOSE STUDENT-FILE-IN
                 PROGRAM-FILE-IN
                 STUDENT-SUMMARY-FILE
                 STUDENT-REPORT.
           DISPLAY "GENERATE STUDENT REPORT SUCCESSFULLY".

      *Refuse to report from a student summary older than the
      *student file's last change
       333-CHECK-STUDENT-SUMMARY.
           MOVE "V" TO SUM-REQ-FUNCTION-WS.
           MOVE STUFILE-IN-PATH-WS TO SUM-REQ-STUFILE-PATH-WS.
           CALL 'CHECK-SUMMARY' USING SUMMARY-CHECK-REQUEST-WS.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "CAL-AVERAGE" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE RECORDS-IN-COUNTER-WS TO JLG-REQ-READ-WS.
           MOVE RECORDS-OUT-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM CAL-AVERAGE.


