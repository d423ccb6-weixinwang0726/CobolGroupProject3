           05  EOF-FLAG                PIC X(3)  VALUE "NO ".
           05  EOF-SORT-FLAG           PIC X(3)  VALUE "NO ".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *TALLY THE REGISTRATION FILE FROM THE COURSE SIDE
       100-REPORT-COURSE-ENROLLMENT.
           PERFORM 390-LOG-JOB-START.
           PERFORM 201-INITIATE-REPORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-DEPT-WS
               INPUT PROCEDURE IS 301-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 302-WRITE-GROUPED-REPORT.
           PERFORM 203-TERMINATE-REPORT.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-REPORT.
       305-READ-REGISTRATION.
           READ REGISTRATION-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

      *Active, withdrawn (W or late L), and graded buckets; an "R"
           MOVE ZERO TO GRP-WITHDRAWN-TOTAL-WS.
           MOVE ZERO TO GRP-COMPLETED-TOTAL-WS.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "COURSE-ENROLL-RPT" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM COURSE-ENROLL-RPT.
