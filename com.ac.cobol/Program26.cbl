      *PROGRAMS' STUDENTS WITH PER-PROGRAM SUBTOTALS; STUDENTS WHOSE
      *PROGRAM HAS NO ROUTING ENTRY GO TO AN EXCEPTION REPORT
      *(DISTEXC.TXT). A MASTER DISTRIBUTION LOG (DISTLOG.TXT) LISTS
      *EVERY FILE PRODUCED AND HOW MANY STUDENTS IT CARRIES. A
      *STUDENT WHO HAS REFUSED ALL RELEASE ON THEIR CONSENT RECORD IS
      *SUPPRESSED FROM THE DEPARTMENT FILES AND LISTED ON THE
      *EXCEPTION REPORT INSTEAD; EVERY STUDENT ROUTED TO A DEPARTMENT
      *IS LOGGED ON THE DISCLOSURE LOG THROUGH CHECK-RELEASE.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-DISTRIBUTION.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  EXC-PROGRAM-OUT-WS       PIC X(5).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  EXC-REASON-OUT-WS        PIC X(29) VALUE
                   "PROGRAM HAS NO ROUTING ENTRY".

      *CALC-AVERAGE fields - the same chain CAL-AVERAGE uses
           05  LOOKUP-CODE-WS           PIC X(7)  VALUE SPACES.
           05  SLOT-WEIGHT-WS           PIC 9(1)  VALUE 1.
           05  EXCEPTION-COUNTER-WS     PIC 9(6)  VALUE ZERO.
           05  WITHHELD-COUNTER-WS      PIC 9(6)  VALUE ZERO.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Consent check and disclosure log request
       COPY "DSC-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *WRITE ONE REPORT FILE PER DEPARTMENT FROM THE ROUTING FILE
       100-DISTRIBUTE-DEPT-REPORTS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 201-INITIATE-DISTRIBUTION.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-DEPT-WS
               INPUT PROCEDURE IS 301-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 302-WRITE-DEPT-REPORTS
           PERFORM 203-TERMINATE-DISTRIBUTION.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-DISTRIBUTION.
               CLOSE REGISTRATION-FILE
           END-IF.
           DISPLAY "UNROUTED STUDENTS: " EXCEPTION-COUNTER-WS.
           DISPLAY "STUDENTS WITHHELD - NO CONSENT: "
               WITHHELD-COUNTER-WS.
           MOVE "C" TO DSC-REQ-FUNCTION-WS.
           CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS.
           CLOSE EXCEPTION-REPORT
                 DISTRIBUTION-LOG.

       305-READ-STUDENT-RECORD.
           READ STUDENT-FILE-IN
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

       306-ROUTE-ONE-STUDENT.
               UNTIL RTE-TBL-SUB > RTE-USED-WS
                   OR ROUTING-FOUND-FLAG = "YES".
           IF ROUTING-FOUND-FLAG = "YES"
               PERFORM 316-CHECK-STUDENT-RELEASE
           END-IF.
           EVALUATE TRUE
               WHEN ROUTING-FOUND-FLAG = "NO "
                   MOVE "PROGRAM HAS NO ROUTING ENTRY"
                       TO EXC-REASON-OUT-WS
                   PERFORM 317-WRITE-EXCEPTION-LINE
                   ADD 1 TO EXCEPTION-COUNTER-WS
               WHEN DSC-REQ-RELEASED-WS NOT = "Y"
                   MOVE "NOT RELEASED - NO CONSENT"
                       TO EXC-REASON-OUT-WS
                   PERFORM 317-WRITE-EXCEPTION-LINE
                   ADD 1 TO WITHHELD-COUNTER-WS
               WHEN OTHER
                   PERFORM 318-RELEASE-ROUTED-STUDENT
           END-EVALUATE.

      *Compute the average and release the student under their
      *routed department
       318-RELEASE-ROUTED-STUDENT.
           PERFORM 307-COMPUTE-STUDENT-AVERAGE.
           MOVE RTE-DEPT-TBL-WS(RTE-MATCH-SUB-WS)
               TO SORT-DEPT-WS.
           MOVE RTE-FILE-TBL-WS(RTE-MATCH-SUB-WS)
               TO SORT-FILE-NAME-WS.
           MOVE PROGRAM-OF-STUDY   TO SORT-PROGRAM-WS.
           MOVE STUDENT-NAME       TO SORT-STUD-NAME-WS.
           MOVE STUDENT-NUMBER     TO SORT-STUD-NUM-WS.
           MOVE STUDENT-AVERAGE-WS TO SORT-AVERAGE-WS.
           MOVE TUITION-OWNED      TO SORT-TUITION-WS.
           RELEASE SORT-RECORD-WS.

       317-WRITE-EXCEPTION-LINE.
           MOVE STUDENT-NUMBER   TO EXC-STUD-NUM-OUT-WS.
           MOVE PROGRAM-OF-STUDY TO EXC-PROGRAM-OUT-WS.
           WRITE EXCEPTION-RECORD-OUT FROM EXCEPTION-LINE-WS.

      *The department reports go to college offices, so only a
      *blanket refusal keeps a student off them; the check is
      *logged as a disclosure to the routed department either way
       316-CHECK-STUDENT-RELEASE.
           MOVE "D"            TO DSC-REQ-FUNCTION-WS.
           MOVE STUDENT-NUMBER TO DSC-REQ-STUD-NUM-WS.
           MOVE "IN"           TO DSC-REQ-RECIPIENT-WS.
           MOVE SPACES         TO DSC-REQ-SENT-TO-WS.
           STRING "DEPARTMENT " DELIMITED BY SIZE
                  RTE-DEPT-TBL-WS(RTE-MATCH-SUB-WS)
                                DELIMITED BY SIZE
               INTO DSC-REQ-SENT-TO-WS.
           MOVE "DEPARTMENT REPORT" TO DSC-REQ-DATA-WS.
           MOVE "DEPT-DISTRIBUTION" TO DSC-REQ-PROGRAM-WS.
           MOVE "BATCH"        TO DSC-REQ-OPERATOR-WS.
           CALL 'CHECK-RELEASE' USING DISCLOSURE-REQUEST-WS.

       402-SEARCH-ROUTING-TABLE.
           IF PROGRAM-OF-STUDY = RTE-PROGRAM-TBL-WS(RTE-TBL-SUB)
                   END-IF
           END-READ.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "DEPT-DISTRIBUTION" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-REJECTED-WS =
               EXCEPTION-COUNTER-WS + WITHHELD-COUNTER-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM DEPT-DISTRIBUTION.
