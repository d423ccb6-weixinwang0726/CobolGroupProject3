      *REFUSAL APPENDED TO HOLDLOG.TXT; THE REPORT THIS RUN PRINTS
      *(HOLDRPT.TXT) LISTS THE HOLDS SET AND CLEARED THIS CYCLE AND
      *THEN EVERYTHING THE HOLDS HAVE BLOCKED, SO THE REGISTRAR CAN
      *SEE THE HOLDS ACTUALLY WORKING. EVERY HOLD SET OR CLEARED BY
      *THE BATCH IS ALSO QUEUED THROUGH QUEUE-NOTIFY SO THE NIGHTLY
      *NOTIFY-EXTRACT RUN CAN EMAIL OR TEXT THE STUDENT.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-UPDATE.
           05  LOG-EOF-FLAG            PIC X(1)  VALUE "N".
           05  STATUS-FIELD            PIC X(2).

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Student notification request
       COPY "NTF-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *SET AND CLEAR FINANCIAL HOLDS AGAINST THE BALANCE THRESHOLD
       100-UPDATE-FINANCIAL-HOLDS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 310-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-HOLD-RUN.
           PERFORM 202-PROCESS-ONE-STUDENT UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-HOLD-RUN.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-HOLD-RUN.
       301-READ-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

      *A balance at or above the threshold gets a batch hold; a
           CLOSE INDEXED-STUDENT-FILE
                 HOLD-FILE
                 HOLD-REPORT.
           MOVE "C" TO NTF-REQ-FUNCTION-WS.
           CALL 'QUEUE-NOTIFY' USING NOTIFY-REQUEST-WS.

       302-READ-HOLD-RECORD.
           MOVE STUD-NUM-OUT TO HOLD-STUD-NUM.
           ADD 1 TO SET-COUNTER-WS.
           MOVE "HOLD SET      " TO HLD-ACTION-OUT-WS.
           PERFORM 305-WRITE-HOLD-DETAIL.
           MOVE "HS" TO NTF-REQ-EVENT-WS.
           PERFORM 308-QUEUE-HOLD-NOTICE.

       304-CLEAR-BATCH-HOLD.
           DELETE HOLD-FILE RECORD.
           ADD 1 TO CLEARED-COUNTER-WS.
           MOVE "HOLD CLEARED  " TO HLD-ACTION-OUT-WS.
           PERFORM 305-WRITE-HOLD-DETAIL.
           MOVE "HC" TO NTF-REQ-EVENT-WS.
           PERFORM 308-QUEUE-HOLD-NOTICE.

       305-WRITE-HOLD-DETAIL.
           MOVE STUD-NUM-OUT     TO HLD-STUD-NUM-OUT-WS.
                       AFTER ADVANCING 1 LINES
           END-READ.

      *Queue the hold set or cleared for the student's email/text
       308-QUEUE-HOLD-NOTICE.
           MOVE "Q"              TO NTF-REQ-FUNCTION-WS.
           MOVE STUD-NUM-OUT     TO NTF-REQ-STUD-NUM-WS.
           MOVE TUITION-OWED-OUT TO NTF-REQ-AMOUNT-WS
                                    NTF-REQ-BALANCE-WS.
           MOVE SPACES           TO NTF-REQ-COURSE-WS.
           MOVE "BALANCE OWING"  TO NTF-REQ-DETAIL-WS.
           MOVE "HOLD-UPD"       TO NTF-REQ-PROGRAM-WS.
           CALL 'QUEUE-NOTIFY' USING NOTIFY-REQUEST-WS.

      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "HOLD-UPDATE" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-WRITTEN-WS =
               SET-COUNTER-WS + CLEARED-COUNTER-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM HOLD-UPDATE.
