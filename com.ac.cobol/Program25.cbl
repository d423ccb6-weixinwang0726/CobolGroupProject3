           05  FRQ-MATCH-WS            PIC 9(3)  VALUE ZERO.
           05  FLAGGED-HEADER-FLAG     PIC X(1)  VALUE "N".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *REPORT SELECTED TUITION CHANGES WITH DELTAS AND FLAGS
       100-AUDIT-TUITION-HISTORY.
           PERFORM 390-LOG-JOB-START.
           PERFORM 201-INITIATE-AUDIT.
           PERFORM 202-AUDIT-ONE-CHANGE UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-AUDIT.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-AUDIT.
       302-READ-HISTORY-RECORD.
           READ TRANS-HISTORY-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

       202-AUDIT-ONE-CHANGE.
                   AFTER ADVANCING 1 LINES
           END-IF.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "TUITION-HISTORY-AUDIT" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE SELECTED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM TUITION-HISTORY-AUDIT.
