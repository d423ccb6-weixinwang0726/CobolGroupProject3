           05  PAT-MATCH-WS            PIC 9(3)  VALUE ZERO.
           05  FLAGGED-HEADER-FLAG     PIC X(1)  VALUE "N".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *REPORT SELECTED SECURITY EVENTS WITH COUNTS AND FLAGS
       100-AUDIT-SECURITY-LOG.
           PERFORM 390-LOG-JOB-START.
           PERFORM 201-INITIATE-AUDIT.
           PERFORM 202-AUDIT-ONE-EVENT UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-AUDIT.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-AUDIT.
       302-READ-LOG-RECORD.
           READ SECURITY-LOG-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

       202-AUDIT-ONE-EVENT.
           WRITE AUDIT-RECORD-OUT FROM FLAGGED-LINE-WS
               AFTER ADVANCING 1 LINES.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "SECLOG-AUDIT" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE SELECTED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM SECLOG-AUDIT.
