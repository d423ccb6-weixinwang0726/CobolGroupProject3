       01  FLAGS-WORKING-FIELDS.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *CROSS-MATCH EVERY SATELLITE FILE AGAINST THE STUDENT MASTER
       100-CHECK-SATELLITE-FILES.
           PERFORM 390-LOG-JOB-START.
           PERFORM 320-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-CHECK.
           PERFORM 302-CHECK-ADDRESS-FILE.
           PERFORM 318-CHECK-NAME-XREF.
           PERFORM 312-CHECK-TERM-HISTORY.
           PERFORM 203-TERMINATE-CHECK.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-CHECK.
                   AFTER ADVANCING 1 LINES
               CLOSE CHECK-REPORT
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 321-READ-STUDENT-RECORD.
                       CLOSE QUARANTINE-FILE
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   PERFORM 391-LOG-JOB-END
                   STOP RUN
               END-IF
               ADD 1 TO STL-COUNT-WS
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "SATELLITE-FILE-CHECK" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE STL-COUNT-WS TO JLG-REQ-READ-WS.
           MOVE QUARANTINED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE ORPHAN-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM SATELLITE-FILE-CHECK.
