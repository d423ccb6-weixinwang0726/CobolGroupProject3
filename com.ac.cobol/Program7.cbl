           05  EDIT-ERROR-MSG-WS OCCURS 10 TIMES
                                       PIC X(30).

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *Merge the new-intake file into the existing indexed student file
       100-MERGE-STUDENT-INTAKE.
           PERFORM 390-LOG-JOB-START.
           PERFORM 314-READ-RUN-PARAMETERS.
           PERFORM 311-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
               DISPLAY "INTAKE MERGE REFUSED - AN ONLINE SESSION HAS "
                   "THE STUDENT FILE OPEN (SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 312-REGISTER-BATCH-SESSION.
           PERFORM 201-INITIATE-MERGE.
           PERFORM 202-MERGE-INTAKE-RECORD UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-MERGE.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-MERGE.
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "STUDENT-INTAKE-MERGE" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE PROCESSED-COUNTER-WS TO JLG-REQ-READ-WS.
           MOVE MERGED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE REJECTED-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM STUDENT-INTAKE-MERGE.
