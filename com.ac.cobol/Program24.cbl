           05  AVG-SUB-WS               PIC 9(1)  VALUE ZERO.
           05  RUN-DATE-WS              PIC X(8).

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *PROVE THE INDEXED STUDENT FILE IS HEALTHY
       100-CHECK-STUDENT-FILE.
           PERFORM 390-LOG-JOB-START.
           PERFORM 311-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-CHECK.
           PERFORM 202-CHECK-ONE-RECORD UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-CHECK.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-CHECK.
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "STUD-FILE-CHECK" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE STUDENT-COUNTER-WS TO JLG-REQ-READ-WS.
           MOVE ERROR-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM STUD-FILE-CHECK.
