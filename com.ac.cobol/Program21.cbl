           05  CAL-EOF-FLAG             PIC X(1)  VALUE "N".
           05  TERM-ON-CALENDAR-FLAG    PIC X(1)  VALUE "N".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *ROLL EVERY STUDENT'S CURRENT TERM INTO THE HISTORY FILE
       100-ROLL-TERM-END.
           PERFORM 390-LOG-JOB-START.
           PERFORM 310-READ-RUN-PARAMETERS.
           PERFORM 307-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
               DISPLAY "TERM ROLLOVER REFUSED - AN ONLINE SESSION HAS "
                   "THE STUDENT FILE OPEN (SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 308-REGISTER-BATCH-SESSION.
           PERFORM 201-INITIATE-ROLLOVER.
           PERFORM 202-ROLL-ONE-STUDENT UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-ROLLOVER.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-ROLLOVER.
                   "(SEE CALENDAR-MAINT)"
               PERFORM 309-CLEAR-SYSTEM-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           OPEN I-O    INDEXED-STUDENT-FILE.
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "TERM-END-ROLLOVER" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               ROLLED-COUNTER-WS + SKIPPED-COUNTER-WS.
           MOVE ROLLED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM TERM-END-ROLLOVER.
