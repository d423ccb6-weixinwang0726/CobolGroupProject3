           05  ARCHIVED-COUNTER-WS      PIC 9(6)  VALUE ZERO.
           05  KEPT-COUNTER-WS          PIC 9(6)  VALUE ZERO.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *ARCHIVE OLD WITHDRAWN STUDENTS, OR RESTORE ONE FROM ARCHIVE
       100-ARCHIVE-OR-RESTORE.
           PERFORM 390-LOG-JOB-START.
           PERFORM 317-READ-RUN-PARAMETERS.
           PERFORM 314-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
               DISPLAY "ARCHIVE RUN REFUSED - AN ONLINE SESSION HAS "
                   "THE STUDENT FILE OPEN (SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 315-REGISTER-BATCH-SESSION.
           END-IF.
           CLOSE JOURNAL-FILE.
           PERFORM 316-CLEAR-SYSTEM-STATUS.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-GET-RUN-MODE.
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "STUDENT-ARCHIVE" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               ARCHIVED-COUNTER-WS + KEPT-COUNTER-WS.
           MOVE ARCHIVED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM STUDENT-ARCHIVE.
