           05  TRAILER-COUNT-WS         PIC 9(6)  VALUE ZERO.
           05  TRAILER-FOUND-FLAG       PIC X(1)  VALUE "N".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *BACK UP OR RESTORE THE INDEXED STUDENT FILE
       100-BACKUP-RESTORE-STUD-FILE.
           PERFORM 390-LOG-JOB-START.
           PERFORM 316-READ-RUN-PARAMETERS.
           PERFORM 313-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
               DISPLAY "BACKUP RUN REFUSED - AN ONLINE SESSION HAS "
                   "THE STUDENT FILE OPEN (SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 314-REGISTER-BATCH-SESSION.
           END-IF.
           CLOSE BACKUP-LOG-FILE.
           PERFORM 315-CLEAR-SYSTEM-STATUS.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *Ask for the run mode; restore also asks which generation
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "STUD-FILE-BACKUP" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE COPIED-COUNTER-WS TO JLG-REQ-READ-WS.
           MOVE COPIED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM STUD-FILE-BACKUP.
