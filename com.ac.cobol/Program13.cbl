           05  GEN-INPUT-WS             PIC X(1)  VALUE SPACE.
           05  GEN-LIST-DONE-FLAG       PIC X(1)  VALUE "N".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *ROLL THE RESTORED STUDENT FILE FORWARD FROM THE JOURNAL
       100-RECOVER-STUDENT-FILE.
           PERFORM 390-LOG-JOB-START.
           PERFORM 313-READ-RUN-PARAMETERS.
           PERFORM 310-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
                   "SESSION HAS THE STUDENT FILE OPEN "
                   "(SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 311-REGISTER-BATCH-SESSION.
           PERFORM 201-INITIATE-RECOVERY.
           PERFORM 210-REPLAY-ALL-JOURNALS.
           PERFORM 203-TERMINATE-RECOVERY.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-RECOVERY.
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "STUD-FILE-RECOVERY" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               REPLAYED-COUNTER-WS + SKIPPED-COUNTER-WS.
           MOVE REPLAYED-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM STUD-FILE-RECOVERY.
