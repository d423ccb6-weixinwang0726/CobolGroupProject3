               10  SYSSTAT-DATE-WS     PIC X(8).
               10  SYSSTAT-TIME-WS     PIC X(6).

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *CUT THE DAY'S JOURNAL OVER TO A VERIFIED GENERATION
       100-CUT-OFF-JOURNAL.
           PERFORM 390-LOG-JOB-START.
           PERFORM 310-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
               DISPLAY "JOURNAL CUT-OFF REFUSED - AN ONLINE "
                   "SESSION HAS THE STUDENT FILE OPEN "
                   "(SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 311-REGISTER-BATCH-SESSION.
               PERFORM 308-WRITE-CUTOFF-LOG
           END-IF.
           PERFORM 312-CLEAR-SYSTEM-STATUS.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *The control file carries the next generation slot to write
           WRITE SYSTEM-STATUS-RECORD.
           CLOSE SYSTEM-STATUS-FILE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "JOURNAL-CUTOFF" TO JLG-REQ-PROGRAM-WS.
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

       END PROGRAM JOURNAL-CUTOFF.
