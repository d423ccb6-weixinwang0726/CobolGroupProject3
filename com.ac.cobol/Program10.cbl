           05  STMT-PROGRAM-CODE-WS     PIC X(5)    VALUE SPACES.
           05  SCRATCH-PROGRAM-REC-WS   PIC X(25)   VALUE SPACES.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *PRINT A TUITION STATEMENT PAGE FOR EVERY STUDENT ON FILE,
      *SEQUENCED BY POSTAL CODE FOR THE MAIL-RATE DISCOUNT
       100-CREATE-TUITION-STATEMENTS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 307-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-STATEMENT-RUN.
           SORT SORT-WORK-FILE
               INPUT PROCEDURE IS 310-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 311-PRINT-SORTED-STATEMENTS.
           PERFORM 203-TERMINATE-STATEMENT-RUN.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-STATEMENT-RUN.
       301-READ-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

      *Print one statement page: heading, student identification,
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "TUITION-STATEMENTS" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE STATEMENT-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM TUITION-STATEMENTS.
