           05  CLOSING-STATUS-WS        PIC X(2).
           05  BUSINESS-DATE-WS         PIC X(8)  VALUE SPACES.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *PROVE THE FILE BALANCES TO PRIOR CLOSE PLUS THE DAY'S MOVEMENT
       100-BALANCE-END-OF-DAY.
           PERFORM 390-LOG-JOB-START.
           PERFORM 310-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-BALANCING.
           PERFORM 301-TOTAL-STUDENT-FILE.
           PERFORM 304-WRITE-BALANCE-STATEMENT.
           PERFORM 305-WRITE-NEW-CLOSING.
           PERFORM 203-TERMINATE-BALANCING.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-BALANCING.
       306-READ-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

       307-ADD-STUDENT-TUITION.
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "EOD-BALANCING" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM EOD-BALANCING.
