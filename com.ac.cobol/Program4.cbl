           05  STATUS-FIELD             PIC X(2).
           05  MINIMUM-BALANCE-WS       PIC 9(4)V99 VALUE ZERO.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *PRODUCE THE TUITION-OWING REPORT, HIGHEST BALANCE FIRST
       100-CREATE-AGED-RECEIVABLES-REPORT.
           PERFORM 390-LOG-JOB-START.
           PERFORM 310-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-REPORT.
           SORT SORT-WORK-FILE
               INPUT PROCEDURE IS 301-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 302-WRITE-REPORT-FROM-SORT.
           PERFORM 203-TERMINATE-REPORT.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-REPORT.
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "AGED-RECEIVABLES" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE RECORDS-IN-COUNTER-WS TO JLG-REQ-READ-WS.
           MOVE RECORDS-OUT-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM AGED-RECEIVABLES.
