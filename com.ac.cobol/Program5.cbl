           05  HDG-PROGRAM-CODE-WS      PIC X(5)    VALUE SPACES.
           05  SCRATCH-PROGRAM-REC-WS   PIC X(25)   VALUE SPACES.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *PRODUCE THE CLASS ROSTER, GROUPED/SORTED BY PROGRAM-OF-STUDY
       100-CREATE-CLASS-ROSTER.
           PERFORM 390-LOG-JOB-START.
           PERFORM 312-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-ROSTER.
           SORT SORT-WORK-FILE
               INPUT PROCEDURE IS 301-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 302-WRITE-ROSTER-FROM-SORT.
           PERFORM 203-TERMINATE-ROSTER.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-ROSTER.
                   MOVE PARM-VALUE-IN TO PROGRAM-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "CLASS-ROSTER" TO JLG-REQ-PROGRAM-WS.
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

       END PROGRAM CLASS-ROSTER.
