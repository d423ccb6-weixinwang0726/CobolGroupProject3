                   "NAME CHANGES SUPPRESSED: ".
           05  RNM-COUNT-OUT-WS         PIC ZZZZZ9.

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *FIND PROBABLE DUPLICATE PERSONS ACROSS THE STUDENT FILE
       100-FIND-DUPLICATE-PERSONS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 307-READ-RUN-PARAMETERS.
           PERFORM 309-LOAD-XREF-TABLE.
           OPEN OUTPUT DUPLICATE-REPORT.
               INPUT PROCEDURE IS 301-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 302-COMPARE-ADJACENT-NAMES.
           PERFORM 203-WRITE-RANKED-REPORT.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

      *SORT input procedure: every real student record goes in
       303-READ-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

      *SORT output procedure: records stream past in name order, so
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "DUPLICATE-PERSON" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           MOVE PAIR-USED-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM DUPLICATE-PERSON.
