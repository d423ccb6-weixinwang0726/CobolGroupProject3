      *Job-run log request handed to the shared JOB-RUN-LOG
      *subprogram by every batch program. "S" at the start of the
      *run stamps the start time into the request, clears the counts
      *and logs that the run began; "E" just before the program
      *stops logs the end time, the records read, written and
      *rejected and how the run ended. The caller sets the ending
      *to "R" when the SYSSTAT.TXT interlock refused the run;
      *otherwise a condition code of 8 or more is logged as abended
      *("A") and anything less as normal ("N"). The caller's
      *condition code goes in with the "E" request and is handed
      *back in RETURN-CODE.
       01  JOB-LOG-REQUEST-WS.
           05  JLG-REQ-FUNCTION-WS     PIC X(1).
           05  JLG-REQ-PROGRAM-WS      PIC X(24).
           05  JLG-REQ-START-DATE-WS   PIC X(8).
           05  JLG-REQ-START-TIME-WS   PIC X(6).
           05  JLG-REQ-READ-WS         PIC 9(7).
           05  JLG-REQ-WRITTEN-WS      PIC 9(7).
           05  JLG-REQ-REJECTED-WS     PIC 9(7).
           05  JLG-REQ-ENDING-WS       PIC X(1).
           05  JLG-REQ-COND-CODE-WS    PIC 9(4).
