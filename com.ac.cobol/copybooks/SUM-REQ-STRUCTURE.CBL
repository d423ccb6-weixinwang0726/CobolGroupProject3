      *Summary check request handed to the shared CHECK-SUMMARY
      *subprogram by every program that reads the student summary
      *file (STUSUMM.TXT) instead of recomputing averages. "V" before
      *the summary is opened verifies it is complete and no older
      *than the student file's last change; "A" after a run that
      *changed the student file and kept the summary in step with
      *it carries the summary's stamp forward to now. The caller
      *passes the student-file path it is running against; the
      *summary stamp and the last student-file change found come
      *back as date and time (YYYYMMDDHHMMSS). The current flag
      *comes back "Y" or "N" with the reason in words; return code
      *0 current, 8 refused.
       01  SUMMARY-CHECK-REQUEST-WS.
           05  SUM-REQ-FUNCTION-WS     PIC X(1).
           05  SUM-REQ-STUFILE-PATH-WS PIC X(40).
           05  SUM-REQ-SUMMARY-STAMP-WS PIC X(14).
           05  SUM-REQ-CHANGE-STAMP-WS PIC X(14).
           05  SUM-REQ-CURRENT-WS      PIC X(1).
           05  SUM-REQ-REASON-WS       PIC X(50).
           05  SUM-REQ-RETURN-CODE-WS  PIC 9(1).
