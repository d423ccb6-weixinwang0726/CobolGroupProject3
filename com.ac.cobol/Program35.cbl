      *DONE ITS WORK - DROPS THE STUDENT OFF THE DUNNING FILE. A
      *REGISTER (DUNREG.TXT) COUNTS THE LETTERS PRODUCED PER LEVEL
      *SO THE FOLLOW-UP CAN BE PROVEN TO THE FINANCE COMMITTEE.
      *EVERY NOTICE PRINTED IS ALSO QUEUED THROUGH QUEUE-NOTIFY SO
      *THE NIGHTLY NOTIFY-EXTRACT RUN CAN EMAIL OR TEXT IT AS WELL.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTION-LETTERS.
           05  EOF-FLAG                PIC X(3)  VALUE "NO ".
           05  STATUS-FIELD            PIC X(2).

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

      *Student notification request
       COPY "NTF-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *ADVANCE THE DUNNING CYCLE AND PRINT THE LETTERS
       100-RUN-COLLECTION-CYCLE.
           PERFORM 390-LOG-JOB-START.
           PERFORM 310-READ-RUN-PARAMETERS.
           PERFORM 201-INITIATE-COLLECTION-RUN.
           PERFORM 202-PROCESS-ONE-STUDENT UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-COLLECTION-RUN.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-COLLECTION-RUN.
       301-READ-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO JLG-REQ-READ-WS
           END-READ.

      *A balance at or above the cutoff advances the dunning level
                   PERFORM 303-ADVANCE-DUNNING-LEVEL
                   PERFORM 304-PRINT-COLLECTION-LETTER
                   PERFORM 307-WRITE-REGISTER-DETAIL
                   PERFORM 308-QUEUE-COLLECTION-NOTICE
               ELSE
                   IF DUN-FOUND-FLAG = "Y"
                       DELETE DUNNING-FILE RECORD
                 DUNNING-FILE
                 LETTER-FILE
                 DUNNING-REGISTER.
           MOVE "C" TO NTF-REQ-FUNCTION-WS.
           CALL 'QUEUE-NOTIFY' USING NOTIFY-REQUEST-WS.

       302-READ-DUNNING-RECORD.
           MOVE STUD-NUM-OUT TO DUN-STUD-NUM.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-DETAIL-LINE-WS
               AFTER ADVANCING 1 LINES.

      *Queue the notice, at its dunning level, for the student's
      *email/text
       308-QUEUE-COLLECTION-NOTICE.
           MOVE "Q"                TO NTF-REQ-FUNCTION-WS.
           MOVE STUD-NUM-OUT       TO NTF-REQ-STUD-NUM-WS.
           MOVE "CL"               TO NTF-REQ-EVENT-WS.
           MOVE ZERO               TO NTF-REQ-AMOUNT-WS.
           MOVE TUITION-OWED-OUT   TO NTF-REQ-BALANCE-WS.
           MOVE SPACES             TO NTF-REQ-COURSE-WS.
           MOVE LTR-SUBJECT-OUT-WS TO NTF-REQ-DETAIL-WS.
           MOVE "COLLECT "         TO NTF-REQ-PROGRAM-WS.
           CALL 'QUEUE-NOTIFY' USING NOTIFY-REQUEST-WS.

      *Pick up the run-control parameters; a missing RUNPARM.TXT or
      *an unknown keyword just leaves the production defaults
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "COLLECTION-LETTERS" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-WRITTEN-WS =
               LEVEL-1-COUNTER-WS + LEVEL-2-COUNTER-WS
                 + LEVEL-3-COUNTER-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM COLLECTION-LETTERS.
