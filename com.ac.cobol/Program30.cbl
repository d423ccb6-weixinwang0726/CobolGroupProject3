      *TAG IN THE IMAGE KEEPS EOD-BALANCING FROM READING IT AS
      *TUITION MOVEMENT). CREDITS WHOSE STUDENT IS NO LONGER ON THE
      *FILE ARE LISTED BUT HELD, NOT CLEARED, SO THE MONEY IS NEVER
      *WRITTEN OFF WITHOUT A NAME TO CHEQUE IT TO. EACH REFUND IS
      *POSTED TO THE STUDENT ACCOUNT LEDGER (STULEDGR.TXT) AS A "REF"
      *MEMO ENTRY DATED BY THE CHEQUE RUN - IT MOVES THE CREDIT
      *BALANCE, NOT THE BALANCE OWING.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-RUN.
           05  JRN-TS-DATE-WS          PIC X(8).
           05  JRN-TS-TIME-WS          PIC X(6).

      *Account ledger posting request
       COPY "LDG-REQ-STRUCTURE.CBL".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *LIST AND CLEAR EVERY CREDIT BALANCE FOR THE CHEQUE RUN
       100-RUN-REFUND-CYCLE.
           PERFORM 390-LOG-JOB-START.
           PERFORM 313-READ-RUN-PARAMETERS.
           PERFORM 310-CHECK-SYSTEM-STATUS.
           IF SYSSTAT-HELD-FLAG = "Y"
               DISPLAY "REFUND RUN REFUSED - AN ONLINE SESSION HAS "
                   "THE STUDENT FILE OPEN (SEE SYSSTAT.TXT)"
               MOVE 8 TO RETURN-CODE
               MOVE "R" TO JLG-REQ-ENDING-WS
               PERFORM 391-LOG-JOB-END
               STOP RUN
           END-IF.
           PERFORM 311-REGISTER-BATCH-SESSION.
           PERFORM 201-INITIATE-REFUND-RUN.
           PERFORM 202-REFUND-ONE-CREDIT UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-REFUND-RUN.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-REFUND-RUN.
               ADD 1 TO REFUND-COUNTER-WS
               ADD CRED-AMOUNT TO REFUND-AMOUNT-WS
               MOVE CREDIT-RECORD TO JRN-BEFORE-WS
               MOVE CRED-AMOUNT TO LDG-REQ-MEMO-AMOUNT-WS
               DELETE CREDIT-FILE RECORD
               MOVE SPACES TO JRN-AFTER-WS
               PERFORM 308-WRITE-JOURNAL-RECORD
               PERFORM 315-POST-LEDGER-ENTRY
           END-IF.
           PERFORM 301-READ-CREDIT-RECORD.

                 INDEXED-STUDENT-FILE
                 REFUND-REGISTER
                 JOURNAL-FILE.
           MOVE "C" TO LDG-REQ-FUNCTION-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.
           PERFORM 312-CLEAR-SYSTEM-STATUS.

      *Append a before/after image journal record to STUJRNL.TXT
           MOVE JRN-AFTER-WS      TO JRN-AFTER-IMAGE-OUT.
           WRITE JOURNAL-RECORD-OUT.

      *The refund leaves the balance owing alone, so it goes on the
      *student's account ledger as a memo of the cheque amount,
      *referenced by the date of the cheque run
       315-POST-LEDGER-ENTRY.
           MOVE "W"              TO LDG-REQ-FUNCTION-WS.
           MOVE STUD-NUM-OUT     TO LDG-REQ-STUD-NUM-WS.
           MOVE "REF"            TO LDG-REQ-TYPE-WS.
           MOVE TUITION-OWED-OUT TO LDG-REQ-BEFORE-BAL-WS.
           MOVE TUITION-OWED-OUT TO LDG-REQ-AFTER-BAL-WS.
           MOVE JRN-TS-DATE-WS   TO LDG-REQ-REFERENCE-WS.
           MOVE "REFUND  "       TO LDG-REQ-PROGRAM-WS.
           MOVE "BATCH   "       TO LDG-REQ-OPERATOR-WS.
           CALL 'POST-LEDGER' USING LEDGER-REQUEST-WS.


      *Refuse to run while an online session is registered; a batch
      *flag left by a crashed batch job is taken over (batch runs
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "REFUND-RUN" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               REFUND-COUNTER-WS + HELD-COUNTER-WS.
           MOVE REFUND-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE HELD-COUNTER-WS TO JLG-REQ-REJECTED-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM REFUND-RUN.
