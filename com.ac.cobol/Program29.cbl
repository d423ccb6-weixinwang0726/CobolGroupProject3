      *SO A STUDENT FAITHFULLY FOLLOWING THEIR AGREEMENT STOPS
      *LOOKING LIKE A DELINQUENT ON THE AGED-RECEIVABLES CHASE LIST.
      *PLANS WHOSE STUDENT IS NO LONGER ON THE FILE ARE LISTED AS
      *EXCEPTIONS SO STALE AGREEMENTS GET CLEANED UP. A RECEIPT
      *NSF-REVERSAL HAS REVERSED (RCPTREV.TXT) WAS NEVER REALLY PAID
      *AND IS NOT COUNTED TOWARD THE PLAN.
      *==============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-PLAN-STATUS.
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS RCPT-STATUS-WS.

      *Receipts the bank returned unpaid, reversed by NSF-REVERSAL
           SELECT REVERSAL-HISTORY-FILE
               ASSIGN TO "D:\Cobol\RCPTREV.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS REV-STATUS-WS.

           SELECT PLAN-STATUS-REPORT
               ASSIGN TO "D:\Cobol\PLANRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           05  FILLER                  PIC X(2).
           05  RCP-DATE-IN             PIC X(8).

       FD  REVERSAL-HISTORY-FILE.
       01  REVERSAL-HISTORY-RECORD.
           05  REV-RECEIPT-IN          PIC X(8).
           05  FILLER                  PIC X(48).

       FD  PLAN-STATUS-REPORT.
       01  PLAN-REPORT-RECORD-OUT       PIC X(80).

           05  RCPT-EOF-FLAG            PIC X(1)  VALUE "N".
           05  FOUND-FLAG               PIC X(1).

      *Reversed receipt numbers, held in storage so a bounced
      *payment never counts toward a plan
       01  REVERSED-TABLE-WS.
           05  REV-TBL-WS OCCURS 5000 TIMES
                                       PIC X(8).

       01  REVERSED-WORK-FIELDS.
           05  REV-STATUS-WS           PIC X(2).
           05  REV-EOF-FLAG            PIC X(1)  VALUE "N".
           05  REV-COUNT-WS            PIC 9(4)  VALUE ZERO.
           05  REV-SUB-WS              PIC 9(4)  VALUE ZERO.
           05  REV-FOUND-FLAG          PIC X(1)  VALUE "N".

      *Job-run log request
       COPY "JLG-REQ-STRUCTURE.CBL".

       PROCEDURE DIVISION.
      *REPORT EVERY PAYMENT PLAN AS CURRENT OR BEHIND
       100-REPORT-PLAN-STATUS.
           PERFORM 390-LOG-JOB-START.
           PERFORM 310-READ-RUN-PARAMETERS.
           PERFORM 312-LOAD-REVERSED-RECEIPTS.
           PERFORM 201-INITIATE-STATUS-RUN.
           PERFORM 202-ASSESS-ONE-PLAN UNTIL EOF-FLAG = "YES".
           PERFORM 203-TERMINATE-STATUS-RUN.
           PERFORM 391-LOG-JOB-END
           STOP RUN.

       201-INITIATE-STATUS-RUN.
               NOT AT END
                   IF RCP-STUD-NUM-IN = PLAN-STUD-NUM
                       AND RCP-DATE-IN >= PLAN-SET-UP-DATE
                       PERFORM 314-CHECK-RECEIPT-REVERSED
                       IF REV-FOUND-FLAG = "N"
                           ADD RCP-AMOUNT-IN TO PAID-AMOUNT-WS
                       END-IF
                   END-IF
           END-READ.

      *Load the reversed receipt numbers; a missing reversal
      *register just means no payment has ever been returned
       312-LOAD-REVERSED-RECEIPTS.
           OPEN INPUT REVERSAL-HISTORY-FILE.
           IF REV-STATUS-WS = "00"
               PERFORM 313-LOAD-ONE-REVERSAL
                   UNTIL REV-EOF-FLAG = "Y"
                       OR REV-COUNT-WS >= 5000
               IF REV-EOF-FLAG NOT = "Y"
                   READ REVERSAL-HISTORY-FILE
                       AT END MOVE "Y" TO REV-EOF-FLAG
                   END-READ
               END-IF
               IF REV-EOF-FLAG NOT = "Y"
                   DISPLAY "PLAN STATUS RUN REFUSED - RCPTREV.TXT "
                       "HOLDS MORE THAN 5000 REVERSALS; ENLARGE THE "
                       "TABLE OR ARCHIVE THE REGISTER"
                   CLOSE REVERSAL-HISTORY-FILE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 391-LOG-JOB-END
                   STOP RUN
               END-IF
               CLOSE REVERSAL-HISTORY-FILE
           END-IF.

       313-LOAD-ONE-REVERSAL.
           READ REVERSAL-HISTORY-FILE
               AT END MOVE "Y" TO REV-EOF-FLAG
               NOT AT END
                   ADD 1 TO REV-COUNT-WS
                   MOVE REV-RECEIPT-IN TO REV-TBL-WS(REV-COUNT-WS)
           END-READ.

       314-CHECK-RECEIPT-REVERSED.
           MOVE "N" TO REV-FOUND-FLAG.
           PERFORM 315-MATCH-REVERSED-RECEIPT
               VARYING REV-SUB-WS FROM 1 BY 1
               UNTIL REV-SUB-WS > REV-COUNT-WS
                   OR REV-FOUND-FLAG = "Y".

       315-MATCH-REVERSED-RECEIPT.
           IF REV-TBL-WS(REV-SUB-WS) = RCP-RECEIPT-IN
               MOVE "Y" TO REV-FOUND-FLAG
           END-IF.

       305-WRITE-PLAN-DETAIL.
           MOVE PLAN-STUD-NUM       TO DET-STUD-NUM-OUT-WS.
           MOVE STUD-NAME-OUT       TO DET-STUD-NAME-OUT-WS.
                   MOVE PARM-VALUE-IN TO STUFILE-IN-PATH-WS
           END-EVALUATE.

      *Log the start of this run on the shared job-run log
       390-LOG-JOB-START.
           MOVE "PAYMENT-PLAN-STATUS" TO JLG-REQ-PROGRAM-WS.
           MOVE "S" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

      *Log how this run ended, with its record counts, on the
      *shared job-run log
       391-LOG-JOB-END.
           COMPUTE JLG-REQ-READ-WS =
               CURRENT-COUNTER-WS + BEHIND-COUNTER-WS.
           MOVE BEHIND-COUNTER-WS TO JLG-REQ-WRITTEN-WS.
           MOVE RETURN-CODE TO JLG-REQ-COND-CODE-WS.
           MOVE "E" TO JLG-REQ-FUNCTION-WS.
           CALL 'JOB-RUN-LOG' USING JOB-LOG-REQUEST-WS.

       END PROGRAM PAYMENT-PLAN-STATUS.
